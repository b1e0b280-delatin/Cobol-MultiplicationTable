      *      - taxa de rejeicao por dia
      *      - numeros mais pedidos
      *      - lotes recusados no mes
      *      - pedidos recebidos na consolidacao (TABMERGE)
      *
      *    A secao por filial traz o nome de cada filial conforme o
      *    cadastro TABFIL; sem o cadastro sai so o codigo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-ESTATISTICA ASSIGN TO "TABSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTATISTICA.
           SELECT ARQUIVO-FILIAIS ASSIGN TO "TABFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-AUDITORIA.
       01  LINHA-AUDITORIA PIC X(128).

       FD  ARQUIVO-ESTATISTICA.
       01  LINHA-ESTATISTICA PIC X(80).

       FD  ARQUIVO-FILIAIS.
       01  LINHA-FILIAL PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-AUDITORIA PIC X(02).
       01  FS-ESTATISTICA PIC X(02).
       01  FS-FILIAIS PIC X(02).
       01  FIM-FILIAIS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-FILIAIS        VALUE "S".
       01  FIM-ARQUIVO-AUDITORIA PIC X(01) VALUE "N".
           88  FIM-DA-AUDITORIA       VALUE "S".
       01  MES-REFERENCIA PIC X(06) VALUE SPACES.
           05  AUDE-FILIAL        PIC X(01).
           05  FILLER             PIC X(01).
           05  AUDE-PRIORIDADE    PIC X(01).
           05  FILLER             PIC X(34).

       01  QTD-USUARIOS PIC 9(02) VALUE 0.
       01  TABELA-USUARIOS.
           05  ENTRADA-FILIAL OCCURS 9 TIMES.
               10  FIL-TOTAL          PIC 9(06).
               10  FIL-REJEITADOS     PIC 9(06).
               10  FIL-NOME           PIC X(20).
       01  CTR-SEM-FILIAL-TOTAL PIC 9(06) VALUE 0.
       01  CTR-SEM-FILIAL-REJ PIC 9(06) VALUE 0.
       01  INDICE-FILIAL PIC 9(02).
       01  FILIAL-AUDITORIA PIC 9(01).

      *    Cadastro de filiais TABFIL (layout no TABFMNT).
       01  REG-FILIAL.
           05  CAD-CODIGO         PIC X(01).
           05  FILLER             PIC X(01).
           05  CAD-NOME           PIC X(20).
           05  FILLER             PIC X(58).

       01  CONTADORES-MODO.
           05  CTM-T              PIC 9(06) VALUE 0.
           05  CTM-G              PIC 9(06) VALUE 0.

       01  CTR-LOTES-RECUSADOS PIC 9(06) VALUE 0.
       01  CTR-DUPLICADOS PIC 9(06) VALUE 0.
       01  CTR-RECEBIDOS PIC 9(06) VALUE 0.
       01  CTR-USUARIOS-EXCEDENTES PIC 9(06) VALUE 0.
       01  TAXA-DIA PIC 9(03)V9(01).

       01  REL-FILIAL-LINHA.
           05  FILLER             PIC X(07) VALUE "FILIAL ".
           05  RELF-FILIAL        PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RELF-NOME          PIC X(20).
           05  FILLER             PIC X(09) VALUE "  TOTAL: ".
           05  RELF-TOTAL         PIC ZZZZZ9.
           05  FILLER             PIC X(07) VALUE "  REJ: ".
               VALUE "PEDIDOS DUPLICADOS DESCARTADOS: ".
           05  RELDP-QTD          PIC ZZZZZ9.

       01  REL-RECEBIDOS-LINHA.
           05  FILLER             PIC X(35)
               VALUE "PEDIDOS RECEBIDOS NA CONSOLIDACAO: ".
           05  RELRC-QTD          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           INITIALIZE TABELA-FILIAIS.
           INITIALIZE TABELA-DIAS.
           INITIALIZE TABELA-NUMEROS.
           PERFORM CARREGA-FILIAIS.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-AUDITORIA"
       PROGRAM-END.
           STOP RUN.

       CARREGA-FILIAIS.
           OPEN INPUT ARQUIVO-FILIAIS.
           IF FS-FILIAIS NOT = "00"
               DISPLAY "AVISO: CADASTRO DE FILIAIS (TABFIL) NAO PODE"
                   " SER LIDO - FILE STATUS " FS-FILIAIS
                   " - FILIAIS SEM NOME"
           ELSE
               PERFORM LE-REGISTRO-FILIAL UNTIL FIM-DAS-FILIAIS
               CLOSE ARQUIVO-FILIAIS
           END-IF.

       LE-REGISTRO-FILIAL.
           READ ARQUIVO-FILIAIS
               AT END
                   SET FIM-DAS-FILIAIS TO TRUE
               NOT AT END
                   MOVE LINHA-FILIAL TO REG-FILIAL
                   IF CAD-CODIGO IS NUMERIC AND CAD-CODIGO NOT = "0"
                       MOVE CAD-CODIGO TO INDICE-FILIAL
                       MOVE CAD-NOME TO FIL-NOME (INDICE-FILIAL)
                   END-IF
           END-READ.

       ACUMULA-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
               IF AUDE-STATUS = "DUPLICADO"
                   ADD 1 TO CTR-DUPLICADOS
               ELSE
                   IF AUDE-STATUS = "RECEBIDO"
                       ADD 1 TO CTR-RECEBIDOS
                   ELSE
                       PERFORM ACUMULA-USUARIO
                       PERFORM ACUMULA-FILIAL
                       PERFORM ACUMULA-MODO
                       PERFORM ACUMULA-DIA
                       PERFORM ACUMULA-NUMERO
                   END-IF
               END-IF
           END-IF.

               UNTIL INDICE-FILIAL > 9.
           IF CTR-SEM-FILIAL-TOTAL > 0
               MOVE "DIRETO " TO RELF-FILIAL
               MOVE SPACES TO RELF-NOME
               MOVE CTR-SEM-FILIAL-TOTAL TO RELF-TOTAL
               MOVE CTR-SEM-FILIAL-REJ TO RELF-REJ
               COMPUTE TAXA-DIA ROUNDED =
           MOVE CTR-DUPLICADOS TO RELDP-QTD.
           MOVE REL-DUPLICADOS-LINHA TO LINHA-ESTATISTICA.
           WRITE LINHA-ESTATISTICA.
           MOVE CTR-RECEBIDOS TO RELRC-QTD.
           MOVE REL-RECEBIDOS-LINHA TO LINHA-ESTATISTICA.
           WRITE LINHA-ESTATISTICA.

       GRAVA-LINHA-BRANCO.
           MOVE SPACES TO LINHA-ESTATISTICA.

       GRAVA-LINHA-FILIAL.
           IF FIL-TOTAL (INDICE-FILIAL) > 0
               MOVE INDICE-FILIAL (2:1) TO RELF-FILIAL
               MOVE FIL-NOME (INDICE-FILIAL) TO RELF-NOME
               MOVE FIL-TOTAL (INDICE-FILIAL) TO RELF-TOTAL
               MOVE FIL-REJEITADOS (INDICE-FILIAL) TO RELF-REJ
               COMPUTE TAXA-DIA ROUNDED =
