       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABNOITE.
      *    Encadeamento do processamento noturno.
      *
      *    TABNOITE roda os servicos da noite na ordem fixa
      *      TABMERGE, MTABLE, TABBAL, TABAGE, TABCATV, TABVER,
      *      TABARCH, TABINQB
      *    e decide, pela condicao de retorno de cada passo, se a
      *    noite segue ou para. A regra de cada passo e a maior
      *    condicao de retorno com que a noite ainda continua:
      *      TABMERGE 4  (filial ausente segue; lote recusado para)
      *      MTABLE   4  (rejeitados seguem; lote recusado para)
      *      TABBAL   0  (desequilibrio para)
      *      TABAGE   4  (item escalado segue)
      *      TABCATV  4  (divergencia do balcao segue para o TABVER)
      *      TABVER   0  (excecao no mestre para antes do expurgo)
      *      TABARCH  0
      *      TABINQB  4  (pergunta sem resultado segue)
      *    A regra e o comando de cada passo podem ser trocados no
      *    arquivo opcional TABJOB: uma linha por passo, com o
      *    programa nas colunas 1-8, a condicao limite na coluna 10
      *    e o comando a partir da coluna 12 (em branco, o proprio
      *    nome do programa). Linha em branco ou iniciada por "*" e
      *    ignorada.
      *
      *    Cada passo deixa uma linha no diario TABJLOG: data e hora
      *    de inicio e de fim, programa, condicao de retorno, regra
      *    aplicada e a acao tomada (CONTINUA, INTERROMPE ou
      *    SALTADO). Quando a noite para, o passo que falhou fica
      *    anotado no TABJREST e a proxima execucao recomeca dele,
      *    saltando os passos que ja tinham terminado. O TABJREST so
      *    vale sozinho no mesmo dia em que foi gravado: com um de
      *    dia anterior a execucao para com condicao 8, dizendo o
      *    passo e a data, sem rodar passo nenhum; o operador decide
      *    pela variavel TABPASSO se termina aquela noite (o passo
      *    anotado) ou comeca uma nova (TABMERGE). A variavel de
      *    ambiente TABPASSO, quando informada, manda recomecar do
      *    passo com aquele nome, no lugar do TABJREST. Noite que
      *    chega ao fim limpa o TABJREST.
      *
      *    Condicao de retorno: a maior condicao dos passos
      *    executados; 8 quando a noite foi interrompida, o passo de
      *    recomeco e desconhecido ou houve falha de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ROTEIRO ASSIGN TO "TABJOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROTEIRO.
           SELECT ARQUIVO-DIARIO ASSIGN TO "TABJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.
           SELECT ARQUIVO-RECOMECO ASSIGN TO "TABJREST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECOMECO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ROTEIRO.
       01  LINHA-ROTEIRO PIC X(80).

       FD  ARQUIVO-DIARIO.
       01  LINHA-DIARIO PIC X(94).

       FD  ARQUIVO-RECOMECO.
       01  LINHA-RECOMECO PIC X(21).

       WORKING-STORAGE SECTION.

       01  FS-ROTEIRO PIC X(02).
       01  FS-DIARIO PIC X(02).
       01  FS-RECOMECO PIC X(02).
       01  FIM-ROTEIRO-SW PIC X(01) VALUE "N".
           88  FIM-DO-ROTEIRO         VALUE "S".

      *    Roteiro da noite: programa, condicao limite para seguir e
      *    comando de execucao de cada passo, na ordem de execucao.
       01  ROTEIRO-PADRAO.
           05  FILLER             PIC X(09) VALUE "TABMERGE4".
           05  FILLER             PIC X(09) VALUE "MTABLE  4".
           05  FILLER             PIC X(09) VALUE "TABBAL  0".
           05  FILLER             PIC X(09) VALUE "TABAGE  4".
           05  FILLER             PIC X(09) VALUE "TABCATV 4".
           05  FILLER             PIC X(09) VALUE "TABVER  0".
           05  FILLER             PIC X(09) VALUE "TABARCH 0".
           05  FILLER             PIC X(09) VALUE "TABINQB 4".
       01  ROTEIRO-PADRAO-R REDEFINES ROTEIRO-PADRAO.
           05  PADRAO-PASSO OCCURS 8 TIMES.
               10  PAD-PROGRAMA   PIC X(08).
               10  PAD-LIMITE     PIC 9(01).
       01  QTD-PASSOS PIC 9(02) VALUE 8.
       01  TABELA-PASSOS.
           05  PASSO-NOITE OCCURS 8 TIMES.
               10  PAS-PROGRAMA   PIC X(08).
               10  PAS-LIMITE     PIC 9(01).
               10  PAS-COMANDO    PIC X(68).
       01  INDICE-PASSO PIC 9(02).
       01  PASSO-INICIAL PIC 9(02) VALUE 1.
       01  PASSO-ACHADO PIC 9(02) VALUE 0.

       01  REG-ROTEIRO.
           05  ROT-PROGRAMA.
               10  ROT-PROGRAMA-1 PIC X(01).
               10  FILLER         PIC X(07).
           05  FILLER             PIC X(01).
           05  ROT-LIMITE         PIC X(01).
           05  FILLER             PIC X(01).
           05  ROT-COMANDO        PIC X(68).
           05  FILLER             PIC X(01).

       01  REG-RECOMECO.
           05  REC-PROGRAMA       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  REC-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  REC-RETORNO        PIC 9(03).

       01  PASSO-PEDIDO PIC X(08) VALUE SPACES.
       01  ORIGEM-RECOMECO PIC X(08) VALUE SPACES.

       01  SITUACAO-NOITE PIC X(01) VALUE "S".
           88  NOITE-EM-CURSO         VALUE "S".
           88  NOITE-INTERROMPIDA     VALUE "N".
       01  RETORNO-PASSO PIC 9(09) VALUE 0.
       01  MAIOR-RETORNO PIC 9(03) VALUE 0.
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).

      *    Linha do diario TABJLOG, uma por passo.
       01  REG-DIARIO.
           05  DIA-DATA-INICIO    PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DIA-HORA-INICIO    PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DIA-DATA-FIM       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DIA-HORA-FIM       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DIA-PASSO          PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DIA-PROGRAMA       PIC X(08).
           05  FILLER             PIC X(05) VALUE " RC: ".
           05  DIA-RETORNO        PIC 9(03).
           05  FILLER             PIC X(09) VALUE " LIMITE: ".
           05  DIA-LIMITE         PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DIA-ACAO           PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DIA-USUARIO        PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           PERFORM CARREGA-ROTEIRO.
           PERFORM DEFINE-PASSO-INICIAL.
           OPEN EXTEND ARQUIVO-DIARIO.
           IF FS-DIARIO = "35"
               OPEN OUTPUT ARQUIVO-DIARIO
           END-IF.
           IF FS-DIARIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-DIARIO"
                   " (TABJLOG) - FILE STATUS " FS-DIARIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EXECUTA-PASSO
               VARYING INDICE-PASSO FROM 1 BY 1
               UNTIL INDICE-PASSO > QTD-PASSOS
               OR NOITE-INTERROMPIDA.
           CLOSE ARQUIVO-DIARIO.
           IF NOITE-EM-CURSO
               PERFORM LIMPA-RECOMECO
               DISPLAY "NOITE ENCERRADA - MAIOR CONDICAO DE RETORNO: "
                   MAIOR-RETORNO
           END-IF.
       PROGRAM-END.
           IF NOITE-INTERROMPIDA
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               IF MAIOR-RETORNO > 8
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   MOVE MAIOR-RETORNO TO CODIGO-RETORNO
               END-IF
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       CARREGA-ROTEIRO.
           PERFORM CARREGA-PASSO-PADRAO
               VARYING INDICE-PASSO FROM 1 BY 1
               UNTIL INDICE-PASSO > QTD-PASSOS.
           OPEN INPUT ARQUIVO-ROTEIRO.
           IF FS-ROTEIRO = "35"
               CONTINUE
           ELSE
               IF FS-ROTEIRO NOT = "00"
                   DISPLAY "AVISO: ARQUIVO-ROTEIRO (TABJOB) NAO PODE"
                       " SER LIDO - FILE STATUS " FS-ROTEIRO
                       " - USANDO O ROTEIRO PADRAO"
               ELSE
                   PERFORM LE-REGISTRO-ROTEIRO UNTIL FIM-DO-ROTEIRO
                   CLOSE ARQUIVO-ROTEIRO
               END-IF
           END-IF.

       CARREGA-PASSO-PADRAO.
           MOVE PAD-PROGRAMA (INDICE-PASSO)
               TO PAS-PROGRAMA (INDICE-PASSO).
           MOVE PAD-LIMITE (INDICE-PASSO) TO PAS-LIMITE (INDICE-PASSO).
           MOVE PAD-PROGRAMA (INDICE-PASSO)
               TO PAS-COMANDO (INDICE-PASSO).

       LE-REGISTRO-ROTEIRO.
           READ ARQUIVO-ROTEIRO
               AT END
                   SET FIM-DO-ROTEIRO TO TRUE
               NOT AT END
                   MOVE LINHA-ROTEIRO TO REG-ROTEIRO
                   IF REG-ROTEIRO NOT = SPACES
                           AND ROT-PROGRAMA-1 NOT = "*"
                       PERFORM APLICA-REGISTRO-ROTEIRO
                   END-IF
           END-READ.

      *    Linha do TABJOB troca a regra e o comando de um passo do
      *    roteiro; a ordem dos passos nao muda.
       APLICA-REGISTRO-ROTEIRO.
           MOVE ROT-PROGRAMA TO PASSO-PEDIDO.
           PERFORM PROCURA-PASSO.
           IF PASSO-ACHADO = 0
               DISPLAY "AVISO: PASSO DESCONHECIDO NO TABJOB IGNORADO - "
                   ROT-PROGRAMA
           ELSE
               IF ROT-LIMITE IS NUMERIC
                   MOVE ROT-LIMITE TO PAS-LIMITE (PASSO-ACHADO)
               ELSE
                   DISPLAY "AVISO: CONDICAO LIMITE INVALIDA NO TABJOB"
                       " PARA " ROT-PROGRAMA " - MANTIDA A REGRA "
                       PAS-LIMITE (PASSO-ACHADO)
               END-IF
               IF ROT-COMANDO NOT = SPACES
                   MOVE ROT-COMANDO TO PAS-COMANDO (PASSO-ACHADO)
               END-IF
           END-IF.
           MOVE SPACES TO PASSO-PEDIDO.

       PROCURA-PASSO.
           MOVE 0 TO PASSO-ACHADO.
           PERFORM CONFERE-NOME-PASSO
               VARYING INDICE-PASSO FROM 1 BY 1
               UNTIL INDICE-PASSO > QTD-PASSOS
               OR PASSO-ACHADO > 0.

       CONFERE-NOME-PASSO.
           IF PAS-PROGRAMA (INDICE-PASSO) = PASSO-PEDIDO
               MOVE INDICE-PASSO TO PASSO-ACHADO
           END-IF.

      *    Passo de recomeco: o informado em TABPASSO tem precedencia
      *    sobre o anotado no TABJREST pela noite interrompida.
       DEFINE-PASSO-INICIAL.
           DISPLAY "TABPASSO" UPON ENVIRONMENT-NAME.
           ACCEPT PASSO-PEDIDO FROM ENVIRONMENT-VALUE.
           IF PASSO-PEDIDO NOT = SPACES
               MOVE "TABPASSO" TO ORIGEM-RECOMECO
           ELSE
               PERFORM LE-RECOMECO
               IF ORIGEM-RECOMECO = "TABJREST"
                   AND REC-DATA NOT = DATA-EXECUCAO
                   PERFORM RECUSA-RECOMECO-VENCIDO
               END-IF
           END-IF.
           IF PASSO-PEDIDO NOT = SPACES
               PERFORM PROCURA-PASSO
               IF PASSO-ACHADO = 0
                   DISPLAY "ERRO: PASSO DE RECOMECO DESCONHECIDO ("
                       ORIGEM-RECOMECO ") - " PASSO-PEDIDO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PASSO-ACHADO TO PASSO-INICIAL
               DISPLAY "RECOMECO NO PASSO " PASSO-INICIAL " - "
                   PASSO-PEDIDO " (" ORIGEM-RECOMECO ")"
           END-IF.

      *    Noite interrompida em outro dia: nem recomecar dela nem
      *    comecar outra sem o operador dizer qual, pelo TABPASSO.
       RECUSA-RECOMECO-VENCIDO.
           DISPLAY "ERRO: TABJREST ANOTA NOITE DE " REC-DATA
               " INTERROMPIDA NO PASSO " REC-PROGRAMA.
           DISPLAY "      INFORMAR TABPASSO=" REC-PROGRAMA
               " PARA TERMINAR AQUELA NOITE OU TABPASSO=TABMERGE"
               " PARA COMECAR UMA NOVA".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LE-RECOMECO.
           OPEN INPUT ARQUIVO-RECOMECO.
           IF FS-RECOMECO = "00"
               READ ARQUIVO-RECOMECO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHA-RECOMECO TO REG-RECOMECO
                       MOVE REC-PROGRAMA TO PASSO-PEDIDO
                       MOVE "TABJREST" TO ORIGEM-RECOMECO
               END-READ
               CLOSE ARQUIVO-RECOMECO
           END-IF.

       EXECUTA-PASSO.
           MOVE INDICE-PASSO TO DIA-PASSO.
           MOVE PAS-PROGRAMA (INDICE-PASSO) TO DIA-PROGRAMA.
           MOVE PAS-LIMITE (INDICE-PASSO) TO DIA-LIMITE.
           MOVE USUARIO-EXECUCAO TO DIA-USUARIO.
           ACCEPT DIA-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT DIA-HORA-INICIO FROM TIME.
           IF INDICE-PASSO < PASSO-INICIAL
               MOVE 0 TO DIA-RETORNO
               MOVE DIA-DATA-INICIO TO DIA-DATA-FIM
               MOVE DIA-HORA-INICIO TO DIA-HORA-FIM
               MOVE "SALTADO" TO DIA-ACAO
           ELSE
               DISPLAY "PASSO " INDICE-PASSO " - "
                   PAS-PROGRAMA (INDICE-PASSO) " - INICIO"
               CALL "SYSTEM" USING PAS-COMANDO (INDICE-PASSO)
               MOVE RETURN-CODE TO RETORNO-PASSO
               IF RETORNO-PASSO > 255
                   DIVIDE 256 INTO RETORNO-PASSO
               END-IF
               IF RETORNO-PASSO > 999
                   MOVE 999 TO RETORNO-PASSO
               END-IF
               MOVE 0 TO RETURN-CODE
               ACCEPT DIA-DATA-FIM FROM DATE YYYYMMDD
               ACCEPT DIA-HORA-FIM FROM TIME
               MOVE RETORNO-PASSO TO DIA-RETORNO
               IF RETORNO-PASSO > MAIOR-RETORNO
                   MOVE RETORNO-PASSO TO MAIOR-RETORNO
               END-IF
               IF RETORNO-PASSO > PAS-LIMITE (INDICE-PASSO)
                   MOVE "INTERROMPE" TO DIA-ACAO
                   SET NOITE-INTERROMPIDA TO TRUE
                   PERFORM GRAVA-RECOMECO
               ELSE
                   MOVE "CONTINUA" TO DIA-ACAO
               END-IF
               DISPLAY "PASSO " INDICE-PASSO " - "
                   PAS-PROGRAMA (INDICE-PASSO) " - RC " DIA-RETORNO
                   " - " DIA-ACAO
           END-IF.
           MOVE REG-DIARIO TO LINHA-DIARIO.
           WRITE LINHA-DIARIO.

       GRAVA-RECOMECO.
           DISPLAY "ERRO: NOITE INTERROMPIDA NO PASSO " INDICE-PASSO
               " - " PAS-PROGRAMA (INDICE-PASSO) " TERMINOU COM RC "
               DIA-RETORNO " (LIMITE " PAS-LIMITE (INDICE-PASSO) ")".
           MOVE PAS-PROGRAMA (INDICE-PASSO) TO REC-PROGRAMA.
           MOVE DATA-EXECUCAO TO REC-DATA.
           MOVE RETORNO-PASSO TO REC-RETORNO.
           OPEN OUTPUT ARQUIVO-RECOMECO.
           IF FS-RECOMECO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-RECOMECO (TABJREST) - FILE STATUS "
                   FS-RECOMECO
           ELSE
               MOVE REG-RECOMECO TO LINHA-RECOMECO
               WRITE LINHA-RECOMECO
               CLOSE ARQUIVO-RECOMECO
           END-IF.

       LIMPA-RECOMECO.
           OPEN OUTPUT ARQUIVO-RECOMECO.
           IF FS-RECOMECO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL LIMPAR"
                   " ARQUIVO-RECOMECO (TABJREST) - FILE STATUS "
                   FS-RECOMECO
               MOVE 8 TO MAIOR-RETORNO
           ELSE
               CLOSE ARQUIVO-RECOMECO
           END-IF.
