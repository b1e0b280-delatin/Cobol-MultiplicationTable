      *      opcao 1 - tabuada armazenada de um numero
      *      opcao 2 - pares numero/multiplicador com um dado produto
      *    O mestre e carregado pelo MTABLE a cada execucao em lote.
      *
      *    Toda consulta deixa uma linha no log TABCLOG, no layout
      *    documentado no TABCONS, com o numero (opcao 1) ou o
      *    produto (opcao 2) perguntado, a origem M (respondida pelo
      *    mestre) ou N (nada armazenado) e as linhas exibidas. Sem
      *    o log o balcao segue atendendo, com aviso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS MST-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MESTRE.
           SELECT ARQUIVO-LOG-CONSULTAS ASSIGN TO "TABCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG-CONSULTAS.

       DATA DIVISION.
       FILE SECTION.
           05  MST-PRODUTO        PIC 9(07).
           05  MST-DATA-CALCULO   PIC 9(08).

       FD  ARQUIVO-LOG-CONSULTAS.
       01  LINHA-LOG-CONSULTA PIC X(83).

       WORKING-STORAGE SECTION.

       01  FS-MESTRE PIC X(02).
       01  FS-LOG-CONSULTAS PIC X(02).
       01  LOG-DISPONIVEL PIC X(01) VALUE "N".
           88  LOG-NO-AR              VALUE "S".
       01  OPCAO-CONSULTA PIC 9(01) VALUE 0.
           88  OPCAO-TABUADA          VALUE 1.
           88  OPCAO-PRODUTO          VALUE 2.
       01  ACHOU-REGISTRO PIC X(01) VALUE "N".
           88  ACHOU-ALGUM            VALUE "S".

       01  DATA-CONSULTA PIC 9(08).
       01  HORA-CONSULTA PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).

      *    Linha do log TABCLOG (layout no TABCONS).
       01  REG-LOG-CONSULTA.
           05  CLG-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-PROGRAMA       PIC X(08) VALUE "TABINQ".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-OPCAO          PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-NUMERO         PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-MULTIPLICADOR  PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-QUANTOS        PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-PRODUTO        PIC 9(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-ORIGEM         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-LINHAS-MESTRE  PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-LINHAS-CALCULO PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-DIVERGENCIAS   PIC 9(03).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-MESTRE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           PERFORM PROCESSA-OPCAO UNTIL OPCAO-SAIR.
           CLOSE ARQUIVO-MESTRE.
       PROGRAM-END.
           DISPLAY "  9 - ENCERRAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-CONSULTA.
           ACCEPT DATA-CONSULTA FROM DATE YYYYMMDD.
           ACCEPT HORA-CONSULTA FROM TIME.
           MOVE 0 TO CLG-NUMERO.
           MOVE 0 TO CLG-PRODUTO.
           MOVE 0 TO CLG-LINHAS-MESTRE.
           IF OPCAO-TABUADA
               PERFORM CONSULTA-TABUADA
           ELSE
               DISPLAY "NENHUM RESULTADO ARMAZENADO PARA O NUMERO "
                   NUMERO-CONSULTA
           END-IF.
           MOVE NUMERO-CONSULTA TO CLG-NUMERO.
           PERFORM GRAVA-LOG-CONSULTA.

       LE-PROXIMO-TABUADA.
           READ ARQUIVO-MESTRE NEXT
               DISPLAY "NENHUM PAR ARMAZENADO COM O PRODUTO "
                   PRODUTO-CONSULTA
           END-IF.
           MOVE PRODUTO-CONSULTA TO CLG-PRODUTO.
           PERFORM GRAVA-LOG-CONSULTA.

       LE-PROXIMO-PRODUTO.
           READ ARQUIVO-MESTRE NEXT
           END-READ.

       EXIBE-REGISTRO-MESTRE.
           ADD 1 TO CLG-LINHAS-MESTRE.
           DISPLAY MST-NUMERO " * " MST-MULTIPLICADOR " = "
               MST-PRODUTO "  (CALCULADO EM " MST-DATA-CALCULO ")".

       GRAVA-LOG-CONSULTA.
           MOVE DATA-CONSULTA TO CLG-DATA.
           MOVE HORA-CONSULTA TO CLG-HORA.
           MOVE USUARIO-EXECUCAO TO CLG-USUARIO.
           MOVE OPCAO-CONSULTA TO CLG-OPCAO.
           MOVE 0 TO CLG-MULTIPLICADOR.
           MOVE 0 TO CLG-QUANTOS.
           MOVE 0 TO CLG-LINHAS-CALCULO.
           MOVE 0 TO CLG-DIVERGENCIAS.
           IF ACHOU-ALGUM
               MOVE "M" TO CLG-ORIGEM
           ELSE
               MOVE "N" TO CLG-ORIGEM
           END-IF.
           PERFORM ABRE-LOG-CONSULTAS.
           IF LOG-NO-AR
               MOVE REG-LOG-CONSULTA TO LINHA-LOG-CONSULTA
               WRITE LINHA-LOG-CONSULTA
               CLOSE ARQUIVO-LOG-CONSULTAS
           ELSE
               DISPLAY "AVISO: LOG DE CONSULTAS (TABCLOG) INDISPONIVEL"
                   " - FILE STATUS " FS-LOG-CONSULTAS
                   " - CONSULTA SEM REGISTRO"
           END-IF.

      *    O log e aberto so para acrescentar a linha da consulta e
      *    fechado em seguida, para que os atendentes em balcoes
      *    diferentes gravem no mesmo arquivo.
       ABRE-LOG-CONSULTAS.
           MOVE "N" TO LOG-DISPONIVEL.
           OPEN EXTEND ARQUIVO-LOG-CONSULTAS.
           IF FS-LOG-CONSULTAS = "35"
               OPEN OUTPUT ARQUIVO-LOG-CONSULTAS
           END-IF.
           IF FS-LOG-CONSULTAS = "00"
               SET LOG-NO-AR TO TRUE
           END-IF.
