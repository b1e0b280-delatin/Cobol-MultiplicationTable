       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCATV.
      *    Relatorio diario da atividade do balcao.
      *
      *    Le o log de consultas TABCLOG gravado pelo TABCONS e pelo
      *    TABINQ e lista no TABCATRP, para o dia apurado:
      *      - por usuario: consultas, respondidas pelo mestre,
      *        calculadas agora, mistas, sem resposta e
      *        divergencias;
      *      - por programa e opcao, com as mesmas colunas;
      *      - os totais do dia;
      *      - cada numero consultado no balcao, com quantas vezes
      *        foi pedido no balcao e quantos pedidos OK do lote
      *        (TABAUD) do mesmo dia o trouxeram (pedido de grade
      *        conta para cada numero da faixa, pedido de colunas
      *        para cada numero da lista);
      *      - as divergencias anotadas pelo TABCONS no TABCDIV,
      *        para a retaguarda conferir no proximo TABVER.
      *    O dia apurado e a data de execucao; a variavel de
      *    ambiente TABDATA, quando informada (AAAAMMDD), manda
      *    apurar outro dia. Cabem 50 usuarios no quadro por
      *    usuario; os demais entram so nos totais, com aviso.
      *
      *    Condicao de retorno: 0 dia sem divergencia, 4 ha
      *    divergencia anotada no dia, 8 data invalida ou falha de
      *    arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LOG-CONSULTAS ASSIGN TO "TABCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG-CONSULTAS.
           SELECT ARQUIVO-DIVERGENCIAS ASSIGN TO "TABCDIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIVERGENCIAS.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "TABAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "TABCATRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-LOG-CONSULTAS.
       01  LINHA-LOG-CONSULTA PIC X(83).

       FD  ARQUIVO-DIVERGENCIAS.
       01  LINHA-DIVERGENCIA PIC X(81).

       FD  ARQUIVO-AUDITORIA.
       01  LINHA-AUDITORIA PIC X(128).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-LOG-CONSULTAS PIC X(02).
       01  FS-DIVERGENCIAS PIC X(02).
       01  FS-AUDITORIA PIC X(02).
       01  FS-RELATORIO PIC X(02).

       01  FIM-LOG-SW PIC X(01) VALUE "N".
           88  FIM-DO-LOG             VALUE "S".
       01  FIM-DIVERGENCIAS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-DIVERGENCIAS   VALUE "S".
       01  FIM-AUDITORIA-SW PIC X(01) VALUE "N".
           88  FIM-DA-AUDITORIA       VALUE "S".

      *    Linha do TABCLOG (layout no TABCONS).
       01  REG-LOG-ENT.
           05  CLGE-DATA          PIC X(08).
           05  FILLER             PIC X(01).
           05  CLGE-HORA          PIC X(08).
           05  FILLER             PIC X(01).
           05  CLGE-USUARIO       PIC X(20).
           05  FILLER             PIC X(01).
           05  CLGE-PROGRAMA      PIC X(08).
           05  FILLER             PIC X(01).
           05  CLGE-OPCAO         PIC X(01).
           05  FILLER             PIC X(01).
           05  CLGE-NUMERO        PIC X(03).
           05  FILLER             PIC X(01).
           05  CLGE-MULTIPLICADOR PIC X(04).
           05  FILLER             PIC X(01).
           05  CLGE-QUANTOS       PIC X(02).
           05  FILLER             PIC X(01).
           05  CLGE-PRODUTO       PIC X(07).
           05  FILLER             PIC X(01).
           05  CLGE-ORIGEM        PIC X(01).
               88  CLGE-DO-MESTRE         VALUE "M".
               88  CLGE-CALCULADO         VALUE "C".
               88  CLGE-MISTO             VALUE "X".
           05  FILLER             PIC X(01).
           05  CLGE-LINHAS-MESTRE PIC X(03).
           05  FILLER             PIC X(01).
           05  CLGE-LINHAS-CALCULO PIC X(03).
           05  FILLER             PIC X(01).
           05  CLGE-DIVERGENCIAS  PIC X(03).

      *    Linha do TABCDIV (layout no TABCONS).
       01  REG-DIVERGENCIA-ENT.
           05  CDVE-DATA          PIC X(08).
           05  FILLER             PIC X(01).
           05  CDVE-HORA          PIC X(08).
           05  FILLER             PIC X(01).
           05  CDVE-USUARIO       PIC X(20).
           05  FILLER             PIC X(01).
           05  CDVE-PROGRAMA      PIC X(08).
           05  FILLER             PIC X(01).
           05  CDVE-NUMERO        PIC X(03).
           05  FILLER             PIC X(01).
           05  CDVE-MULTIPLICADOR PIC X(04).
           05  FILLER             PIC X(01).
           05  CDVE-PRODUTO-ARMAZENADO PIC X(07).
           05  FILLER             PIC X(01).
           05  CDVE-DATA-CALCULO  PIC X(08).
           05  FILLER             PIC X(01).
           05  CDVE-PRODUTO-RECALCULADO PIC X(07).

       01  REG-AUDITORIA-ENT.
           05  AUDE-DATA          PIC X(08).
           05  FILLER             PIC X(01).
           05  AUDE-HORA          PIC X(08).
           05  FILLER             PIC X(01).
           05  AUDE-USUARIO       PIC X(20).
           05  FILLER             PIC X(01).
           05  AUDE-STATUS        PIC X(09).
           05  FILLER             PIC X(01).
           05  AUDE-MODO          PIC X(01).
           05  FILLER             PIC X(01).
           05  AUDE-NUMERO        PIC X(03).
           05  FILLER             PIC X(01).
           05  AUDE-QUANTOS       PIC X(03).
           05  FILLER             PIC X(01).
           05  AUDE-PRODUTO-ALVO  PIC X(07).
           05  FILLER             PIC X(01).
           05  AUDE-LISTA-NUMEROS PIC X(03) OCCURS 5 TIMES.
           05  FILLER             PIC X(46).

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  DATA-PEDIDA PIC X(08) VALUE SPACES.
       01  DATA-APURADA PIC 9(08).
       01  DIA-APURADO PIC 9(07) VALUE 0.

       01  NUMERO-LIDO PIC 9(03).
       01  NUMERO-GRADE-BAIXO PIC 9(03).
       01  NUMERO-GRADE-ALTO PIC 9(03).
       01  NUMERO-GRADE PIC 9(04).
       01  INDICE-LISTA PIC 9(01).
       01  DIVERGENCIAS-LIDAS PIC 9(03).

      *    Incremento de cada consulta lida, somado no usuario, no
      *    programa e opcao e no total do dia.
       01  INCREMENTO-CONSULTA.
           05  INC-MESTRE         PIC 9(01).
           05  INC-CALCULO        PIC 9(01).
           05  INC-MISTA          PIC 9(01).
           05  INC-SEM-RESPOSTA   PIC 9(01).

       01  QTD-USUARIOS PIC 9(02) VALUE 0.
       01  TABELA-USUARIOS.
           05  USUARIO-BALCAO OCCURS 50 TIMES.
               10  USU-NOME           PIC X(20).
               10  USU-CONSULTAS      PIC 9(05).
               10  USU-MESTRE         PIC 9(05).
               10  USU-CALCULO        PIC 9(05).
               10  USU-MISTAS         PIC 9(05).
               10  USU-SEM-RESPOSTA   PIC 9(05).
               10  USU-DIVERGENCIAS   PIC 9(05).
       01  INDICE-USUARIO PIC 9(02).
       01  USUARIO-ACHADO PIC 9(02).
       01  CTR-CONSULTAS-EXCEDENTES PIC 9(05) VALUE 0.

       01  QTD-OPCOES PIC 9(02) VALUE 0.
       01  TABELA-OPCOES.
           05  OPCAO-BALCAO OCCURS 20 TIMES.
               10  OPC-PROGRAMA       PIC X(08).
               10  OPC-OPCAO          PIC X(01).
               10  OPC-CONSULTAS      PIC 9(05).
               10  OPC-MESTRE         PIC 9(05).
               10  OPC-CALCULO        PIC 9(05).
               10  OPC-MISTAS         PIC 9(05).
               10  OPC-SEM-RESPOSTA   PIC 9(05).
               10  OPC-DIVERGENCIAS   PIC 9(05).
       01  INDICE-OPCAO PIC 9(02).
       01  OPCAO-ACHADA PIC 9(02).

      *    Numeros de 0 a 999, na posicao numero + 1.
       01  TABELA-NUMEROS.
           05  NUMERO-CONSULTADO OCCURS 1000 TIMES.
               10  NUM-BALCAO         PIC 9(05).
               10  NUM-LOTE           PIC 9(05).
       01  INDICE-NUMERO PIC 9(04).

       01  CONTADORES-DIA.
           05  CTR-CONSULTAS      PIC 9(06) VALUE 0.
           05  CTR-MESTRE         PIC 9(06) VALUE 0.
           05  CTR-CALCULO        PIC 9(06) VALUE 0.
           05  CTR-MISTAS         PIC 9(06) VALUE 0.
           05  CTR-SEM-RESPOSTA   PIC 9(06) VALUE 0.
           05  CTR-DIVERGENCIAS   PIC 9(06) VALUE 0.
           05  CTR-ANOTADAS       PIC 9(06) VALUE 0.
           05  CTR-PEDIDOS-LOTE   PIC 9(06) VALUE 0.
           05  CTR-NUMEROS-BALCAO PIC 9(06) VALUE 0.
           05  CTR-SO-BALCAO      PIC 9(06) VALUE 0.
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  RELATORIO-TITULO.
           05  FILLER             PIC X(30)
               VALUE "ATIVIDADE DO BALCAO - TABCATV ".
           05  FILLER             PIC X(06) VALUE "DATA: ".
           05  REL-DATA           PIC 9(08).
           05  FILLER             PIC X(07) VALUE "  HORA:".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  REL-HORA           PIC 9(08).

       01  RELATORIO-DIA.
           05  FILLER             PIC X(13) VALUE "DIA APURADO: ".
           05  REL-DIA-APURADO    PIC 9(08).

       01  CABECALHO-ATIVIDADE.
           05  CAB-NOME           PIC X(20).
           05  FILLER             PIC X(10) VALUE " CONSULTAS".
           05  FILLER             PIC X(10) VALUE "    MESTRE".
           05  FILLER             PIC X(10) VALUE " CALCULADO".
           05  FILLER             PIC X(10) VALUE "    MISTAS".
           05  FILLER             PIC X(10) VALUE "  SEM RESP".
           05  FILLER             PIC X(10) VALUE "  DIVERGEN".

       01  DETALHE-ATIVIDADE.
           05  DAT-NOME           PIC X(20).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DAT-CONSULTAS      PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DAT-MESTRE         PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DAT-CALCULO        PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DAT-MISTAS         PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DAT-SEM-RESPOSTA   PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DAT-DIVERGENCIAS   PIC ZZZZ9.

       01  NOME-OPCAO.
           05  NOP-PROGRAMA       PIC X(08).
           05  FILLER             PIC X(07) VALUE " OPCAO ".
           05  NOP-OPCAO          PIC X(01).

       01  CABECALHO-NUMEROS.
           05  FILLER             PIC X(30)
               VALUE "NUMERO      BALCAO        LOTE".

       01  DETALHE-NUMERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  DNU-NUMERO         PIC 9(03).
           05  FILLER             PIC X(07) VALUE SPACES.
           05  DNU-BALCAO         PIC ZZZZ9.
           05  FILLER             PIC X(07) VALUE SPACES.
           05  DNU-LOTE           PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DNU-OBSERVACAO     PIC X(20).

       01  CABECALHO-DIVERGENCIAS.
           05  FILLER             PIC X(09) VALUE "HORA".
           05  FILLER             PIC X(21) VALUE "USUARIO".
           05  FILLER             PIC X(10) VALUE "CHAVE".
           05  FILLER             PIC X(09) VALUE "ARMAZEN.".
           05  FILLER             PIC X(10) VALUE "CALC. EM".
           05  FILLER             PIC X(07) VALUE "RECALC.".

       01  DETALHE-DIVERGENCIA.
           05  DDV-HORA           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DDV-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DDV-NUMERO         PIC X(03).
           05  FILLER             PIC X(01) VALUE "*".
           05  DDV-MULTIPLICADOR  PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DDV-PRODUTO-ARMAZENADO PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DDV-DATA-CALCULO   PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DDV-PRODUTO-RECALCULADO PIC X(07).

       01  RELATORIO-ITEM.
           05  REL-DESCRICAO      PIC X(30).
           05  FILLER             PIC X(02) VALUE ": ".
           05  REL-VALOR          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           PERFORM DEFINE-DIA-APURADO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-RELATORIO"
                   " (TABCATRP) - FILE STATUS " FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DATA-EXECUCAO TO REL-DATA.
           MOVE HORA-EXECUCAO TO REL-HORA.
           MOVE RELATORIO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DATA-APURADA TO REL-DIA-APURADO.
           MOVE RELATORIO-DIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           INITIALIZE TABELA-NUMEROS.
           PERFORM APURA-CONSULTAS.
           PERFORM APURA-LOTE.
           PERFORM GRAVA-QUADRO-USUARIOS.
           PERFORM GRAVA-QUADRO-OPCOES.
           PERFORM GRAVA-TOTAIS-RELATORIO.
           PERFORM GRAVA-QUADRO-NUMEROS.
           PERFORM GRAVA-DIVERGENCIAS.
           CLOSE ARQUIVO-RELATORIO.
       PROGRAM-END.
           IF CTR-ANOTADAS > 0 AND CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *    Dia apurado: o informado em TABDATA tem precedencia sobre
      *    a data de execucao.
       DEFINE-DIA-APURADO.
           DISPLAY "TABDATA" UPON ENVIRONMENT-NAME.
           ACCEPT DATA-PEDIDA FROM ENVIRONMENT-VALUE.
           IF DATA-PEDIDA = SPACES
               MOVE DATA-EXECUCAO TO DATA-APURADA
           ELSE
               IF DATA-PEDIDA IS NUMERIC
                   MOVE DATA-PEDIDA TO DATA-APURADA
                   COMPUTE DIA-APURADO =
                       FUNCTION INTEGER-OF-DATE (DATA-APURADA)
               END-IF
               IF DIA-APURADO = 0
                   DISPLAY "ERRO: DATA INVALIDA EM TABDATA - "
                       DATA-PEDIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       APURA-CONSULTAS.
           OPEN INPUT ARQUIVO-LOG-CONSULTAS.
           IF FS-LOG-CONSULTAS = "35"
               CONTINUE
           ELSE
               IF FS-LOG-CONSULTAS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-LOG-CONSULTAS (TABCLOG)"
                       " - FILE STATUS " FS-LOG-CONSULTAS
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   PERFORM LE-LOG-CONSULTA UNTIL FIM-DO-LOG
                   CLOSE ARQUIVO-LOG-CONSULTAS
               END-IF
           END-IF.

       LE-LOG-CONSULTA.
           READ ARQUIVO-LOG-CONSULTAS
               AT END
                   SET FIM-DO-LOG TO TRUE
               NOT AT END
                   MOVE LINHA-LOG-CONSULTA TO REG-LOG-ENT
                   IF CLGE-DATA = DATA-APURADA
                       PERFORM SOMA-CONSULTA
                   END-IF
           END-READ.

       SOMA-CONSULTA.
           MOVE 0 TO INC-MESTRE.
           MOVE 0 TO INC-CALCULO.
           MOVE 0 TO INC-MISTA.
           MOVE 0 TO INC-SEM-RESPOSTA.
           IF CLGE-DO-MESTRE
               MOVE 1 TO INC-MESTRE
           ELSE
               IF CLGE-CALCULADO
                   MOVE 1 TO INC-CALCULO
               ELSE
                   IF CLGE-MISTO
                       MOVE 1 TO INC-MISTA
                   ELSE
                       MOVE 1 TO INC-SEM-RESPOSTA
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO DIVERGENCIAS-LIDAS.
           IF CLGE-DIVERGENCIAS IS NUMERIC
               MOVE CLGE-DIVERGENCIAS TO DIVERGENCIAS-LIDAS
           END-IF.
           ADD 1 TO CTR-CONSULTAS.
           ADD INC-MESTRE TO CTR-MESTRE.
           ADD INC-CALCULO TO CTR-CALCULO.
           ADD INC-MISTA TO CTR-MISTAS.
           ADD INC-SEM-RESPOSTA TO CTR-SEM-RESPOSTA.
           ADD DIVERGENCIAS-LIDAS TO CTR-DIVERGENCIAS.
           PERFORM SOMA-USUARIO.
           PERFORM SOMA-OPCAO.
           IF CLGE-NUMERO IS NUMERIC
               MOVE CLGE-NUMERO TO NUMERO-LIDO
               IF NUMERO-LIDO > 0
                   COMPUTE INDICE-NUMERO = NUMERO-LIDO + 1
                   ADD 1 TO NUM-BALCAO (INDICE-NUMERO)
               END-IF
           END-IF.

       SOMA-USUARIO.
           MOVE 0 TO USUARIO-ACHADO.
           PERFORM PROCURA-USUARIO
               VARYING INDICE-USUARIO FROM 1 BY 1
               UNTIL INDICE-USUARIO > QTD-USUARIOS
               OR USUARIO-ACHADO > 0.
           IF USUARIO-ACHADO = 0
               IF QTD-USUARIOS < 50
                   ADD 1 TO QTD-USUARIOS
                   MOVE QTD-USUARIOS TO USUARIO-ACHADO
                   MOVE CLGE-USUARIO TO USU-NOME (USUARIO-ACHADO)
                   MOVE 0 TO USU-CONSULTAS (USUARIO-ACHADO)
                   MOVE 0 TO USU-MESTRE (USUARIO-ACHADO)
                   MOVE 0 TO USU-CALCULO (USUARIO-ACHADO)
                   MOVE 0 TO USU-MISTAS (USUARIO-ACHADO)
                   MOVE 0 TO USU-SEM-RESPOSTA (USUARIO-ACHADO)
                   MOVE 0 TO USU-DIVERGENCIAS (USUARIO-ACHADO)
               ELSE
                   ADD 1 TO CTR-CONSULTAS-EXCEDENTES
               END-IF
           END-IF.
           IF USUARIO-ACHADO > 0
               ADD 1 TO USU-CONSULTAS (USUARIO-ACHADO)
               ADD INC-MESTRE TO USU-MESTRE (USUARIO-ACHADO)
               ADD INC-CALCULO TO USU-CALCULO (USUARIO-ACHADO)
               ADD INC-MISTA TO USU-MISTAS (USUARIO-ACHADO)
               ADD INC-SEM-RESPOSTA
                   TO USU-SEM-RESPOSTA (USUARIO-ACHADO)
               ADD DIVERGENCIAS-LIDAS
                   TO USU-DIVERGENCIAS (USUARIO-ACHADO)
           END-IF.

       PROCURA-USUARIO.
           IF USU-NOME (INDICE-USUARIO) = CLGE-USUARIO
               MOVE INDICE-USUARIO TO USUARIO-ACHADO
           END-IF.

       SOMA-OPCAO.
           MOVE 0 TO OPCAO-ACHADA.
           PERFORM PROCURA-OPCAO
               VARYING INDICE-OPCAO FROM 1 BY 1
               UNTIL INDICE-OPCAO > QTD-OPCOES
               OR OPCAO-ACHADA > 0.
           IF OPCAO-ACHADA = 0 AND QTD-OPCOES < 20
               ADD 1 TO QTD-OPCOES
               MOVE QTD-OPCOES TO OPCAO-ACHADA
               MOVE CLGE-PROGRAMA TO OPC-PROGRAMA (OPCAO-ACHADA)
               MOVE CLGE-OPCAO TO OPC-OPCAO (OPCAO-ACHADA)
               MOVE 0 TO OPC-CONSULTAS (OPCAO-ACHADA)
               MOVE 0 TO OPC-MESTRE (OPCAO-ACHADA)
               MOVE 0 TO OPC-CALCULO (OPCAO-ACHADA)
               MOVE 0 TO OPC-MISTAS (OPCAO-ACHADA)
               MOVE 0 TO OPC-SEM-RESPOSTA (OPCAO-ACHADA)
               MOVE 0 TO OPC-DIVERGENCIAS (OPCAO-ACHADA)
           END-IF.
           IF OPCAO-ACHADA > 0
               ADD 1 TO OPC-CONSULTAS (OPCAO-ACHADA)
               ADD INC-MESTRE TO OPC-MESTRE (OPCAO-ACHADA)
               ADD INC-CALCULO TO OPC-CALCULO (OPCAO-ACHADA)
               ADD INC-MISTA TO OPC-MISTAS (OPCAO-ACHADA)
               ADD INC-SEM-RESPOSTA
                   TO OPC-SEM-RESPOSTA (OPCAO-ACHADA)
               ADD DIVERGENCIAS-LIDAS
                   TO OPC-DIVERGENCIAS (OPCAO-ACHADA)
           END-IF.

       PROCURA-OPCAO.
           IF OPC-PROGRAMA (INDICE-OPCAO) = CLGE-PROGRAMA
               AND OPC-OPCAO (INDICE-OPCAO) = CLGE-OPCAO
               MOVE INDICE-OPCAO TO OPCAO-ACHADA
           END-IF.

      *    Pedidos OK do lote do dia, por numero, para comparar com a
      *    procura no balcao.
       APURA-LOTE.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF FS-AUDITORIA = "35"
               CONTINUE
           ELSE
               IF FS-AUDITORIA NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-AUDITORIA (TABAUD) - FILE STATUS "
                       FS-AUDITORIA
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   PERFORM LE-AUDITORIA UNTIL FIM-DA-AUDITORIA
                   CLOSE ARQUIVO-AUDITORIA
               END-IF
           END-IF.

       LE-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
                   SET FIM-DA-AUDITORIA TO TRUE
               NOT AT END
                   MOVE LINHA-AUDITORIA TO REG-AUDITORIA-ENT
                   IF AUDE-DATA = DATA-APURADA
                       AND AUDE-STATUS = "OK"
                       PERFORM SOMA-PEDIDO-LOTE
                   END-IF
           END-READ.

      *    O TABAUD guarda os numeros do pedido conforme o modo:
      *    grade (G) com o menor em AUDE-NUMERO e o maior em
      *    AUDE-QUANTOS, colunas (S) so na lista, os demais modos em
      *    AUDE-NUMERO. O pedido conta uma vez em CTR-PEDIDOS-LOTE e
      *    uma vez para cada numero que traz.
       SOMA-PEDIDO-LOTE.
           ADD 1 TO CTR-PEDIDOS-LOTE.
           INSPECT AUDE-NUMERO REPLACING LEADING SPACE BY "0".
           INSPECT AUDE-QUANTOS REPLACING LEADING SPACE BY "0".
           IF AUDE-MODO = "G"
               IF AUDE-NUMERO IS NUMERIC AND AUDE-QUANTOS IS NUMERIC
                   MOVE AUDE-NUMERO TO NUMERO-GRADE-BAIXO
                   MOVE AUDE-QUANTOS TO NUMERO-GRADE-ALTO
                   PERFORM SOMA-NUMERO-GRADE
                       VARYING NUMERO-GRADE FROM NUMERO-GRADE-BAIXO BY 1
                       UNTIL NUMERO-GRADE > NUMERO-GRADE-ALTO
               END-IF
           ELSE
               IF AUDE-MODO = "S"
                   PERFORM SOMA-NUMERO-LISTA
                       VARYING INDICE-LISTA FROM 1 BY 1
                       UNTIL INDICE-LISTA > 5
               ELSE
                   IF AUDE-NUMERO IS NUMERIC
                       MOVE AUDE-NUMERO TO NUMERO-LIDO
                       PERFORM SOMA-NUMERO-LOTE
                   END-IF
               END-IF
           END-IF.

       SOMA-NUMERO-GRADE.
           MOVE NUMERO-GRADE TO NUMERO-LIDO.
           PERFORM SOMA-NUMERO-LOTE.

       SOMA-NUMERO-LISTA.
           IF AUDE-LISTA-NUMEROS (INDICE-LISTA) NOT = SPACES
               INSPECT AUDE-LISTA-NUMEROS (INDICE-LISTA)
                   REPLACING LEADING SPACE BY "0"
               IF AUDE-LISTA-NUMEROS (INDICE-LISTA) IS NUMERIC
                   MOVE AUDE-LISTA-NUMEROS (INDICE-LISTA)
                       TO NUMERO-LIDO
                   PERFORM SOMA-NUMERO-LOTE
               END-IF
           END-IF.

       SOMA-NUMERO-LOTE.
           IF NUMERO-LIDO > 0
               COMPUTE INDICE-NUMERO = NUMERO-LIDO + 1
               ADD 1 TO NUM-LOTE (INDICE-NUMERO)
           END-IF.

       GRAVA-QUADRO-USUARIOS.
           MOVE "USUARIO" TO CAB-NOME.
           MOVE CABECALHO-ATIVIDADE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-USUARIO
               VARYING INDICE-USUARIO FROM 1 BY 1
               UNTIL INDICE-USUARIO > QTD-USUARIOS.
           IF QTD-USUARIOS = 0
               MOVE "NENHUMA CONSULTA REGISTRADA NO DIA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF CTR-CONSULTAS-EXCEDENTES > 0
               MOVE "AVISO: CONSULTAS DE USUARIOS ALEM DOS 50"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "  SO NOS TOTAIS" TO REL-DESCRICAO
               MOVE CTR-CONSULTAS-EXCEDENTES TO REL-VALOR
               PERFORM GRAVA-ITEM-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-USUARIO.
           MOVE USU-NOME (INDICE-USUARIO) TO DAT-NOME.
           MOVE USU-CONSULTAS (INDICE-USUARIO) TO DAT-CONSULTAS.
           MOVE USU-MESTRE (INDICE-USUARIO) TO DAT-MESTRE.
           MOVE USU-CALCULO (INDICE-USUARIO) TO DAT-CALCULO.
           MOVE USU-MISTAS (INDICE-USUARIO) TO DAT-MISTAS.
           MOVE USU-SEM-RESPOSTA (INDICE-USUARIO) TO DAT-SEM-RESPOSTA.
           MOVE USU-DIVERGENCIAS (INDICE-USUARIO) TO DAT-DIVERGENCIAS.
           MOVE DETALHE-ATIVIDADE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-QUADRO-OPCOES.
           IF QTD-OPCOES > 0
               MOVE "PROGRAMA E OPCAO" TO CAB-NOME
               MOVE CABECALHO-ATIVIDADE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM GRAVA-OPCAO
                   VARYING INDICE-OPCAO FROM 1 BY 1
                   UNTIL INDICE-OPCAO > QTD-OPCOES
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       GRAVA-OPCAO.
           MOVE OPC-PROGRAMA (INDICE-OPCAO) TO NOP-PROGRAMA.
           MOVE OPC-OPCAO (INDICE-OPCAO) TO NOP-OPCAO.
           MOVE NOME-OPCAO TO DAT-NOME.
           MOVE OPC-CONSULTAS (INDICE-OPCAO) TO DAT-CONSULTAS.
           MOVE OPC-MESTRE (INDICE-OPCAO) TO DAT-MESTRE.
           MOVE OPC-CALCULO (INDICE-OPCAO) TO DAT-CALCULO.
           MOVE OPC-MISTAS (INDICE-OPCAO) TO DAT-MISTAS.
           MOVE OPC-SEM-RESPOSTA (INDICE-OPCAO) TO DAT-SEM-RESPOSTA.
           MOVE OPC-DIVERGENCIAS (INDICE-OPCAO) TO DAT-DIVERGENCIAS.
           MOVE DETALHE-ATIVIDADE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAIS-RELATORIO.
           MOVE "CONSULTAS NO BALCAO" TO REL-DESCRICAO.
           MOVE CTR-CONSULTAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  RESPONDIDAS PELO MESTRE" TO REL-DESCRICAO.
           MOVE CTR-MESTRE TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  CALCULADAS AGORA" TO REL-DESCRICAO.
           MOVE CTR-CALCULO TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  MESTRE E CALCULO (MISTAS)" TO REL-DESCRICAO.
           MOVE CTR-MISTAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  SEM RESPOSTA" TO REL-DESCRICAO.
           MOVE CTR-SEM-RESPOSTA TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "DIVERGENCIAS NAS CONSULTAS" TO REL-DESCRICAO.
           MOVE CTR-DIVERGENCIAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "USUARIOS NO BALCAO" TO REL-DESCRICAO.
           MOVE QTD-USUARIOS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "PEDIDOS OK NO LOTE (TABAUD)" TO REL-DESCRICAO.
           MOVE CTR-PEDIDOS-LOTE TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-QUADRO-NUMEROS.
           MOVE CABECALHO-NUMEROS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-NUMERO
               VARYING INDICE-NUMERO FROM 1 BY 1
               UNTIL INDICE-NUMERO > 1000.
           MOVE "NUMEROS CONSULTADOS NO BALCAO" TO REL-DESCRICAO.
           MOVE CTR-NUMEROS-BALCAO TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  SEM PEDIDO NO LOTE DO DIA" TO REL-DESCRICAO.
           MOVE CTR-SO-BALCAO TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-NUMERO.
           IF NUM-BALCAO (INDICE-NUMERO) > 0
               ADD 1 TO CTR-NUMEROS-BALCAO
               COMPUTE DNU-NUMERO = INDICE-NUMERO - 1
               MOVE NUM-BALCAO (INDICE-NUMERO) TO DNU-BALCAO
               MOVE NUM-LOTE (INDICE-NUMERO) TO DNU-LOTE
               IF NUM-LOTE (INDICE-NUMERO) = 0
                   ADD 1 TO CTR-SO-BALCAO
                   MOVE "SO NO BALCAO" TO DNU-OBSERVACAO
               ELSE
                   MOVE SPACES TO DNU-OBSERVACAO
               END-IF
               MOVE DETALHE-NUMERO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       GRAVA-DIVERGENCIAS.
           MOVE "DIVERGENCIAS DO TABCDIV - CONFERIR NO PROXIMO TABVER"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CABECALHO-DIVERGENCIAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           OPEN INPUT ARQUIVO-DIVERGENCIAS.
           IF FS-DIVERGENCIAS = "35"
               CONTINUE
           ELSE
               IF FS-DIVERGENCIAS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-DIVERGENCIAS (TABCDIV)"
                       " - FILE STATUS " FS-DIVERGENCIAS
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   PERFORM LE-DIVERGENCIA
                       UNTIL FIM-DAS-DIVERGENCIAS
                   CLOSE ARQUIVO-DIVERGENCIAS
               END-IF
           END-IF.
           IF CTR-ANOTADAS = 0
               MOVE "NENHUMA DIVERGENCIA ANOTADA NO DIA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DIVERGENCIAS ANOTADAS" TO REL-DESCRICAO.
           MOVE CTR-ANOTADAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.

       LE-DIVERGENCIA.
           READ ARQUIVO-DIVERGENCIAS
               AT END
                   SET FIM-DAS-DIVERGENCIAS TO TRUE
               NOT AT END
                   MOVE LINHA-DIVERGENCIA TO REG-DIVERGENCIA-ENT
                   IF CDVE-DATA = DATA-APURADA
                       ADD 1 TO CTR-ANOTADAS
                       PERFORM GRAVA-DIVERGENCIA
                   END-IF
           END-READ.

       GRAVA-DIVERGENCIA.
           MOVE CDVE-HORA TO DDV-HORA.
           MOVE CDVE-USUARIO TO DDV-USUARIO.
           MOVE CDVE-NUMERO TO DDV-NUMERO.
           MOVE CDVE-MULTIPLICADOR TO DDV-MULTIPLICADOR.
           MOVE CDVE-PRODUTO-ARMAZENADO TO DDV-PRODUTO-ARMAZENADO.
           MOVE CDVE-DATA-CALCULO TO DDV-DATA-CALCULO.
           MOVE CDVE-PRODUTO-RECALCULADO TO DDV-PRODUTO-RECALCULADO.
           MOVE DETALHE-DIVERGENCIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-ITEM-RELATORIO.
           MOVE RELATORIO-ITEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
