       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCOBR.
      *    Cobertura e envelhecimento do mestre TABMST.
      *
      *    TABCOBR percorre o TABMST pela chave e, para cada NUMERO
      *    gravado, grava no TABCOBRP:
      *      - quantos multiplicadores estao gravados e quantos
      *        faltam na faixa de 1 ate o maior entre COBERTURA-MULT
      *        (TABPARM, padrao 010) e o maior multiplicador gravado,
      *        com as lacunas listadas em faixas;
      *      - a data de calculo mais antiga e a mais recente;
      *      - os registros a menos de AVISO-EXPURGO dias (TABPARM,
      *        padrao 015) do corte de retencao do TABARCH
      *        (RETENCAO-DIAS, padrao 090), inclusive os ja vencidos
      *        que o proximo expurgo vai levar, listados em faixas.
      *    Registro com data de calculo invalida entra como a
      *    expurgar (o recalculo corrige a data); registro com chave
      *    nao numerica fica para a verificacao noturna (TABVER) e so
      *    e contado.
      *
      *    Com RENOVACAO S no TABPARM, as lacunas e os registros a
      *    expurgar viram pedidos de tabuada (modo T, NUMERO, INICIO
      *    e QUANTOS) no arquivo TABIN4, com cabecalho e trailer de
      *    quantidade e soma dos numeros, no formato do TABIN. O lote
      *    e C + ano e dia do ano (AADDD) + sequencia de 2 digitos,
      *    um acima da maior ja registrada no controle de lotes
      *    TABBCH para o dia, e nao se repete como o TABMERGE exige.
      *    A filial propria da
      *    renovacao e a 4: o TABMERGE le o TABIN4 na noite seguinte
      *    como a entrega da filial 4, e o MTABLE recalcula e regrava
      *    as chaves. O QUANTOS de cada pedido respeita o
      *    QUANTOS-MAXIMO do TABPARM e o maximo da filial 4 no TABFIL;
      *    NUMERO fora da faixa da filial 4 nao e pedido. Os limites
      *    LIMITE-MINIMO e LIMITE-MAXIMO do TABPARM (padrao 001 e
      *    999, os mesmos do MTABLE) valem do mesmo modo: NUMERO fora
      *    deles nao e pedido, e a faixa de multiplicadores e cortada
      *    onde o INICIO passaria do LIMITE-MAXIMO, que o MTABLE
      *    rejeitaria. Sem a
      *    filial 4 ativa no TABFIL o TABMERGE recusaria o lote, e o
      *    TABIN4 nao e gravado.
      *
      *    Condicao de retorno: 0 mestre coberto e sem registro a
      *    expurgar, 4 lacuna, registro a expurgar ou invalido, ou
      *    renovacao nao gravada, 8 falha de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-MESTRE ASSIGN TO "TABMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CHAVE
               ALTERNATE RECORD KEY IS MST-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MESTRE.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "TABCOBRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
           SELECT ARQUIVO-RENOVACAO ASSIGN TO "TABIN4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RENOVACAO.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "TABPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.
           SELECT ARQUIVO-FILIAIS ASSIGN TO "TABFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.
           SELECT ARQUIVO-CONTROLE-LOTE ASSIGN TO "TABBCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE-LOTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MESTRE.
       01  REG-MESTRE.
           05  MST-CHAVE.
               10  MST-NUMERO         PIC 9(03).
               10  MST-MULTIPLICADOR  PIC 9(04).
           05  MST-PRODUTO        PIC 9(07).
           05  MST-DATA-CALCULO   PIC 9(08).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       FD  ARQUIVO-RENOVACAO.
       01  LINHA-RENOVACAO PIC X(80).

       FD  ARQUIVO-CONTROLE-LOTE.
       01  LINHA-CONTROLE-LOTE PIC X(17).

       FD  ARQUIVO-PARAMETROS.
       01  LINHA-PARAMETRO PIC X(80).

       FD  ARQUIVO-FILIAIS.
       01  LINHA-FILIAL PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-MESTRE PIC X(02).
       01  FS-RELATORIO PIC X(02).
       01  FS-RENOVACAO PIC X(02).
       01  FS-PARAMETROS PIC X(02).
       01  FS-FILIAIS PIC X(02).
       01  FS-CONTROLE-LOTE PIC X(02).

       01  FIM-LEITURA-MESTRE PIC X(01) VALUE "N".
           88  FIM-DO-MESTRE          VALUE "S".
       01  FIM-PARAMETROS-SW PIC X(01) VALUE "N".
           88  FIM-DOS-PARAMETROS     VALUE "S".
       01  FIM-FILIAIS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-FILIAIS        VALUE "S".

      *    Palavras-chave do TABPARM lidas aqui: RETENCAO-DIAS (a do
      *    TABARCH), QUANTOS-MAXIMO, LIMITE-MINIMO e LIMITE-MAXIMO
      *    (as do MTABLE), AVISO-EXPURGO, COBERTURA-MULT e
      *    RENOVACAO; as demais sao ignoradas.
       01  PARM-RETENCAO-DIAS PIC 9(03) VALUE 90.
       01  PARM-AVISO-EXPURGO PIC 9(03) VALUE 15.
       01  PARM-COBERTURA-MULT PIC 9(03) VALUE 10.
       01  PARM-QUANTOS-MAXIMO PIC 9(02) VALUE 99.
       01  PARM-LIMITE-MINIMO PIC 9(03) VALUE 1.
       01  PARM-LIMITE-MAXIMO PIC 9(03) VALUE 999.
       01  PARM-RENOVACAO PIC X(01) VALUE "N".
           88  RENOVACAO-LIGADA       VALUE "S".
       01  REG-PARAMETRO.
           05  PRM-PALAVRA.
               10  PRM-PALAVRA-1  PIC X(01).
               10  FILLER         PIC X(14).
           05  FILLER             PIC X(01).
           05  PRM-VALOR.
               10  PRM-VALOR-1    PIC X(01).
               10  FILLER         PIC X(63).
           05  PRM-VALOR-R REDEFINES PRM-VALOR.
               10  PRM-VALOR-2    PIC X(02).
               10  FILLER         PIC X(62).
           05  PRM-VALOR-S REDEFINES PRM-VALOR.
               10  PRM-VALOR-3    PIC X(03).
               10  FILLER         PIC X(61).

      *    Filial propria da renovacao e os seus limites no TABFIL
      *    (layout no TABFMNT).
       01  FILIAL-RENOVACAO PIC X(01) VALUE "4".
       01  REG-FILIAL.
           05  CAD-CODIGO         PIC X(01).
           05  FILLER             PIC X(01).
           05  CAD-NOME           PIC X(20).
           05  FILLER             PIC X(01).
           05  CAD-CONTATO        PIC X(20).
           05  FILLER             PIC X(01).
           05  CAD-SITUACAO       PIC X(01).
           05  FILLER             PIC X(01).
           05  CAD-QUANTOS-MAXIMO PIC X(02).
           05  FILLER             PIC X(01).
           05  CAD-NUMERO-MINIMO  PIC X(03).
           05  FILLER             PIC X(01).
           05  CAD-NUMERO-MAXIMO  PIC X(03).
           05  FILLER             PIC X(24).
       01  SITUACAO-FILIAL-RENOVACAO PIC X(01) VALUE SPACE.
           88  FILIAL-RENOVACAO-ATIVA VALUE "A".
       01  CADASTRO-FILIAIS-SW PIC X(01) VALUE "N".
           88  CADASTRO-FILIAIS-CARREGADO VALUE "S".
       01  FILIAL-NUMERO-MINIMO PIC 9(03) VALUE 1.
       01  FILIAL-NUMERO-MAXIMO PIC 9(03) VALUE 999.
       01  QUANTOS-POR-PEDIDO PIC 9(02).
       01  RENOVACAO-ABERTA-SW PIC X(01) VALUE "N".
           88  RENOVACAO-ABERTA       VALUE "S".

       01  DATA-EXECUCAO PIC 9(08).
       01  DATA-JULIANA PIC 9(05).
       01  HORA-EXECUCAO PIC 9(08).

      *    Controle de lotes do TABMERGE, lido para achar a proxima
      *    sequencia livre do lote de renovacao no dia.
       01  REG-CONTROLE-LOTE.
           05  CTL-LOTE-ID.
               10  CTL-LOTE-PREFIXO   PIC X(06).
               10  CTL-LOTE-SEQUENCIA PIC X(02).
           05  FILLER             PIC X(01).
           05  CTL-LOTE-DATA      PIC X(08).
       01  FIM-CONTROLE-LOTE-SW PIC X(01) VALUE "N".
           88  FIM-DO-CONTROLE-LOTE   VALUE "S".
       01  SEQUENCIA-LIDA PIC 9(02).
       01  SEQUENCIA-LOTE PIC 9(03) VALUE 1.
       01  DIAS-EXECUCAO PIC 9(07).
       01  DIAS-CALCULO PIC 9(07).
       01  DIAS-PARA-EXPURGO PIC S9(07).

      *    Situacao de cada multiplicador do NUMERO corrente:
      *    branco ausente, G gravado, E gravado mas a expurgar ou
      *    com data invalida.
       01  NUMERO-CORRENTE PIC 9(03).
       01  NUMERO-ABERTO-SW PIC X(01) VALUE "N".
           88  HA-NUMERO-ABERTO       VALUE "S".
       01  TABELA-MULTIPLICADORES.
           05  SIT-MULTIPLICADOR PIC X(01) OCCURS 999 TIMES.
       01  INDICE-MULT PIC 9(04).
       01  MAIOR-MULTIPLICADOR PIC 9(04).
       01  FAIXA-NUMERO PIC 9(04).
       01  DATA-MAIS-ANTIGA PIC 9(08).
       01  DATA-MAIS-RECENTE PIC 9(08).

       01  CONTADORES-NUMERO.
           05  CTN-GRAVADOS       PIC 9(06).
           05  CTN-FALTAS         PIC 9(06).
           05  CTN-A-EXPURGAR     PIC 9(06).

      *    Faixas consecutivas de multiplicadores: L lacunas, E a
      *    expurgar, P pedidos de renovacao (lacunas e a expurgar).
       01  TIPO-FAIXA PIC X(01).
           88  FAIXA-LACUNAS          VALUE "L".
           88  FAIXA-EXPURGO          VALUE "E".
           88  FAIXA-PEDIDOS          VALUE "P".
       01  MULT-SELECIONADO-SW PIC X(01).
           88  MULT-SELECIONADO       VALUE "S".
       01  FAIXA-ABERTA-SW PIC X(01).
           88  HA-FAIXA-ABERTA        VALUE "S".
       01  FAIXA-INICIO PIC 9(04).
       01  FAIXA-FIM PIC 9(04).
       01  FAIXA-RESTANTE PIC 9(04).
       01  LIMITE-VARREDURA PIC 9(04).
       01  FAIXAS-NA-LINHA PIC 9(01).
       01  PONTEIRO-FAIXAS PIC 9(03).

       01  CONTADORES-COBERTURA.
           05  CTR-LIDOS          PIC 9(07) VALUE 0.
           05  CTR-INVALIDOS      PIC 9(07) VALUE 0.
           05  CTR-DATA-INVALIDA  PIC 9(07) VALUE 0.
           05  CTR-FORA-TABELA    PIC 9(07) VALUE 0.
           05  CTR-NUMEROS        PIC 9(07) VALUE 0.
           05  CTR-COMPLETOS      PIC 9(07) VALUE 0.
           05  CTR-COM-LACUNAS    PIC 9(07) VALUE 0.
           05  CTR-FALTAS         PIC 9(07) VALUE 0.
           05  CTR-A-EXPURGAR     PIC 9(07) VALUE 0.
           05  CTR-PEDIDOS        PIC 9(07) VALUE 0.
           05  CTR-FORA-FILIAL    PIC 9(07) VALUE 0.
           05  CTR-FORA-LIMITES   PIC 9(07) VALUE 0.
           05  CTR-ACIMA-LIMITE   PIC 9(07) VALUE 0.
       01  SOMA-PEDIDOS PIC 9(09) VALUE 0.
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  RELATORIO-TITULO.
           05  FILLER             PIC X(30)
               VALUE "COBERTURA DO MESTRE - TABCOBR ".
           05  FILLER             PIC X(06) VALUE "DATA: ".
           05  REL-DATA           PIC 9(08).
           05  FILLER             PIC X(07) VALUE "  HORA:".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  REL-HORA           PIC 9(08).

       01  CABECALHO-NUMEROS.
           05  FILLER             PIC X(34)
               VALUE "NUM   GRAVADOS  FAIXA  FALTAM  MAI".
           05  FILLER             PIC X(34)
               VALUE "S ANTIGA  MAIS RECENTE  A EXPURGAR".

       01  DETALHE-NUMERO.
           05  DCB-NUMERO         PIC 9(03).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  DCB-GRAVADOS       PIC ZZZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DCB-FAIXA          PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DCB-FALTAS         PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DCB-MAIS-ANTIGA    PIC X(08).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DCB-MAIS-RECENTE   PIC X(08).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  DCB-A-EXPURGAR     PIC ZZZZZZZZZ9.

       01  FAIXA-EDITADA.
           05  FXE-INICIO         PIC 9(04).
           05  FXE-SEPARADOR      PIC X(01).
           05  FXE-FIM            PIC X(04).

       01  REG-PEDIDO.
           05  PED-NUMERO         PIC 9(03).
           05  PED-QUANTOS        PIC 9(02).
           05  PED-INICIO         PIC 9(03).
           05  PED-MODO           PIC X(01).
           05  PED-NUM-BAIXO      PIC 9(03).
           05  PED-NUM-ALTO       PIC 9(03).
           05  PED-PRODUTO-ALVO   PIC 9(07).
           05  PED-QTD-NUMEROS    PIC 9(01).
           05  PED-LISTA-NUMEROS  PIC 9(03) OCCURS 5 TIMES.
           05  PED-DATA-EFETIVA   PIC 9(08).
           05  PED-FILIAL         PIC X(01).
           05  PED-PRIORIDADE     PIC X(01).
           05  PED-REFERENCIA     PIC X(14).
           05  FILLER             PIC X(18) VALUE SPACES.

       01  REG-CABECALHO-RENOVACAO.
           05  FILLER             PIC X(01) VALUE "H".
           05  RNV-LOTE-ID.
               10  RNV-ID-PREFIXO.
                   15  FILLER     PIC X(01) VALUE "C".
                   15  RNV-ID-DIA PIC 9(05).
               10  RNV-ID-SEQUENCIA PIC 9(02).
           05  RNV-LOTE-DATA      PIC 9(08).
           05  FILLER             PIC X(63) VALUE SPACES.

       01  REG-TRAILER-RENOVACAO.
           05  FILLER             PIC X(01) VALUE "T".
           05  RNV-QTD            PIC 9(06).
           05  RNV-SOMA           PIC 9(09).
           05  FILLER             PIC X(64) VALUE SPACES.

       01  RELATORIO-ITEM.
           05  REL-DESCRICAO      PIC X(30).
           05  FILLER             PIC X(02) VALUE ": ".
           05  REL-VALOR          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT DATA-JULIANA FROM DAY.
           ACCEPT HORA-EXECUCAO FROM TIME.
           COMPUTE DIAS-EXECUCAO =
               FUNCTION INTEGER-OF-DATE (DATA-EXECUCAO).
           PERFORM LE-PARAMETROS.
           OPEN INPUT ARQUIVO-MESTRE.
           IF FS-MESTRE NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-MESTRE"
                   " (TABMST) - FILE STATUS " FS-MESTRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-RELATORIO"
                   " (TABCOBRP) - FILE STATUS " FS-RELATORIO
               CLOSE ARQUIVO-MESTRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DATA-EXECUCAO TO REL-DATA.
           MOVE HORA-EXECUCAO TO REL-HORA.
           MOVE RELATORIO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-PARAMETROS-RELATORIO.
           IF RENOVACAO-LIGADA
               PERFORM PREPARA-RENOVACAO
           END-IF.
           MOVE CABECALHO-NUMEROS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO MST-CHAVE.
           START ARQUIVO-MESTRE KEY >= MST-CHAVE
               INVALID KEY
                   SET FIM-DO-MESTRE TO TRUE
           END-START.
           PERFORM EXAMINA-REGISTRO-MESTRE UNTIL FIM-DO-MESTRE.
           IF HA-NUMERO-ABERTO
               PERFORM FECHA-NUMERO
           END-IF.
           CLOSE ARQUIVO-MESTRE.
           IF RENOVACAO-ABERTA
               PERFORM FECHA-RENOVACAO
           END-IF.
           PERFORM GRAVA-TOTAIS-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
       PROGRAM-END.
           IF (CTR-FALTAS > 0 OR CTR-A-EXPURGAR > 0
                   OR CTR-INVALIDOS > 0 OR CTR-FORA-FILIAL > 0
                   OR CTR-FORA-LIMITES > 0)
                   AND CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       EXAMINA-REGISTRO-MESTRE.
           READ ARQUIVO-MESTRE NEXT
               AT END
                   SET FIM-DO-MESTRE TO TRUE
               NOT AT END
                   ADD 1 TO CTR-LIDOS
                   IF MST-NUMERO IS NOT NUMERIC
                           OR MST-MULTIPLICADOR IS NOT NUMERIC
                       ADD 1 TO CTR-INVALIDOS
                   ELSE
                       PERFORM CLASSIFICA-REGISTRO-MESTRE
                   END-IF
           END-READ.

       CLASSIFICA-REGISTRO-MESTRE.
           IF HA-NUMERO-ABERTO AND MST-NUMERO NOT = NUMERO-CORRENTE
               PERFORM FECHA-NUMERO
           END-IF.
           IF NOT HA-NUMERO-ABERTO
               PERFORM ABRE-NUMERO
           END-IF.
           ADD 1 TO CTN-GRAVADOS.
           IF MST-DATA-CALCULO IS NUMERIC
               COMPUTE DIAS-CALCULO =
                   FUNCTION INTEGER-OF-DATE (MST-DATA-CALCULO)
           ELSE
               MOVE 0 TO DIAS-CALCULO
           END-IF.
           IF MST-MULTIPLICADOR > 0 AND MST-MULTIPLICADOR < 1000
               MOVE "G" TO SIT-MULTIPLICADOR (MST-MULTIPLICADOR)
               IF MST-MULTIPLICADOR > MAIOR-MULTIPLICADOR
                   MOVE MST-MULTIPLICADOR TO MAIOR-MULTIPLICADOR
               END-IF
           ELSE
               ADD 1 TO CTR-FORA-TABELA
           END-IF.
           IF DIAS-CALCULO = 0
               ADD 1 TO CTR-DATA-INVALIDA
               PERFORM MARCA-A-EXPURGAR
           ELSE
               IF DATA-MAIS-ANTIGA = 0
                       OR MST-DATA-CALCULO < DATA-MAIS-ANTIGA
                   MOVE MST-DATA-CALCULO TO DATA-MAIS-ANTIGA
               END-IF
               IF MST-DATA-CALCULO > DATA-MAIS-RECENTE
                   MOVE MST-DATA-CALCULO TO DATA-MAIS-RECENTE
               END-IF
               COMPUTE DIAS-PARA-EXPURGO = DIAS-CALCULO
                   + PARM-RETENCAO-DIAS - DIAS-EXECUCAO
               IF DIAS-PARA-EXPURGO < PARM-AVISO-EXPURGO
                   PERFORM MARCA-A-EXPURGAR
               END-IF
           END-IF.

       MARCA-A-EXPURGAR.
           ADD 1 TO CTN-A-EXPURGAR.
           IF MST-MULTIPLICADOR > 0 AND MST-MULTIPLICADOR < 1000
               MOVE "E" TO SIT-MULTIPLICADOR (MST-MULTIPLICADOR)
           END-IF.

       ABRE-NUMERO.
           SET HA-NUMERO-ABERTO TO TRUE.
           MOVE MST-NUMERO TO NUMERO-CORRENTE.
           MOVE SPACES TO TABELA-MULTIPLICADORES.
           MOVE 0 TO MAIOR-MULTIPLICADOR.
           MOVE 0 TO DATA-MAIS-ANTIGA.
           MOVE 0 TO DATA-MAIS-RECENTE.
           INITIALIZE CONTADORES-NUMERO.
           ADD 1 TO CTR-NUMEROS.

      *    Fecha o NUMERO: linha de detalhe, lacunas, registros a
      *    expurgar e, com a renovacao ligada, os pedidos.
       FECHA-NUMERO.
           MOVE "N" TO NUMERO-ABERTO-SW.
           MOVE PARM-COBERTURA-MULT TO FAIXA-NUMERO.
           IF MAIOR-MULTIPLICADOR > FAIXA-NUMERO
               MOVE MAIOR-MULTIPLICADOR TO FAIXA-NUMERO
           END-IF.
           PERFORM CONTA-FALTA
               VARYING INDICE-MULT FROM 1 BY 1
               UNTIL INDICE-MULT > FAIXA-NUMERO.
           MOVE NUMERO-CORRENTE TO DCB-NUMERO.
           MOVE CTN-GRAVADOS TO DCB-GRAVADOS.
           MOVE FAIXA-NUMERO TO DCB-FAIXA.
           MOVE CTN-FALTAS TO DCB-FALTAS.
           IF DATA-MAIS-ANTIGA = 0
               MOVE SPACES TO DCB-MAIS-ANTIGA
               MOVE SPACES TO DCB-MAIS-RECENTE
           ELSE
               MOVE DATA-MAIS-ANTIGA TO DCB-MAIS-ANTIGA
               MOVE DATA-MAIS-RECENTE TO DCB-MAIS-RECENTE
           END-IF.
           MOVE CTN-A-EXPURGAR TO DCB-A-EXPURGAR.
           MOVE DETALHE-NUMERO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF CTN-FALTAS = 0
               ADD 1 TO CTR-COMPLETOS
           ELSE
               ADD 1 TO CTR-COM-LACUNAS
               ADD CTN-FALTAS TO CTR-FALTAS
               SET FAIXA-LACUNAS TO TRUE
               PERFORM PERCORRE-FAIXAS
           END-IF.
           IF CTN-A-EXPURGAR > 0
               ADD CTN-A-EXPURGAR TO CTR-A-EXPURGAR
               SET FAIXA-EXPURGO TO TRUE
               PERFORM PERCORRE-FAIXAS
           END-IF.
           IF RENOVACAO-ABERTA
                   AND (CTN-FALTAS > 0 OR CTN-A-EXPURGAR > 0)
               PERFORM RENOVA-NUMERO
           END-IF.

      *    NUMERO fora dos limites do TABPARM ou da faixa da filial 4
      *    nao e pedido - o MTABLE ou o TABMERGE o rejeitaria.
       RENOVA-NUMERO.
           IF NUMERO-CORRENTE < PARM-LIMITE-MINIMO
                   OR NUMERO-CORRENTE > PARM-LIMITE-MAXIMO
               ADD 1 TO CTR-FORA-LIMITES
               MOVE "          FORA DOS LIMITES - SEM PEDIDO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF NUMERO-CORRENTE < FILIAL-NUMERO-MINIMO
                       OR NUMERO-CORRENTE > FILIAL-NUMERO-MAXIMO
                   ADD 1 TO CTR-FORA-FILIAL
                   MOVE "          FORA DA FAIXA DA FILIAL - SEM PEDIDO"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               ELSE
                   SET FAIXA-PEDIDOS TO TRUE
                   PERFORM PERCORRE-FAIXAS
               END-IF
           END-IF.

       CONTA-FALTA.
           IF SIT-MULTIPLICADOR (INDICE-MULT) = SPACE
               ADD 1 TO CTN-FALTAS
           END-IF.

      *    Percorre 1..FAIXA-NUMERO e emite cada sequencia de
      *    multiplicadores selecionados pelo TIPO-FAIXA. A posicao
      *    seguinte ao fim da faixa fecha a ultima sequencia.
       PERCORRE-FAIXAS.
           MOVE "N" TO FAIXA-ABERTA-SW.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE 0 TO FAIXAS-NA-LINHA.
           MOVE 1 TO PONTEIRO-FAIXAS.
           IF FAIXA-LACUNAS
               STRING "          LACUNAS:   " DELIMITED BY SIZE
                   INTO LINHA-RELATORIO WITH POINTER PONTEIRO-FAIXAS
           ELSE
               STRING "          A EXPURGAR:" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO WITH POINTER PONTEIRO-FAIXAS
           END-IF.
           COMPUTE LIMITE-VARREDURA = FAIXA-NUMERO + 1.
           PERFORM EXAMINA-MULTIPLICADOR
               VARYING INDICE-MULT FROM 1 BY 1
               UNTIL INDICE-MULT > LIMITE-VARREDURA.
           IF NOT FAIXA-PEDIDOS AND FAIXAS-NA-LINHA > 0
               WRITE LINHA-RELATORIO
           END-IF.

       EXAMINA-MULTIPLICADOR.
           MOVE "N" TO MULT-SELECIONADO-SW.
           IF INDICE-MULT NOT > FAIXA-NUMERO
               IF FAIXA-LACUNAS
                   IF SIT-MULTIPLICADOR (INDICE-MULT) = SPACE
                       SET MULT-SELECIONADO TO TRUE
                   END-IF
               ELSE
                   IF FAIXA-EXPURGO
                       IF SIT-MULTIPLICADOR (INDICE-MULT) = "E"
                           SET MULT-SELECIONADO TO TRUE
                       END-IF
                   ELSE
                       IF SIT-MULTIPLICADOR (INDICE-MULT) NOT = "G"
                           SET MULT-SELECIONADO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF MULT-SELECIONADO
               IF NOT HA-FAIXA-ABERTA
                   SET HA-FAIXA-ABERTA TO TRUE
                   MOVE INDICE-MULT TO FAIXA-INICIO
               END-IF
           ELSE
               IF HA-FAIXA-ABERTA
                   MOVE "N" TO FAIXA-ABERTA-SW
                   COMPUTE FAIXA-FIM = INDICE-MULT - 1
                   IF FAIXA-PEDIDOS
                       PERFORM GERA-PEDIDOS-FAIXA
                   ELSE
                       PERFORM LISTA-FAIXA
                   END-IF
               END-IF
           END-IF.

      *    Seis faixas por linha, no formato MMMM-MMMM (ou MMMM
      *    quando a faixa tem um multiplicador so).
       LISTA-FAIXA.
           MOVE FAIXA-INICIO TO FXE-INICIO.
           IF FAIXA-FIM = FAIXA-INICIO
               MOVE SPACE TO FXE-SEPARADOR
               MOVE SPACES TO FXE-FIM
           ELSE
               MOVE "-" TO FXE-SEPARADOR
               MOVE FAIXA-FIM (1:4) TO FXE-FIM
           END-IF.
           IF FAIXAS-NA-LINHA = 6
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               MOVE 22 TO PONTEIRO-FAIXAS
               MOVE 0 TO FAIXAS-NA-LINHA
           END-IF.
           STRING " " FAIXA-EDITADA DELIMITED BY SIZE
               INTO LINHA-RELATORIO WITH POINTER PONTEIRO-FAIXAS.
           ADD 1 TO FAIXAS-NA-LINHA.

      *    Trecho com INICIO acima do LIMITE-MAXIMO nao e pedido -
      *    o MTABLE o rejeitaria; os multiplicadores que sobram sao
      *    so contados.
       GERA-PEDIDOS-FAIXA.
           COMPUTE FAIXA-RESTANTE = FAIXA-FIM - FAIXA-INICIO + 1.
           PERFORM GRAVA-PEDIDO
               UNTIL FAIXA-RESTANTE = 0
                   OR FAIXA-INICIO > PARM-LIMITE-MAXIMO.
           ADD FAIXA-RESTANTE TO CTR-ACIMA-LIMITE.

      *    Pedido de tabuada para o trecho seguinte da faixa, com no
      *    maximo QUANTOS-POR-PEDIDO multiplicadores.
       GRAVA-PEDIDO.
           INITIALIZE REG-PEDIDO.
           MOVE NUMERO-CORRENTE TO PED-NUMERO.
           MOVE FAIXA-INICIO TO PED-INICIO.
           IF FAIXA-RESTANTE > QUANTOS-POR-PEDIDO
               MOVE QUANTOS-POR-PEDIDO TO PED-QUANTOS
           ELSE
               MOVE FAIXA-RESTANTE TO PED-QUANTOS
           END-IF.
           MOVE "T" TO PED-MODO.
           MOVE FILIAL-RENOVACAO TO PED-FILIAL.
           MOVE REG-PEDIDO TO LINHA-RENOVACAO.
           WRITE LINHA-RENOVACAO.
           IF FS-RENOVACAO NOT = "00"
               DISPLAY "ERRO: FALHA NA GRAVACAO DA RENOVACAO (TABIN4)"
                   " - FILE STATUS " FS-RENOVACAO
               MOVE 8 TO CODIGO-RETORNO
           END-IF.
           ADD 1 TO CTR-PEDIDOS.
           ADD NUMERO-CORRENTE TO SOMA-PEDIDOS.
           ADD PED-QUANTOS TO FAIXA-INICIO.
           SUBTRACT PED-QUANTOS FROM FAIXA-RESTANTE.

      *    A renovacao so e gravada com a filial 4 ativa no TABFIL
      *    (ou sem o TABFIL, quando o TABMERGE nao confere filiais).
       PREPARA-RENOVACAO.
           PERFORM CARREGA-FILIAL-RENOVACAO.
           MOVE DATA-JULIANA TO RNV-ID-DIA.
           PERFORM PROCURA-SEQUENCIA-LOTE.
           IF CADASTRO-FILIAIS-CARREGADO
                   AND NOT FILIAL-RENOVACAO-ATIVA
               DISPLAY "AVISO: FILIAL " FILIAL-RENOVACAO " NAO"
                   " CADASTRADA OU ENCERRADA NO TABFIL - RENOVACAO"
                   " (TABIN4) NAO GRAVADA"
               MOVE "RENOVACAO NAO GRAVADA - FILIAL 4 INATIVA NO TABFIL"
                   TO LINHA-RELATORIO
               PERFORM RECUSA-RENOVACAO
           ELSE
               IF SEQUENCIA-LOTE > 99
                   DISPLAY "AVISO: SEQUENCIA DE LOTES DE RENOVACAO"
                       " ESGOTADA NO DIA (TABBCH) - RENOVACAO (TABIN4)"
                       " NAO GRAVADA"
                   MOVE "RENOVACAO NAO GRAVADA - SEQUENCIA ESGOTADA"
                       TO LINHA-RELATORIO
                   PERFORM RECUSA-RENOVACAO
               ELSE
                   PERFORM ABRE-RENOVACAO
               END-IF
           END-IF.

       RECUSA-RENOVACAO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       ABRE-RENOVACAO.
           OPEN OUTPUT ARQUIVO-RENOVACAO.
           IF FS-RENOVACAO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-RENOVACAO (TABIN4) - FILE STATUS "
                   FS-RENOVACAO
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               SET RENOVACAO-ABERTA TO TRUE
               MOVE SEQUENCIA-LOTE TO RNV-ID-SEQUENCIA
               MOVE DATA-EXECUCAO TO RNV-LOTE-DATA
               MOVE REG-CABECALHO-RENOVACAO TO LINHA-RENOVACAO
               WRITE LINHA-RENOVACAO
           END-IF.

      *    Sequencia do lote: uma acima da maior ja registrada no
      *    TABBCH com o mesmo C + AADDD. Sem o TABBCH, a primeira.
       PROCURA-SEQUENCIA-LOTE.
           MOVE 1 TO SEQUENCIA-LOTE.
           OPEN INPUT ARQUIVO-CONTROLE-LOTE.
           IF FS-CONTROLE-LOTE = "00"
               PERFORM LE-CONTROLE-LOTE UNTIL FIM-DO-CONTROLE-LOTE
               CLOSE ARQUIVO-CONTROLE-LOTE
           END-IF.

       LE-CONTROLE-LOTE.
           READ ARQUIVO-CONTROLE-LOTE
               AT END
                   SET FIM-DO-CONTROLE-LOTE TO TRUE
               NOT AT END
                   MOVE LINHA-CONTROLE-LOTE TO REG-CONTROLE-LOTE
                   IF CTL-LOTE-PREFIXO = RNV-ID-PREFIXO
                       AND CTL-LOTE-SEQUENCIA IS NUMERIC
                       MOVE CTL-LOTE-SEQUENCIA TO SEQUENCIA-LIDA
                       IF SEQUENCIA-LIDA NOT < SEQUENCIA-LOTE
                           COMPUTE SEQUENCIA-LOTE = SEQUENCIA-LIDA + 1
                       END-IF
                   END-IF
           END-READ.

       FECHA-RENOVACAO.
           MOVE CTR-PEDIDOS TO RNV-QTD.
           MOVE SOMA-PEDIDOS TO RNV-SOMA.
           MOVE REG-TRAILER-RENOVACAO TO LINHA-RENOVACAO.
           WRITE LINHA-RENOVACAO.
           CLOSE ARQUIVO-RENOVACAO.

       CARREGA-FILIAL-RENOVACAO.
           MOVE PARM-QUANTOS-MAXIMO TO QUANTOS-POR-PEDIDO.
           OPEN INPUT ARQUIVO-FILIAIS.
           IF FS-FILIAIS = "35"
               DISPLAY "AVISO: CADASTRO DE FILIAIS (TABFIL) AUSENTE"
                   " - LIMITES DA FILIAL NAO APLICADOS"
           ELSE
               IF FS-FILIAIS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-FILIAIS (TABFIL) - FILE STATUS "
                       FS-FILIAIS
                   CLOSE ARQUIVO-MESTRE
                   CLOSE ARQUIVO-RELATORIO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   SET CADASTRO-FILIAIS-CARREGADO TO TRUE
                   PERFORM LE-REGISTRO-FILIAL UNTIL FIM-DAS-FILIAIS
                   CLOSE ARQUIVO-FILIAIS
               END-IF
           END-IF.
           IF QUANTOS-POR-PEDIDO = 0
               MOVE 1 TO QUANTOS-POR-PEDIDO
           END-IF.

       LE-REGISTRO-FILIAL.
           READ ARQUIVO-FILIAIS
               AT END
                   SET FIM-DAS-FILIAIS TO TRUE
               NOT AT END
                   MOVE LINHA-FILIAL TO REG-FILIAL
                   IF CAD-CODIGO = FILIAL-RENOVACAO
                           AND CAD-QUANTOS-MAXIMO IS NUMERIC
                           AND CAD-NUMERO-MINIMO IS NUMERIC
                           AND CAD-NUMERO-MAXIMO IS NUMERIC
                       MOVE CAD-SITUACAO TO SITUACAO-FILIAL-RENOVACAO
                       MOVE CAD-NUMERO-MINIMO TO FILIAL-NUMERO-MINIMO
                       MOVE CAD-NUMERO-MAXIMO TO FILIAL-NUMERO-MAXIMO
                       IF CAD-QUANTOS-MAXIMO < QUANTOS-POR-PEDIDO
                           MOVE CAD-QUANTOS-MAXIMO
                               TO QUANTOS-POR-PEDIDO
                       END-IF
                   END-IF
           END-READ.

       GRAVA-PARAMETROS-RELATORIO.
           MOVE "RETENCAO EM DIAS" TO REL-DESCRICAO.
           MOVE PARM-RETENCAO-DIAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "AVISO DE EXPURGO EM DIAS" TO REL-DESCRICAO.
           MOVE PARM-AVISO-EXPURGO TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "FAIXA MINIMA DE MULTIPLICADOR" TO REL-DESCRICAO.
           MOVE PARM-COBERTURA-MULT TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAIS-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS LIDOS" TO REL-DESCRICAO.
           MOVE CTR-LIDOS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "REGISTROS COM CHAVE INVALIDA" TO REL-DESCRICAO.
           MOVE CTR-INVALIDOS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "REGISTROS COM DATA INVALIDA" TO REL-DESCRICAO.
           MOVE CTR-DATA-INVALIDA TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "MULTIPLICADOR ACIMA DE 999" TO REL-DESCRICAO.
           MOVE CTR-FORA-TABELA TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "NUMEROS NO MESTRE" TO REL-DESCRICAO.
           MOVE CTR-NUMEROS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "NUMEROS COMPLETOS" TO REL-DESCRICAO.
           MOVE CTR-COMPLETOS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "NUMEROS COM LACUNAS" TO REL-DESCRICAO.
           MOVE CTR-COM-LACUNAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "MULTIPLICADORES EM FALTA" TO REL-DESCRICAO.
           MOVE CTR-FALTAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "REGISTROS A EXPURGAR" TO REL-DESCRICAO.
           MOVE CTR-A-EXPURGAR TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           IF RENOVACAO-ABERTA
               MOVE "PEDIDOS DE RENOVACAO (TABIN4)" TO REL-DESCRICAO
               MOVE CTR-PEDIDOS TO REL-VALOR
               PERFORM GRAVA-ITEM-RELATORIO
               MOVE "NUMEROS FORA DA FILIAL" TO REL-DESCRICAO
               MOVE CTR-FORA-FILIAL TO REL-VALOR
               PERFORM GRAVA-ITEM-RELATORIO
               MOVE "NUMEROS FORA DOS LIMITES" TO REL-DESCRICAO
               MOVE CTR-FORA-LIMITES TO REL-VALOR
               PERFORM GRAVA-ITEM-RELATORIO
               MOVE "MULTIPLICADORES ALEM DO LIMITE" TO REL-DESCRICAO
               MOVE CTR-ACIMA-LIMITE TO REL-VALOR
               PERFORM GRAVA-ITEM-RELATORIO
           END-IF.

       GRAVA-ITEM-RELATORIO.
           MOVE RELATORIO-ITEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       LE-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS.
           IF FS-PARAMETROS = "35"
               CONTINUE
           ELSE
               IF FS-PARAMETROS NOT = "00"
                   DISPLAY "AVISO: ARQUIVO-PARAMETROS (TABPARM) NAO"
                       " PODE SER LIDO - FILE STATUS " FS-PARAMETROS
                       " - USANDO VALORES PADRAO"
               ELSE
                   PERFORM LE-REGISTRO-PARAMETRO
                       UNTIL FIM-DOS-PARAMETROS
                   CLOSE ARQUIVO-PARAMETROS
               END-IF
           END-IF.
           IF PARM-LIMITE-MINIMO = 0
                   OR PARM-LIMITE-MINIMO > PARM-LIMITE-MAXIMO
               DISPLAY "AVISO: LIMITES DE VALIDACAO INCONSISTENTES"
                   " - MANTIDOS OS VALORES PADRAO"
               MOVE 1 TO PARM-LIMITE-MINIMO
               MOVE 999 TO PARM-LIMITE-MAXIMO
           END-IF.

       LE-REGISTRO-PARAMETRO.
           READ ARQUIVO-PARAMETROS
               AT END
                   SET FIM-DOS-PARAMETROS TO TRUE
               NOT AT END
                   MOVE LINHA-PARAMETRO TO REG-PARAMETRO
                   PERFORM PROCESSA-PARAMETRO
           END-READ.

       PROCESSA-PARAMETRO.
           IF REG-PARAMETRO = SPACES OR PRM-PALAVRA-1 = "*"
               CONTINUE
           ELSE
               IF PRM-PALAVRA = "RETENCAO-DIAS"
                   IF PRM-VALOR-3 IS NUMERIC
                       MOVE PRM-VALOR-3 TO PARM-RETENCAO-DIAS
                   ELSE
                       PERFORM AVISA-PARAMETRO-INVALIDO
                   END-IF
               ELSE
                   IF PRM-PALAVRA = "AVISO-EXPURGO"
                       IF PRM-VALOR-3 IS NUMERIC
                           MOVE PRM-VALOR-3 TO PARM-AVISO-EXPURGO
                       ELSE
                           PERFORM AVISA-PARAMETRO-INVALIDO
                       END-IF
                   ELSE
                       PERFORM PROCESSA-PARAMETRO-COBERTURA
                   END-IF
               END-IF
           END-IF.

       PROCESSA-PARAMETRO-COBERTURA.
           IF PRM-PALAVRA = "COBERTURA-MULT"
               IF PRM-VALOR-3 IS NUMERIC AND PRM-VALOR-3 NOT = "000"
                   MOVE PRM-VALOR-3 TO PARM-COBERTURA-MULT
               ELSE
                   PERFORM AVISA-PARAMETRO-INVALIDO
               END-IF
           ELSE
               IF PRM-PALAVRA = "QUANTOS-MAXIMO"
                   IF PRM-VALOR-2 IS NUMERIC
                       MOVE PRM-VALOR-2 TO PARM-QUANTOS-MAXIMO
                   ELSE
                       PERFORM AVISA-PARAMETRO-INVALIDO
                   END-IF
               ELSE
                   IF PRM-PALAVRA = "RENOVACAO"
                       IF PRM-VALOR-1 = "S" OR PRM-VALOR-1 = "N"
                           MOVE PRM-VALOR-1 TO PARM-RENOVACAO
                       ELSE
                           PERFORM AVISA-PARAMETRO-INVALIDO
                       END-IF
                   ELSE
                       PERFORM PROCESSA-PARAMETRO-LIMITES
                   END-IF
               END-IF
           END-IF.

       PROCESSA-PARAMETRO-LIMITES.
           IF PRM-PALAVRA = "LIMITE-MINIMO"
               IF PRM-VALOR-3 IS NUMERIC
                   MOVE PRM-VALOR-3 TO PARM-LIMITE-MINIMO
               ELSE
                   PERFORM AVISA-PARAMETRO-INVALIDO
               END-IF
           ELSE
               IF PRM-PALAVRA = "LIMITE-MAXIMO"
                   IF PRM-VALOR-3 IS NUMERIC
                       MOVE PRM-VALOR-3 TO PARM-LIMITE-MAXIMO
                   ELSE
                       PERFORM AVISA-PARAMETRO-INVALIDO
                   END-IF
               END-IF
           END-IF.

       AVISA-PARAMETRO-INVALIDO.
           DISPLAY "AVISO: VALOR INVALIDO PARA O PARAMETRO "
               PRM-PALAVRA " - MANTIDO O VALOR PADRAO".
