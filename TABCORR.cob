       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCORR.
      *    Correcao do mestre TABMST com proponente e aprovador.
      *
      *    Quando o TABVER aponta excecao no TABVERRP, ou o TABCONS
      *    mostra PRODUTO ARMAZENADO DIVERGE, a chave e corrigida
      *    aqui, sem esperar pedido no lote da noite. Um operador
      *    propoe a correcao de uma chave NUMERO/MULTIPLICADOR:
      *      - recalculo: o produto e refeito pelo subprograma
      *        TABCALC e a data de calculo passa a ser a da
      *        aprovacao (chave ausente do mestre e incluida);
      *      - exclusao: a chave sai do mestre - unico remedio para
      *        registro com chave nao numerica ou produto acima da
      *        capacidade;
      *      - carga do TABVERRP: cada excecao da ultima verificacao
      *        vira proposta (recalculo para produto divergente ou
      *        campo nao numerico com chave numerica, exclusao para
      *        chave nao numerica ou estouro).
      *    O mestre so muda quando um segundo usuario, diferente do
      *    proponente, aprova a proposta. Qualquer usuario pode
      *    rejeitar; a rejeicao nao toca no mestre.
      *
      *    As propostas pendentes ficam no TABCORP. Cada mudanca de
      *    situacao (PENDENTE, APROVADA, REJEITADA) vai para a trilha
      *    TABCORT com o proponente e o aprovador. A gravacao
      *    aprovada entra no diario TABJRN com o programa TABCORR e o
      *    lote CRnnnnnn (numero da proposta), de modo que o TABROLL
      *    pode desfaze-la pelo lote. O relatorio da manha das
      *    pendencias e o do TABCPEN.
      *
      *    Layout do TABCORP (colunas):
      *      01-06  numero da proposta
      *      08-10  NUMERO da chave      11-14  MULTIPLICADOR
      *      16     acao C recalculo / E exclusao
      *      18     origem M manual / V TABVERRP
      *      20-39  proponente
      *      41-48  data da proposta    50-57  hora
      *      59-65  produto gravado na proposta
      *      67-73  produto proposto (recalculo)
      *      75-98  motivo
      *
      *    Layout da trilha TABCORT (colunas):
      *      01-08  data                10-17  hora
      *      19-24  numero da proposta  26-34  situacao
      *      36-38  NUMERO da chave     39-42  MULTIPLICADOR
      *      44     acao                46     origem
      *      48-67  proponente          69-88  aprovador
      *      90-96  produto gravado     98-104 produto proposto
      *      106-129 motivo
      *
      *    Condicao de retorno: 0 encerrado normalmente, 8 falha de
      *    arquivo.

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
           SELECT ARQUIVO-PROPOSTAS ASSIGN TO "TABCORP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSTAS.
           SELECT ARQUIVO-TRILHA ASSIGN TO "TABCORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRILHA.
           SELECT ARQUIVO-VERIFICACAO ASSIGN TO "TABVERRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERIFICACAO.
           SELECT ARQUIVO-DIARIO-MESTRE ASSIGN TO "TABJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MESTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MESTRE.
       01  REG-MESTRE.
           05  MST-CHAVE.
               10  MST-NUMERO         PIC 9(03).
               10  MST-MULTIPLICADOR  PIC 9(04).
           05  MST-PRODUTO        PIC 9(07).
           05  MST-DATA-CALCULO   PIC 9(08).

       FD  ARQUIVO-PROPOSTAS.
       01  LINHA-PROPOSTA PIC X(98).

       FD  ARQUIVO-TRILHA.
       01  LINHA-TRILHA PIC X(129).

       FD  ARQUIVO-VERIFICACAO.
       01  LINHA-VERIFICACAO PIC X(80).

       FD  ARQUIVO-DIARIO-MESTRE.
       01  LINHA-DIARIO-MESTRE PIC X(123).

       WORKING-STORAGE SECTION.

       01  FS-MESTRE PIC X(02).
       01  FS-PROPOSTAS PIC X(02).
       01  FS-TRILHA PIC X(02).
       01  FS-VERIFICACAO PIC X(02).
       01  FS-DIARIO-MESTRE PIC X(02).

       01  FIM-PROPOSTAS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-PROPOSTAS      VALUE "S".
       01  FIM-TRILHA-SW PIC X(01) VALUE "N".
           88  FIM-DA-TRILHA          VALUE "S".
       01  FIM-VERIFICACAO-SW PIC X(01) VALUE "N".
           88  FIM-DA-VERIFICACAO     VALUE "S".
       01  MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88  MESTRE-NO-AR           VALUE "S".
       01  REGISTRO-MESTRE-LIDO PIC X(01) VALUE "N".
           88  ACHOU-NO-MESTRE        VALUE "S".
       01  PROPOSTA-ACHADA-SW PIC X(01) VALUE "N".
           88  ACHOU-PROPOSTA         VALUE "S".
       01  CORRECAO-APLICADA-SW PIC X(01) VALUE "N".
           88  CORRECAO-APLICADA      VALUE "S".

       01  OPCAO-CORRECAO PIC 9(01) VALUE 0.
           88  OPCAO-PROPOE-RECALCULO VALUE 1.
           88  OPCAO-PROPOE-EXCLUSAO  VALUE 2.
           88  OPCAO-CARREGA-TABVERRP VALUE 3.
           88  OPCAO-LISTA-PENDENTES  VALUE 4.
           88  OPCAO-APROVA           VALUE 5.
           88  OPCAO-REJEITA          VALUE 6.
           88  OPCAO-SAIR             VALUE 9.

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  ENTRADA-CHAVE.
           05  ENT-NUMERO         PIC X(03).
           05  ENT-MULTIPLICADOR  PIC X(04).
       01  ENTRADA-PROPOSTA PIC 9(06).
       01  ENTRADA-MOTIVO PIC X(24).
       01  ENTRADA-CONFIRMA PIC X(01).
       01  ACAO-PROPOSTA PIC X(01).
       01  ORIGEM-PROPOSTA PIC X(01).
       01  PRODUTO-GRAVADO PIC X(07).
       01  PRODUTO-PROPOSTO PIC X(07).
       01  PRODUTO-EDITADO PIC 9(07).

      *    Propostas pendentes, carregadas do TABCORP e regravadas
      *    a cada mudanca.
       01  QTD-PENDENTES PIC 9(03) VALUE 0.
       01  TABELA-PENDENTES.
           05  PENDENTE OCCURS 300 TIMES.
               10  PEN-PROPOSTA       PIC 9(06).
               10  PEN-CHAVE.
                   15  PEN-NUMERO         PIC X(03).
                   15  PEN-MULTIPLICADOR  PIC X(04).
               10  PEN-ACAO           PIC X(01).
               10  PEN-ORIGEM         PIC X(01).
               10  PEN-PROPONENTE     PIC X(20).
               10  PEN-DATA           PIC 9(08).
               10  PEN-HORA           PIC 9(08).
               10  PEN-PRODUTO-ANTES  PIC X(07).
               10  PEN-PRODUTO-NOVO   PIC X(07).
               10  PEN-MOTIVO         PIC X(24).
       01  INDICE-PENDENTE PIC 9(03).
       01  INDICE-ACHADO PIC 9(03).
       01  ULTIMA-PROPOSTA PIC 9(06) VALUE 0.
       01  QTD-ANTES-DA-CARGA PIC 9(03).
       01  CTR-CARREGADAS PIC 9(05) VALUE 0.
       01  CTR-JA-PENDENTES PIC 9(05) VALUE 0.
       01  CTR-DIARIO-MESTRE PIC 9(07) VALUE 0.

       01  REG-PROPOSTA.
           05  COR-PROPOSTA       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-CHAVE.
               10  COR-NUMERO         PIC X(03).
               10  COR-MULTIPLICADOR  PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-ACAO           PIC X(01).
               88  COR-RECALCULO          VALUE "C".
               88  COR-EXCLUSAO           VALUE "E".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-ORIGEM         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-PROPONENTE     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-PRODUTO-ANTES  PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-PRODUTO-NOVO   PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COR-MOTIVO         PIC X(24).

       01  REG-TRILHA.
           05  COT-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-PROPOSTA       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-SITUACAO       PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-CHAVE.
               10  COT-NUMERO         PIC X(03).
               10  COT-MULTIPLICADOR  PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-ACAO           PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-ORIGEM         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-PROPONENTE     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-APROVADOR      PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-PRODUTO-ANTES  PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-PRODUTO-NOVO   PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  COT-MOTIVO         PIC X(24).

      *    Linha de excecao do TABVERRP, como o TABVER a grava.
       01  REG-EXCECAO.
           05  VRP-NUMERO         PIC X(03).
           05  VRP-SEPARADOR      PIC X(03).
           05  VRP-MULTIPLICADOR  PIC X(04).
           05  VRP-ROTULO         PIC X(12).
           05  VRP-GRAVADO        PIC X(07).
           05  FILLER             PIC X(15).
           05  VRP-RECALCULADO    PIC X(07).
           05  FILLER             PIC X(02).
           05  VRP-MOTIVO         PIC X(24).
           05  FILLER             PIC X(03).

      *    Linha do diario TABJRN, como o MTABLE a grava.
       01  REGISTRO-DIARIO-MESTRE.
           05  JRN-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-LOTE-ID.
               10  JRN-LOTE-PREFIXO   PIC X(02).
               10  JRN-LOTE-PROPOSTA  PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-SEQUENCIA      PIC 9(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-PROGRAMA       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-ACAO           PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-CHAVE.
               10  JRN-NUMERO         PIC 9(03).
               10  JRN-MULTIPLICADOR  PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-ANTES.
               10  JRN-ANT-PRODUTO    PIC 9(07).
               10  FILLER             PIC X(01).
               10  JRN-ANT-DATA       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-DEPOIS.
               10  JRN-DEP-PRODUTO    PIC 9(07).
               10  FILLER             PIC X(01).
               10  JRN-DEP-DATA       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-REFERENCIA     PIC X(14).

       COPY TABCALCA.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           IF USUARIO-EXECUCAO = SPACES
               DISPLAY "ERRO: USUARIO NAO IDENTIFICADO - A CORRECAO"
                   " EXIGE PROPONENTE E APROVADOR IDENTIFICADOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGA-PENDENTES.
           PERFORM PROCURA-ULTIMA-PROPOSTA.
           OPEN EXTEND ARQUIVO-TRILHA.
           IF FS-TRILHA = "35"
               OPEN OUTPUT ARQUIVO-TRILHA
           END-IF.
           IF FS-TRILHA NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-TRILHA"
                   " (TABCORT) - FILE STATUS " FS-TRILHA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ARQUIVO-MESTRE.
           IF FS-MESTRE = "00"
               SET MESTRE-NO-AR TO TRUE
           ELSE
               DISPLAY "AVISO: MESTRE (TABMST) INDISPONIVEL - FILE"
                   " STATUS " FS-MESTRE " - SO PROPOSTAS E REJEICOES"
           END-IF.
           PERFORM PROCESSA-OPCAO UNTIL OPCAO-SAIR.
           IF MESTRE-NO-AR
               CLOSE ARQUIVO-MESTRE
           END-IF.
           CLOSE ARQUIVO-TRILHA.
       PROGRAM-END.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "CORRECAO DO MESTRE (TABMST) - PENDENTES: "
               QTD-PENDENTES.
           DISPLAY "  1 - PROPOR RECALCULO DE UMA CHAVE".
           DISPLAY "  2 - PROPOR EXCLUSAO DE UMA CHAVE".
           DISPLAY "  3 - CARREGAR AS EXCECOES DO TABVERRP".
           DISPLAY "  4 - LISTAR PROPOSTAS PENDENTES".
           DISPLAY "  5 - APROVAR PROPOSTA".
           DISPLAY "  6 - REJEITAR PROPOSTA".
           DISPLAY "  9 - ENCERRAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-CORRECAO.
           IF OPCAO-PROPOE-RECALCULO
               MOVE "C" TO ACAO-PROPOSTA
               PERFORM PROPOE-CORRECAO
           ELSE
               IF OPCAO-PROPOE-EXCLUSAO
                   MOVE "E" TO ACAO-PROPOSTA
                   PERFORM PROPOE-CORRECAO
               ELSE
                   IF OPCAO-CARREGA-TABVERRP
                       PERFORM CARREGA-TABVERRP
                   ELSE
                       PERFORM PROCESSA-OPCAO-DECISAO
                   END-IF
               END-IF
           END-IF.

       PROCESSA-OPCAO-DECISAO.
           IF OPCAO-LISTA-PENDENTES
               PERFORM LISTA-PENDENTES
           ELSE
               IF OPCAO-APROVA
                   PERFORM APROVA-PROPOSTA
               ELSE
                   IF OPCAO-REJEITA
                       PERFORM REJEITA-PROPOSTA
                   ELSE
                       IF NOT OPCAO-SAIR
                           DISPLAY "OPCAO INVALIDA (USE 1 A 6 OU 9)"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CARREGA-PENDENTES.
           OPEN INPUT ARQUIVO-PROPOSTAS.
           IF FS-PROPOSTAS = "35"
               CONTINUE
           ELSE
               IF FS-PROPOSTAS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-PROPOSTAS (TABCORP) - FILE STATUS "
                       FS-PROPOSTAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-REGISTRO-PROPOSTA
                       UNTIL FIM-DAS-PROPOSTAS
                   CLOSE ARQUIVO-PROPOSTAS
               END-IF
           END-IF.

       LE-REGISTRO-PROPOSTA.
           READ ARQUIVO-PROPOSTAS
               AT END
                   SET FIM-DAS-PROPOSTAS TO TRUE
               NOT AT END
                   MOVE LINHA-PROPOSTA TO REG-PROPOSTA
                   IF QTD-PENDENTES < 300
                       ADD 1 TO QTD-PENDENTES
                       PERFORM GUARDA-PENDENTE-LIDA
                   ELSE
                       DISPLAY "AVISO: TABCORP COM MAIS DE 300"
                           " PENDENTES - PROPOSTA " COR-PROPOSTA
                           " FICA PARA A PROXIMA SESSAO"
                   END-IF
           END-READ.

       GUARDA-PENDENTE-LIDA.
           MOVE COR-PROPOSTA TO PEN-PROPOSTA (QTD-PENDENTES).
           MOVE COR-CHAVE TO PEN-CHAVE (QTD-PENDENTES).
           MOVE COR-ACAO TO PEN-ACAO (QTD-PENDENTES).
           MOVE COR-ORIGEM TO PEN-ORIGEM (QTD-PENDENTES).
           MOVE COR-PROPONENTE TO PEN-PROPONENTE (QTD-PENDENTES).
           MOVE COR-DATA TO PEN-DATA (QTD-PENDENTES).
           MOVE COR-HORA TO PEN-HORA (QTD-PENDENTES).
           MOVE COR-PRODUTO-ANTES
               TO PEN-PRODUTO-ANTES (QTD-PENDENTES).
           MOVE COR-PRODUTO-NOVO TO PEN-PRODUTO-NOVO (QTD-PENDENTES).
           MOVE COR-MOTIVO TO PEN-MOTIVO (QTD-PENDENTES).
           IF COR-PROPOSTA > ULTIMA-PROPOSTA
               MOVE COR-PROPOSTA TO ULTIMA-PROPOSTA
           END-IF.

      *    O numero da proposta continua a partir do maior numero
      *    ja registrado na trilha.
       PROCURA-ULTIMA-PROPOSTA.
           OPEN INPUT ARQUIVO-TRILHA.
           IF FS-TRILHA = "00"
               PERFORM LE-REGISTRO-TRILHA UNTIL FIM-DA-TRILHA
               CLOSE ARQUIVO-TRILHA
           END-IF.

       LE-REGISTRO-TRILHA.
           READ ARQUIVO-TRILHA
               AT END
                   SET FIM-DA-TRILHA TO TRUE
               NOT AT END
                   MOVE LINHA-TRILHA TO REG-TRILHA
                   IF COT-PROPOSTA IS NUMERIC
                       IF COT-PROPOSTA > ULTIMA-PROPOSTA
                           MOVE COT-PROPOSTA TO ULTIMA-PROPOSTA
                       END-IF
                   END-IF
           END-READ.

      *    Chave digitada como sai no TABVERRP: NUMERO com 3
      *    posicoes e MULTIPLICADOR com 4, zeros a esquerda.
       PROPOE-CORRECAO.
           DISPLAY "NUMERO (3 POSICOES): " WITH NO ADVANCING.
           MOVE SPACES TO ENTRADA-CHAVE.
           ACCEPT ENT-NUMERO.
           DISPLAY "MULTIPLICADOR (4 POSICOES): " WITH NO ADVANCING.
           ACCEPT ENT-MULTIPLICADOR.
           DISPLAY "MOTIVO: " WITH NO ADVANCING.
           MOVE SPACES TO ENTRADA-MOTIVO.
           ACCEPT ENTRADA-MOTIVO.
           MOVE "M" TO ORIGEM-PROPOSTA.
           IF ACAO-PROPOSTA = "C"
                   AND (ENT-NUMERO IS NOT NUMERIC
                   OR ENT-MULTIPLICADOR IS NOT NUMERIC)
               DISPLAY "CHAVE NAO NUMERICA NAO PODE SER RECALCULADA"
                   " - PROPONHA A EXCLUSAO"
           ELSE
               PERFORM PROCURA-PENDENTE-CHAVE
               IF ACHOU-PROPOSTA
                   DISPLAY "CHAVE JA TEM PROPOSTA PENDENTE: "
                       PEN-PROPOSTA (INDICE-ACHADO)
               ELSE
                   PERFORM REGISTRA-PROPOSTA
               END-IF
           END-IF.

       PROCURA-PENDENTE-CHAVE.
           MOVE "N" TO PROPOSTA-ACHADA-SW.
           PERFORM CONFERE-CHAVE-PENDENTE
               VARYING INDICE-PENDENTE FROM 1 BY 1
               UNTIL INDICE-PENDENTE > QTD-PENDENTES
               OR ACHOU-PROPOSTA.

       CONFERE-CHAVE-PENDENTE.
           IF PEN-CHAVE (INDICE-PENDENTE) = ENTRADA-CHAVE
               SET ACHOU-PROPOSTA TO TRUE
               MOVE INDICE-PENDENTE TO INDICE-ACHADO
           END-IF.

      *    Guarda na proposta o produto gravado e, no recalculo, o
      *    produto que o TABCALC devolve, para o aprovador comparar.
       REGISTRA-PROPOSTA.
           IF QTD-PENDENTES NOT < 300
               DISPLAY "TABELA DE PENDENTES CHEIA (300) - DECIDA"
                   " PROPOSTAS ANTES DE PROPOR OUTRAS"
           ELSE
               PERFORM LE-MESTRE-CHAVE
               IF ACHOU-NO-MESTRE
                   MOVE REG-MESTRE (8:7) TO PRODUTO-GRAVADO
               ELSE
                   MOVE SPACES TO PRODUTO-GRAVADO
               END-IF
               MOVE SPACES TO PRODUTO-PROPOSTO
               IF ACAO-PROPOSTA = "C"
                   PERFORM RECALCULA-CHAVE
                   IF CALC-STATUS = 0
                       MOVE CALC-PRODUTO TO PRODUTO-EDITADO
                       MOVE PRODUTO-EDITADO TO PRODUTO-PROPOSTO
                   END-IF
               END-IF
               IF ACAO-PROPOSTA = "C" AND CALC-STATUS NOT = 0
                   DISPLAY "RECALCULO IMPOSSIVEL (STATUS " CALC-STATUS
                       ") - PROPONHA A EXCLUSAO"
               ELSE
                   IF ACAO-PROPOSTA = "E" AND NOT ACHOU-NO-MESTRE
                           AND MESTRE-NO-AR
                       DISPLAY "CHAVE NAO ESTA NO MESTRE - NADA A"
                           " EXCLUIR"
                   ELSE
                       PERFORM INCLUI-PENDENTE
                   END-IF
               END-IF
           END-IF.

       INCLUI-PENDENTE.
           ADD 1 TO ULTIMA-PROPOSTA.
           ADD 1 TO QTD-PENDENTES.
           MOVE ULTIMA-PROPOSTA TO PEN-PROPOSTA (QTD-PENDENTES).
           MOVE ENTRADA-CHAVE TO PEN-CHAVE (QTD-PENDENTES).
           MOVE ACAO-PROPOSTA TO PEN-ACAO (QTD-PENDENTES).
           MOVE ORIGEM-PROPOSTA TO PEN-ORIGEM (QTD-PENDENTES).
           MOVE USUARIO-EXECUCAO TO PEN-PROPONENTE (QTD-PENDENTES).
           MOVE DATA-EXECUCAO TO PEN-DATA (QTD-PENDENTES).
           MOVE HORA-EXECUCAO TO PEN-HORA (QTD-PENDENTES).
           MOVE PRODUTO-GRAVADO TO PEN-PRODUTO-ANTES (QTD-PENDENTES).
           MOVE PRODUTO-PROPOSTO TO PEN-PRODUTO-NOVO (QTD-PENDENTES).
           MOVE ENTRADA-MOTIVO TO PEN-MOTIVO (QTD-PENDENTES).
           MOVE QTD-PENDENTES TO INDICE-ACHADO.
           MOVE "PENDENTE" TO COT-SITUACAO.
           MOVE SPACES TO COT-APROVADOR.
           PERFORM GRAVA-TRILHA.
           PERFORM REGRAVA-PENDENTES.
           IF ORIGEM-PROPOSTA = "M"
               DISPLAY "PROPOSTA " ULTIMA-PROPOSTA " REGISTRADA -"
                   " AGUARDA APROVACAO DE OUTRO USUARIO"
           END-IF.

       LE-MESTRE-CHAVE.
           MOVE "N" TO REGISTRO-MESTRE-LIDO.
           IF MESTRE-NO-AR
               MOVE ENTRADA-CHAVE TO MST-CHAVE
               READ ARQUIVO-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACHOU-NO-MESTRE TO TRUE
               END-READ
           END-IF.

       RECALCULA-CHAVE.
           INITIALIZE AREA-CALCULO.
           MOVE "M" TO CALC-FUNCAO.
           MOVE ENT-NUMERO TO CALC-NUMERO.
           MOVE ENT-MULTIPLICADOR TO CALC-MULTIPLICADOR.
           CALL "TABCALC" USING AREA-CALCULO.

      *    Cada excecao do TABVERRP vira proposta; chave que ja tem
      *    proposta pendente e pulada.
       CARREGA-TABVERRP.
           MOVE 0 TO CTR-CARREGADAS.
           MOVE 0 TO CTR-JA-PENDENTES.
           MOVE "N" TO FIM-VERIFICACAO-SW.
           OPEN INPUT ARQUIVO-VERIFICACAO.
           IF FS-VERIFICACAO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-VERIFICACAO (TABVERRP) - FILE STATUS "
                   FS-VERIFICACAO
           ELSE
               PERFORM LE-REGISTRO-VERIFICACAO
                   UNTIL FIM-DA-VERIFICACAO
               CLOSE ARQUIVO-VERIFICACAO
               DISPLAY "EXCECOES CARREGADAS COMO PROPOSTA: "
                   CTR-CARREGADAS "  JA PENDENTES: " CTR-JA-PENDENTES
           END-IF.

       LE-REGISTRO-VERIFICACAO.
           READ ARQUIVO-VERIFICACAO
               AT END
                   SET FIM-DA-VERIFICACAO TO TRUE
               NOT AT END
                   MOVE LINHA-VERIFICACAO TO REG-EXCECAO
                   IF VRP-SEPARADOR = " * "
                           AND VRP-ROTULO = "  GRAVADO:  "
                       PERFORM PROPOE-EXCECAO
                   END-IF
           END-READ.

       PROPOE-EXCECAO.
           MOVE VRP-NUMERO TO ENT-NUMERO.
           MOVE VRP-MULTIPLICADOR TO ENT-MULTIPLICADOR.
           MOVE VRP-MOTIVO TO ENTRADA-MOTIVO.
           MOVE "V" TO ORIGEM-PROPOSTA.
           IF ENT-NUMERO IS NOT NUMERIC
                   OR ENT-MULTIPLICADOR IS NOT NUMERIC
                   OR VRP-MOTIVO = "PRODUTO ACIMA DE 9(07)"
               MOVE "E" TO ACAO-PROPOSTA
           ELSE
               MOVE "C" TO ACAO-PROPOSTA
           END-IF.
           PERFORM PROCURA-PENDENTE-CHAVE.
           IF ACHOU-PROPOSTA
               ADD 1 TO CTR-JA-PENDENTES
           ELSE
               MOVE QTD-PENDENTES TO QTD-ANTES-DA-CARGA
               PERFORM REGISTRA-PROPOSTA
               IF QTD-PENDENTES > QTD-ANTES-DA-CARGA
                   ADD 1 TO CTR-CARREGADAS
               END-IF
           END-IF.

       LISTA-PENDENTES.
           IF QTD-PENDENTES = 0
               DISPLAY "NENHUMA PROPOSTA PENDENTE"
           ELSE
               DISPLAY "PROPOSTA CHAVE    ACAO ORIG PROPONENTE     "
                   "      GRAVADO PROPOSTO MOTIVO"
               PERFORM EXIBE-PENDENTE
                   VARYING INDICE-PENDENTE FROM 1 BY 1
                   UNTIL INDICE-PENDENTE > QTD-PENDENTES
           END-IF.

       EXIBE-PENDENTE.
           DISPLAY PEN-PROPOSTA (INDICE-PENDENTE) "   "
               PEN-NUMERO (INDICE-PENDENTE) "*"
               PEN-MULTIPLICADOR (INDICE-PENDENTE) "  "
               PEN-ACAO (INDICE-PENDENTE) "    "
               PEN-ORIGEM (INDICE-PENDENTE) "    "
               PEN-PROPONENTE (INDICE-PENDENTE) " "
               PEN-PRODUTO-ANTES (INDICE-PENDENTE) " "
               PEN-PRODUTO-NOVO (INDICE-PENDENTE) "  "
               PEN-MOTIVO (INDICE-PENDENTE).

       PROCURA-PENDENTE-NUMERO.
           MOVE "N" TO PROPOSTA-ACHADA-SW.
           DISPLAY "NUMERO DA PROPOSTA: " WITH NO ADVANCING.
           MOVE 0 TO ENTRADA-PROPOSTA.
           ACCEPT ENTRADA-PROPOSTA.
           IF ENTRADA-PROPOSTA > 0
               PERFORM CONFERE-NUMERO-PENDENTE
                   VARYING INDICE-PENDENTE FROM 1 BY 1
                   UNTIL INDICE-PENDENTE > QTD-PENDENTES
                   OR ACHOU-PROPOSTA
           END-IF.
           IF NOT ACHOU-PROPOSTA
               DISPLAY "PROPOSTA NAO ESTA PENDENTE"
           END-IF.

       CONFERE-NUMERO-PENDENTE.
           IF PEN-PROPOSTA (INDICE-PENDENTE) = ENTRADA-PROPOSTA
               SET ACHOU-PROPOSTA TO TRUE
               MOVE INDICE-PENDENTE TO INDICE-ACHADO
           END-IF.

      *    O aprovador ve a proposta e o registro atual do mestre
      *    antes de confirmar; o recalculo e refeito na aprovacao.
       APROVA-PROPOSTA.
           PERFORM PROCURA-PENDENTE-NUMERO.
           IF ACHOU-PROPOSTA
               IF PEN-PROPONENTE (INDICE-ACHADO) = USUARIO-EXECUCAO
                   DISPLAY "APROVACAO EXIGE USUARIO DIFERENTE DO"
                       " PROPONENTE (" USUARIO-EXECUCAO ")"
               ELSE
                   IF NOT MESTRE-NO-AR
                       DISPLAY "MESTRE INDISPONIVEL - APROVACAO"
                           " IMPOSSIVEL NESTA SESSAO"
                   ELSE
                       PERFORM CONFIRMA-APROVACAO
                   END-IF
               END-IF
           END-IF.

       CONFIRMA-APROVACAO.
           MOVE PEN-CHAVE (INDICE-ACHADO) TO ENTRADA-CHAVE.
           PERFORM EXIBE-PROPOSTA.
           PERFORM LE-MESTRE-CHAVE.
           IF ACHOU-NO-MESTRE
               DISPLAY "  NO MESTRE AGORA: " REG-MESTRE (8:7)
                   " CALCULADO EM " REG-MESTRE (15:8)
               IF REG-MESTRE (8:7) NOT =
                       PEN-PRODUTO-ANTES (INDICE-ACHADO)
                   DISPLAY "  AVISO: MESTRE MUDOU DESDE A PROPOSTA"
               END-IF
           ELSE
               DISPLAY "  CHAVE AUSENTE DO MESTRE"
           END-IF.
           DISPLAY "CONFIRMA A APROVACAO (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO ENTRADA-CONFIRMA.
           ACCEPT ENTRADA-CONFIRMA.
           IF ENTRADA-CONFIRMA = "S"
               PERFORM APLICA-CORRECAO
               IF CORRECAO-APLICADA
                   MOVE "APROVADA" TO COT-SITUACAO
                   MOVE USUARIO-EXECUCAO TO COT-APROVADOR
                   PERFORM GRAVA-TRILHA
                   PERFORM RETIRA-PENDENTE
                   DISPLAY "PROPOSTA APROVADA - MESTRE CORRIGIDO"
               END-IF
           ELSE
               DISPLAY "APROVACAO CANCELADA - PROPOSTA CONTINUA"
                   " PENDENTE"
           END-IF.

       EXIBE-PROPOSTA.
           DISPLAY "  PROPOSTA " PEN-PROPOSTA (INDICE-ACHADO)
               " CHAVE " PEN-NUMERO (INDICE-ACHADO) "*"
               PEN-MULTIPLICADOR (INDICE-ACHADO)
               " ACAO " PEN-ACAO (INDICE-ACHADO)
               " POR " PEN-PROPONENTE (INDICE-ACHADO).
           DISPLAY "  GRAVADO NA PROPOSTA: "
               PEN-PRODUTO-ANTES (INDICE-ACHADO)
               "  PROPOSTO: " PEN-PRODUTO-NOVO (INDICE-ACHADO)
               "  MOTIVO: " PEN-MOTIVO (INDICE-ACHADO).

      *    Recalculo regrava (ou inclui) a chave com o produto do
      *    TABCALC e a data de hoje; exclusao apaga a chave. Toda
      *    gravacao vai para o diario TABJRN.
       APLICA-CORRECAO.
           MOVE "N" TO CORRECAO-APLICADA-SW.
           MOVE SPACES TO JRN-ANTES.
           IF ACHOU-NO-MESTRE
               MOVE REG-MESTRE (8:7) TO JRN-ANTES (1:7)
               MOVE REG-MESTRE (15:8) TO JRN-ANTES (9:8)
           END-IF.
           IF PEN-ACAO (INDICE-ACHADO) = "E"
               IF NOT ACHOU-NO-MESTRE
                   DISPLAY "CHAVE NAO ESTA NO MESTRE - REJEITE A"
                       " PROPOSTA"
               ELSE
                   DELETE ARQUIVO-MESTRE
                       INVALID KEY
                           DISPLAY "ERRO: FALHA NA EXCLUSAO DO"
                               " MESTRE - FILE STATUS " FS-MESTRE
                       NOT INVALID KEY
                           SET CORRECAO-APLICADA TO TRUE
                           MOVE "E" TO JRN-ACAO
                           MOVE SPACES TO JRN-DEPOIS
                           MOVE SPACES TO PRODUTO-PROPOSTO
                           PERFORM GRAVA-DIARIO-MESTRE
                   END-DELETE
               END-IF
           ELSE
               PERFORM RECALCULA-CHAVE
               IF CALC-STATUS NOT = 0
                   DISPLAY "RECALCULO IMPOSSIVEL (STATUS " CALC-STATUS
                       ") - REJEITE A PROPOSTA"
               ELSE
                   PERFORM GRAVA-RECALCULO
               END-IF
           END-IF.

       GRAVA-RECALCULO.
           MOVE ENTRADA-CHAVE TO MST-CHAVE.
           MOVE CALC-PRODUTO TO MST-PRODUTO.
           MOVE DATA-EXECUCAO TO MST-DATA-CALCULO.
           IF ACHOU-NO-MESTRE
               REWRITE REG-MESTRE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE "R" TO JRN-ACAO
           ELSE
               WRITE REG-MESTRE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "I" TO JRN-ACAO
           END-IF.
           IF FS-MESTRE (1:1) = "0"
               SET CORRECAO-APLICADA TO TRUE
               MOVE MST-PRODUTO TO PRODUTO-EDITADO
               MOVE PRODUTO-EDITADO TO PRODUTO-PROPOSTO
               MOVE SPACES TO JRN-DEPOIS
               MOVE MST-PRODUTO TO JRN-DEP-PRODUTO
               MOVE MST-DATA-CALCULO TO JRN-DEP-DATA
               PERFORM GRAVA-DIARIO-MESTRE
           ELSE
               DISPLAY "ERRO: FALHA NA GRAVACAO DO MESTRE - FILE"
                   " STATUS " FS-MESTRE
           END-IF.

       GRAVA-DIARIO-MESTRE.
           OPEN EXTEND ARQUIVO-DIARIO-MESTRE.
           IF FS-DIARIO-MESTRE = "35"
               OPEN OUTPUT ARQUIVO-DIARIO-MESTRE
           END-IF.
           IF FS-DIARIO-MESTRE NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-DIARIO-MESTRE (TABJRN) - FILE STATUS "
                   FS-DIARIO-MESTRE " - CORRECAO SEM DIARIO"
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               ADD 1 TO CTR-DIARIO-MESTRE
               MOVE DATA-EXECUCAO TO JRN-DATA
               MOVE HORA-EXECUCAO TO JRN-HORA
               MOVE "CR" TO JRN-LOTE-PREFIXO
               MOVE PEN-PROPOSTA (INDICE-ACHADO) TO JRN-LOTE-PROPOSTA
               MOVE CTR-DIARIO-MESTRE TO JRN-SEQUENCIA
               MOVE "TABCORR" TO JRN-PROGRAMA
               MOVE USUARIO-EXECUCAO TO JRN-USUARIO
               MOVE ENTRADA-CHAVE TO JRN-CHAVE
               MOVE SPACES TO JRN-REFERENCIA
               MOVE REGISTRO-DIARIO-MESTRE TO LINHA-DIARIO-MESTRE
               WRITE LINHA-DIARIO-MESTRE
               CLOSE ARQUIVO-DIARIO-MESTRE
           END-IF.

       REJEITA-PROPOSTA.
           PERFORM PROCURA-PENDENTE-NUMERO.
           IF ACHOU-PROPOSTA
               PERFORM EXIBE-PROPOSTA
               DISPLAY "CONFIRMA A REJEICAO (S/N): " WITH NO ADVANCING
               MOVE SPACES TO ENTRADA-CONFIRMA
               ACCEPT ENTRADA-CONFIRMA
               IF ENTRADA-CONFIRMA = "S"
                   MOVE PEN-CHAVE (INDICE-ACHADO) TO ENTRADA-CHAVE
                   MOVE PEN-PRODUTO-NOVO (INDICE-ACHADO)
                       TO PRODUTO-PROPOSTO
                   MOVE "REJEITADA" TO COT-SITUACAO
                   MOVE USUARIO-EXECUCAO TO COT-APROVADOR
                   PERFORM GRAVA-TRILHA
                   PERFORM RETIRA-PENDENTE
                   DISPLAY "PROPOSTA REJEITADA - MESTRE INALTERADO"
               END-IF
           END-IF.

      *    Linha da trilha a partir da proposta em INDICE-ACHADO; o
      *    produto novo e o efetivamente gravado na aprovacao.
       GRAVA-TRILHA.
           MOVE DATA-EXECUCAO TO COT-DATA.
           MOVE HORA-EXECUCAO TO COT-HORA.
           MOVE PEN-PROPOSTA (INDICE-ACHADO) TO COT-PROPOSTA.
           MOVE PEN-CHAVE (INDICE-ACHADO) TO COT-CHAVE.
           MOVE PEN-ACAO (INDICE-ACHADO) TO COT-ACAO.
           MOVE PEN-ORIGEM (INDICE-ACHADO) TO COT-ORIGEM.
           MOVE PEN-PROPONENTE (INDICE-ACHADO) TO COT-PROPONENTE.
           MOVE PEN-PRODUTO-ANTES (INDICE-ACHADO)
               TO COT-PRODUTO-ANTES.
           MOVE PRODUTO-PROPOSTO TO COT-PRODUTO-NOVO.
           MOVE PEN-MOTIVO (INDICE-ACHADO) TO COT-MOTIVO.
           MOVE REG-TRILHA TO LINHA-TRILHA.
           WRITE LINHA-TRILHA.
           IF FS-TRILHA NOT = "00"
               DISPLAY "ERRO: FALHA NA GRAVACAO DA TRILHA (TABCORT)"
                   " - FILE STATUS " FS-TRILHA
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       RETIRA-PENDENTE.
           PERFORM DESLOCA-PENDENTE
               VARYING INDICE-PENDENTE FROM INDICE-ACHADO BY 1
               UNTIL INDICE-PENDENTE NOT < QTD-PENDENTES.
           SUBTRACT 1 FROM QTD-PENDENTES.
           PERFORM REGRAVA-PENDENTES.

       DESLOCA-PENDENTE.
           MOVE PENDENTE (INDICE-PENDENTE + 1)
               TO PENDENTE (INDICE-PENDENTE).

       REGRAVA-PENDENTES.
           OPEN OUTPUT ARQUIVO-PROPOSTAS.
           IF FS-PROPOSTAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR"
                   " ARQUIVO-PROPOSTAS (TABCORP) - FILE STATUS "
                   FS-PROPOSTAS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM GRAVA-PENDENTE
                   VARYING INDICE-PENDENTE FROM 1 BY 1
                   UNTIL INDICE-PENDENTE > QTD-PENDENTES
               CLOSE ARQUIVO-PROPOSTAS
           END-IF.

       GRAVA-PENDENTE.
           MOVE PEN-PROPOSTA (INDICE-PENDENTE) TO COR-PROPOSTA.
           MOVE PEN-CHAVE (INDICE-PENDENTE) TO COR-CHAVE.
           MOVE PEN-ACAO (INDICE-PENDENTE) TO COR-ACAO.
           MOVE PEN-ORIGEM (INDICE-PENDENTE) TO COR-ORIGEM.
           MOVE PEN-PROPONENTE (INDICE-PENDENTE) TO COR-PROPONENTE.
           MOVE PEN-DATA (INDICE-PENDENTE) TO COR-DATA.
           MOVE PEN-HORA (INDICE-PENDENTE) TO COR-HORA.
           MOVE PEN-PRODUTO-ANTES (INDICE-PENDENTE)
               TO COR-PRODUTO-ANTES.
           MOVE PEN-PRODUTO-NOVO (INDICE-PENDENTE)
               TO COR-PRODUTO-NOVO.
           MOVE PEN-MOTIVO (INDICE-PENDENTE) TO COR-MOTIVO.
           MOVE REG-PROPOSTA TO LINHA-PROPOSTA.
           WRITE LINHA-PROPOSTA.
