       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCPEN.
      *    Relatorio da manha das correcoes do mestre pendentes.
      *
      *    Le o TABCORP mantido pelo TABCORR e lista no TABCPRP cada
      *    proposta de correcao do TABMST que ainda espera o segundo
      *    usuario: chave, acao (recalculo ou exclusao), origem
      *    (manual ou carga do TABVERRP), data da proposta, dias de
      *    espera, produto gravado, produto proposto, proponente e
      *    motivo. No fim saem as contagens por acao e a espera da
      *    proposta mais antiga. Roda de manha, antes da abertura
      *    das filiais, para a retaguarda cobrar os aprovadores.
      *
      *    Condicao de retorno: 0 nada pendente, 4 ha proposta
      *    esperando aprovacao, 8 falha de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PROPOSTAS ASSIGN TO "TABCORP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSTAS.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "TABCPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PROPOSTAS.
       01  REG-PROPOSTA.
           05  COR-PROPOSTA       PIC 9(06).
           05  FILLER             PIC X(01).
           05  COR-NUMERO         PIC X(03).
           05  COR-MULTIPLICADOR  PIC X(04).
           05  FILLER             PIC X(01).
           05  COR-ACAO           PIC X(01).
               88  COR-RECALCULO          VALUE "C".
               88  COR-EXCLUSAO           VALUE "E".
           05  FILLER             PIC X(01).
           05  COR-ORIGEM         PIC X(01).
               88  COR-DO-TABVERRP        VALUE "V".
           05  FILLER             PIC X(01).
           05  COR-PROPONENTE     PIC X(20).
           05  FILLER             PIC X(01).
           05  COR-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  COR-HORA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  COR-PRODUTO-ANTES  PIC X(07).
           05  FILLER             PIC X(01).
           05  COR-PRODUTO-NOVO   PIC X(07).
           05  FILLER             PIC X(01).
           05  COR-MOTIVO         PIC X(24).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-PROPOSTAS PIC X(02).
       01  FS-RELATORIO PIC X(02).

       01  FIM-PROPOSTAS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-PROPOSTAS      VALUE "S".

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  DIAS-EXECUCAO PIC 9(07).
       01  IDADE-PROPOSTA PIC S9(07).
       01  IDADE-MAXIMA PIC 9(05) VALUE 0.

       01  CONTADORES-PENDENTES.
           05  CTR-PENDENTES      PIC 9(06) VALUE 0.
           05  CTR-RECALCULOS     PIC 9(06) VALUE 0.
           05  CTR-EXCLUSOES      PIC 9(06) VALUE 0.
           05  CTR-DO-TABVERRP    PIC 9(06) VALUE 0.
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  RELATORIO-TITULO.
           05  FILLER             PIC X(30)
               VALUE "CORRECOES PENDENTES - TABCPEN ".
           05  FILLER             PIC X(06) VALUE "DATA: ".
           05  REL-DATA           PIC 9(08).
           05  FILLER             PIC X(07) VALUE "  HORA:".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  REL-HORA           PIC 9(08).

       01  CABECALHO-PENDENTES.
           05  FILLER             PIC X(36)
               VALUE "PROPOSTA  CHAVE    ACAO      ORIGEM ".
           05  FILLER             PIC X(29)
               VALUE "  DATA     DIAS GRAVADO PROPO".
           05  FILLER             PIC X(04) VALUE "STO ".

       01  DETALHE-PENDENTE.
           05  DPE-PROPOSTA       PIC 9(06).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  DPE-NUMERO         PIC X(03).
           05  FILLER             PIC X(01) VALUE "*".
           05  DPE-MULTIPLICADOR  PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DPE-ACAO           PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DPE-ORIGEM         PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DPE-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DPE-DIAS           PIC ZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DPE-PRODUTO-ANTES  PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DPE-PRODUTO-NOVO   PIC X(07).

       01  DETALHE-PROPONENTE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "PROPONENTE: ".
           05  DPR-PROPONENTE     PIC X(20).
           05  FILLER             PIC X(10) VALUE "  MOTIVO: ".
           05  DPR-MOTIVO         PIC X(24).

       01  RELATORIO-ITEM.
           05  REL-DESCRICAO      PIC X(30).
           05  FILLER             PIC X(02) VALUE ": ".
           05  REL-VALOR          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           COMPUTE DIAS-EXECUCAO =
               FUNCTION INTEGER-OF-DATE (DATA-EXECUCAO).
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-RELATORIO"
                   " (TABCPRP) - FILE STATUS " FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DATA-EXECUCAO TO REL-DATA.
           MOVE HORA-EXECUCAO TO REL-HORA.
           MOVE RELATORIO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           OPEN INPUT ARQUIVO-PROPOSTAS.
           IF FS-PROPOSTAS = "35"
               MOVE "NENHUMA PROPOSTA DE CORRECAO REGISTRADA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF FS-PROPOSTAS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-PROPOSTAS (TABCORP) - FILE STATUS "
                       FS-PROPOSTAS
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   MOVE CABECALHO-PENDENTES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   PERFORM LE-PROPOSTA UNTIL FIM-DAS-PROPOSTAS
                   CLOSE ARQUIVO-PROPOSTAS
               END-IF
           END-IF.
           PERFORM GRAVA-TOTAIS-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
       PROGRAM-END.
           IF CTR-PENDENTES > 0 AND CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       LE-PROPOSTA.
           READ ARQUIVO-PROPOSTAS
               AT END
                   SET FIM-DAS-PROPOSTAS TO TRUE
               NOT AT END
                   ADD 1 TO CTR-PENDENTES
                   PERFORM GRAVA-PENDENTE
           END-READ.

       GRAVA-PENDENTE.
           MOVE COR-PROPOSTA TO DPE-PROPOSTA.
           MOVE COR-NUMERO TO DPE-NUMERO.
           MOVE COR-MULTIPLICADOR TO DPE-MULTIPLICADOR.
           IF COR-EXCLUSAO
               MOVE "EXCLUSAO" TO DPE-ACAO
               ADD 1 TO CTR-EXCLUSOES
           ELSE
               MOVE "RECALCULO" TO DPE-ACAO
               ADD 1 TO CTR-RECALCULOS
           END-IF.
           IF COR-DO-TABVERRP
               MOVE "TABVERRP" TO DPE-ORIGEM
               ADD 1 TO CTR-DO-TABVERRP
           ELSE
               MOVE "MANUAL" TO DPE-ORIGEM
           END-IF.
           MOVE COR-DATA TO DPE-DATA.
           MOVE 0 TO DPE-DIAS.
           IF COR-DATA IS NUMERIC AND COR-DATA > 16010100
               COMPUTE IDADE-PROPOSTA = DIAS-EXECUCAO
                   - FUNCTION INTEGER-OF-DATE (COR-DATA)
               IF IDADE-PROPOSTA > 0
                   MOVE IDADE-PROPOSTA TO DPE-DIAS
                   IF IDADE-PROPOSTA > IDADE-MAXIMA
                       MOVE IDADE-PROPOSTA TO IDADE-MAXIMA
                   END-IF
               END-IF
           END-IF.
           MOVE COR-PRODUTO-ANTES TO DPE-PRODUTO-ANTES.
           MOVE COR-PRODUTO-NOVO TO DPE-PRODUTO-NOVO.
           MOVE DETALHE-PENDENTE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE COR-PROPONENTE TO DPR-PROPONENTE.
           MOVE COR-MOTIVO TO DPR-MOTIVO.
           MOVE DETALHE-PROPONENTE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAIS-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PROPOSTAS PENDENTES" TO REL-DESCRICAO.
           MOVE CTR-PENDENTES TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  RECALCULOS" TO REL-DESCRICAO.
           MOVE CTR-RECALCULOS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  EXCLUSOES" TO REL-DESCRICAO.
           MOVE CTR-EXCLUSOES TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  CARREGADAS DO TABVERRP" TO REL-DESCRICAO.
           MOVE CTR-DO-TABVERRP TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "DIAS DE ESPERA DA MAIS ANTIGA" TO REL-DESCRICAO.
           MOVE IDADE-MAXIMA TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.

       GRAVA-ITEM-RELATORIO.
           MOVE RELATORIO-ITEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
