       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABRAST.
      *    Rastreio de um pedido pela referencia.
      *
      *    TABRAST junta, para uma referencia atribuida pelo
      *    TABMERGE, tudo o que os arquivos da noite guardam do
      *    pedido:
      *      - os lancamentos da trilha TABAUD, na ordem em que
      *        aconteceram: recebimento na consolidacao, descarte
      *        como duplicado, adiamento para o TABFUT, volta pelo
      *        TABREJIN ou pelo TABFUTIN, rejeicao com o motivo e
      *        processamento com a folha do TABRPT;
      *      - a situacao corrente do pedido na suspensao TABSUSP e
      *        no arrasto TABFUT;
      *      - as chaves do TABMST gravadas pelo pedido, pelo diario
      *        TABJRN.
      *    Arquivo ausente conta como vazio. O console (TABTRC) e o
      *    lote (TABTRCB) chamam o mesmo rastreio, de modo que as
      *    duas respostas nunca divergem. A area de comunicacao esta
      *    no copybook TABRASTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "TABAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT ARQUIVO-SUSPENSO ASSIGN TO "TABSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.
           SELECT ARQUIVO-FUTUROS ASSIGN TO "TABFUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUTUROS.
           SELECT ARQUIVO-DIARIO-MESTRE ASSIGN TO "TABJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MESTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-AUDITORIA.
       01  LINHA-AUDITORIA PIC X(128).

       FD  ARQUIVO-SUSPENSO.
       01  LINHA-SUSPENSO PIC X(101).

       FD  ARQUIVO-FUTUROS.
       01  REG-FUTURO PIC X(80).

       FD  ARQUIVO-DIARIO-MESTRE.
       01  LINHA-DIARIO-MESTRE PIC X(123).

       WORKING-STORAGE SECTION.

       01  FS-AUDITORIA PIC X(02).
       01  FS-SUSPENSO PIC X(02).
       01  FS-FUTUROS PIC X(02).
       01  FS-DIARIO-MESTRE PIC X(02).

       01  FIM-AUDITORIA-SW PIC X(01) VALUE "N".
           88  FIM-DA-AUDITORIA       VALUE "S".
       01  FIM-SUSPENSO-SW PIC X(01) VALUE "N".
           88  FIM-DO-SUSPENSO        VALUE "S".
       01  FIM-FUTUROS-SW PIC X(01) VALUE "N".
           88  FIM-DOS-FUTUROS        VALUE "S".
       01  FIM-DIARIO-SW PIC X(01) VALUE "N".
           88  FIM-DO-DIARIO          VALUE "S".

      *    Linha da trilha TABAUD como o MTABLE e o TABMERGE a gravam.
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
           05  AUDE-LISTA         PIC X(15).
           05  AUDE-LOTE-ID       PIC X(08).
           05  FILLER             PIC X(01).
           05  AUDE-FILIAL        PIC X(01).
           05  FILLER             PIC X(01).
           05  AUDE-PRIORIDADE    PIC X(01).
           05  FILLER             PIC X(01).
           05  AUDE-REFERENCIA    PIC X(14).
           05  FILLER             PIC X(01).
           05  AUDE-MOTIVO        PIC X(02).
           05  FILLER             PIC X(01).
           05  AUDE-ORIGEM        PIC X(01).
               88  AUDE-RESSUBMISSAO      VALUE "R".
               88  AUDE-FUTUROS           VALUE "F".
           05  FILLER             PIC X(01).
           05  AUDE-PAGINA        PIC X(04).
           05  FILLER             PIC X(01).
           05  AUDE-DATA-ROLADA   PIC X(08).

      *    Registro de suspensao do TABAGE: a referencia vai dentro
      *    da imagem original, nas colunas 49-62.
       01  REG-SUSPENSO.
           05  SUS-IMAGEM.
               10  FILLER         PIC X(48).
               10  SUS-REFERENCIA PIC X(14).
               10  FILLER         PIC X(18).
           05  FILLER             PIC X(01).
           05  SUS-MOTIVO         PIC X(02).
           05  FILLER             PIC X(01).
           05  SUS-DATA           PIC X(08).
           05  FILLER             PIC X(01).
           05  SUS-FILIAL         PIC X(01).
           05  FILLER             PIC X(01).
           05  SUS-SEQUENCIA      PIC X(06).

      *    Imagem do pedido no arrasto TABFUT (desenho do TABIN).
       01  REG-FUTURO-ENT.
           05  FILLER             PIC X(38).
           05  FUT-DATA-EFETIVA   PIC X(08).
           05  FILLER             PIC X(02).
           05  FUT-REFERENCIA     PIC X(14).
           05  FILLER             PIC X(18).

      *    Linha do diario TABJRN (desenho no MTABLE).
       01  REG-DIARIO-ENT.
           05  FILLER             PIC X(35).
           05  JRNE-PROGRAMA      PIC X(08).
           05  FILLER             PIC X(24).
           05  JRNE-CHAVE.
               10  JRNE-NUMERO        PIC 9(03).
               10  JRNE-MULTIPLICADOR PIC 9(04).
           05  FILLER             PIC X(35).
           05  JRNE-REFERENCIA    PIC X(14).

       01  EVENTO-CORRENTE.
           05  EVC-DATA           PIC X(08).
           05  EVC-HORA           PIC X(08).
           05  EVC-ARQUIVO        PIC X(08).
           05  EVC-SITUACAO       PIC X(12).
           05  EVC-DESCRICAO      PIC X(40).

       LINKAGE SECTION.
       COPY TABRASTA.

       PROCEDURE DIVISION USING AREA-RASTREIO.
       PROGRAM-BEGIN.
           MOVE 0 TO RAST-STATUS.
           MOVE 0 TO RAST-QTD-EVENTOS.
           MOVE 0 TO RAST-EVENTOS-EXCEDENTES.
           MOVE 0 TO RAST-QTD-CHAVES.
           MOVE 0 TO RAST-CHAVES-LISTADAS.
           IF RAST-REFERENCIA = SPACES
               MOVE 12 TO RAST-STATUS
           ELSE
               PERFORM RASTREIA-AUDITORIA
               PERFORM RASTREIA-SUSPENSAO
               PERFORM RASTREIA-FUTUROS
               PERFORM RASTREIA-DIARIO
               IF RAST-STATUS = 0
                   IF RAST-QTD-EVENTOS = 0
                           AND RAST-EVENTOS-EXCEDENTES = 0
                           AND RAST-QTD-CHAVES = 0
                       MOVE 4 TO RAST-STATUS
                   END-IF
               END-IF
           END-IF.
       PROGRAM-END.
           GOBACK.

       RASTREIA-AUDITORIA.
           MOVE "N" TO FIM-AUDITORIA-SW.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF FS-AUDITORIA = "35"
               CONTINUE
           ELSE
               IF FS-AUDITORIA NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-AUDITORIA (TABAUD) - FILE STATUS "
                       FS-AUDITORIA
                   MOVE 8 TO RAST-STATUS
               ELSE
                   PERFORM LE-LINHA-AUDITORIA UNTIL FIM-DA-AUDITORIA
                   CLOSE ARQUIVO-AUDITORIA
               END-IF
           END-IF.

       LE-LINHA-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
                   SET FIM-DA-AUDITORIA TO TRUE
               NOT AT END
                   MOVE LINHA-AUDITORIA TO REG-AUDITORIA-ENT
                   IF AUDE-REFERENCIA = RAST-REFERENCIA
                       PERFORM ANOTA-EVENTO-AUDITORIA
                   END-IF
           END-READ.

      *    Um lancamento da trilha vira um evento; a volta pelo
      *    TABREJIN ou pelo TABFUTIN sai antes como evento proprio.
       ANOTA-EVENTO-AUDITORIA.
           MOVE SPACES TO EVENTO-CORRENTE.
           MOVE AUDE-DATA TO EVC-DATA.
           MOVE AUDE-HORA TO EVC-HORA.
           MOVE "TABAUD" TO EVC-ARQUIVO.
           IF AUDE-RESSUBMISSAO
               MOVE "RESSUBMETIDO" TO EVC-SITUACAO
               MOVE "VOLTOU CORRIGIDO PELO TABREJIN"
                   TO EVC-DESCRICAO
               PERFORM GUARDA-EVENTO
           END-IF.
           IF AUDE-FUTUROS
               MOVE "LIBERADO" TO EVC-SITUACAO
               MOVE "VOLTOU DO ARRASTO PELO TABFUTIN"
                   TO EVC-DESCRICAO
               PERFORM GUARDA-EVENTO
           END-IF.
           MOVE SPACES TO EVC-DESCRICAO.
           IF AUDE-STATUS = "RECEBIDO"
               MOVE "RECEBIDO" TO EVC-SITUACAO
               STRING "LOTE " AUDE-LOTE-ID " FILIAL " AUDE-FILIAL
                   " NUMERO " AUDE-NUMERO " MODO " AUDE-MODO
                   DELIMITED BY SIZE INTO EVC-DESCRICAO
           ELSE
               IF AUDE-STATUS = "DUPLICADO"
                   MOVE "DUPLICADO" TO EVC-SITUACAO
                   MOVE "DESCARTADO NA CONSOLIDACAO (TABMERGE)"
                       TO EVC-DESCRICAO
               ELSE
                   IF AUDE-STATUS = "ADIADO"
                       MOVE "ADIADO" TO EVC-SITUACAO
                       MOVE "DATA EFETIVA FUTURA - ARRASTO NO TABFUT"
                           TO EVC-DESCRICAO
                       IF AUDE-DATA-ROLADA NOT = SPACES
                           MOVE SPACES TO EVC-DESCRICAO
                           STRING "DATA EFETIVA ROLADA P/ "
                               AUDE-DATA-ROLADA " - TABFUT"
                               DELIMITED BY SIZE INTO EVC-DESCRICAO
                       END-IF
                   ELSE
                       IF AUDE-STATUS = "REJEITADO"
                           MOVE "REJEITADO" TO EVC-SITUACAO
                           STRING "MOTIVO " AUDE-MOTIVO
                               " - SUSPENSO NO TABREJ"
                               DELIMITED BY SIZE INTO EVC-DESCRICAO
                       ELSE
                           MOVE "PROCESSADO" TO EVC-SITUACAO
                           STRING "TABRPT FOLHA " AUDE-PAGINA
                               " POR " AUDE-USUARIO
                               DELIMITED BY SIZE INTO EVC-DESCRICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM GUARDA-EVENTO.

       RASTREIA-SUSPENSAO.
           MOVE "N" TO FIM-SUSPENSO-SW.
           OPEN INPUT ARQUIVO-SUSPENSO.
           IF FS-SUSPENSO = "35"
               CONTINUE
           ELSE
               IF FS-SUSPENSO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-SUSPENSO (TABSUSP) - FILE STATUS "
                       FS-SUSPENSO
                   MOVE 8 TO RAST-STATUS
               ELSE
                   PERFORM LE-LINHA-SUSPENSO UNTIL FIM-DO-SUSPENSO
                   CLOSE ARQUIVO-SUSPENSO
               END-IF
           END-IF.

       LE-LINHA-SUSPENSO.
           READ ARQUIVO-SUSPENSO
               AT END
                   SET FIM-DO-SUSPENSO TO TRUE
               NOT AT END
                   MOVE LINHA-SUSPENSO TO REG-SUSPENSO
                   IF SUS-REFERENCIA = RAST-REFERENCIA
                       MOVE SPACES TO EVENTO-CORRENTE
                       MOVE SUS-DATA TO EVC-DATA
                       MOVE "TABSUSP" TO EVC-ARQUIVO
                       MOVE "EM SUSPENSAO" TO EVC-SITUACAO
                       STRING "ITEM " SUS-SEQUENCIA " MOTIVO "
                           SUS-MOTIVO " - AGUARDA CORRECAO"
                           DELIMITED BY SIZE INTO EVC-DESCRICAO
                       PERFORM GUARDA-EVENTO
                   END-IF
           END-READ.

       RASTREIA-FUTUROS.
           MOVE "N" TO FIM-FUTUROS-SW.
           OPEN INPUT ARQUIVO-FUTUROS.
           IF FS-FUTUROS = "35"
               CONTINUE
           ELSE
               IF FS-FUTUROS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-FUTUROS (TABFUT) - FILE STATUS "
                       FS-FUTUROS
                   MOVE 8 TO RAST-STATUS
               ELSE
                   PERFORM LE-LINHA-FUTURO UNTIL FIM-DOS-FUTUROS
                   CLOSE ARQUIVO-FUTUROS
               END-IF
           END-IF.

       LE-LINHA-FUTURO.
           READ ARQUIVO-FUTUROS
               AT END
                   SET FIM-DOS-FUTUROS TO TRUE
               NOT AT END
                   MOVE REG-FUTURO TO REG-FUTURO-ENT
                   IF FUT-REFERENCIA = RAST-REFERENCIA
                       MOVE SPACES TO EVENTO-CORRENTE
                       MOVE "TABFUT" TO EVC-ARQUIVO
                       MOVE "AGUARDANDO" TO EVC-SITUACAO
                       STRING "DATA EFETIVA " FUT-DATA-EFETIVA
                           " - NO ARRASTO"
                           DELIMITED BY SIZE INTO EVC-DESCRICAO
                       PERFORM GUARDA-EVENTO
                   END-IF
           END-READ.

       RASTREIA-DIARIO.
           MOVE "N" TO FIM-DIARIO-SW.
           OPEN INPUT ARQUIVO-DIARIO-MESTRE.
           IF FS-DIARIO-MESTRE = "35"
               CONTINUE
           ELSE
               IF FS-DIARIO-MESTRE NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-DIARIO-MESTRE (TABJRN) - FILE STATUS "
                       FS-DIARIO-MESTRE
                   MOVE 8 TO RAST-STATUS
               ELSE
                   PERFORM LE-LINHA-DIARIO UNTIL FIM-DO-DIARIO
                   CLOSE ARQUIVO-DIARIO-MESTRE
               END-IF
           END-IF.

       LE-LINHA-DIARIO.
           READ ARQUIVO-DIARIO-MESTRE
               AT END
                   SET FIM-DO-DIARIO TO TRUE
               NOT AT END
                   MOVE LINHA-DIARIO-MESTRE TO REG-DIARIO-ENT
                   IF JRNE-REFERENCIA = RAST-REFERENCIA
                           AND JRNE-PROGRAMA = "MTABLE"
                       ADD 1 TO RAST-QTD-CHAVES
                       IF RAST-CHAVES-LISTADAS < 200
                           ADD 1 TO RAST-CHAVES-LISTADAS
                           MOVE JRNE-NUMERO
                               TO RAST-CHV-NUMERO (RAST-CHAVES-LISTADAS)
                           MOVE JRNE-MULTIPLICADOR
                               TO RAST-CHV-MULTIPLICADOR
                                  (RAST-CHAVES-LISTADAS)
                       END-IF
                   END-IF
           END-READ.

       GUARDA-EVENTO.
           IF RAST-QTD-EVENTOS < 100
               ADD 1 TO RAST-QTD-EVENTOS
               MOVE EVC-DATA TO RAST-EVT-DATA (RAST-QTD-EVENTOS)
               MOVE EVC-HORA TO RAST-EVT-HORA (RAST-QTD-EVENTOS)
               MOVE EVC-ARQUIVO TO RAST-EVT-ARQUIVO (RAST-QTD-EVENTOS)
               MOVE EVC-SITUACAO
                   TO RAST-EVT-SITUACAO (RAST-QTD-EVENTOS)
               MOVE EVC-DESCRICAO
                   TO RAST-EVT-DESCRICAO (RAST-QTD-EVENTOS)
           ELSE
               ADD 1 TO RAST-EVENTOS-EXCEDENTES
           END-IF.
