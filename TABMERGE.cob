       PROGRAM-ID. TABMERGE.
      *    Consolidacao das entradas das filiais.
      *
      *    TABMERGE recebe ate quatro arquivos no formato do TABIN
      *    (TABIN1, TABIN2, TABIN3 e TABIN4), cada um com o proprio
      *    cabecalho e trailer de lote. Cada lote e conferido como
      *    no MTABLE (totais, estrutura, idade em dias uteis pelo
      *    calendario TABCAL e duplicidade no TABBCH); lote ruim e
      *    recusado por inteiro e anotado na auditoria. Os pedidos
      *    aceitos sao classificados por modo e numero, os pedidos
      *    exatamente iguais sao descartados (um e mantido e cada
      *    descarte vai para a auditoria como DUPLICADO) e o
      *    resultado sai no arquivo TABIN com cabecalho e trailer
      *    novos, pronto para o MTABLE.
      *
      *    Cada pedido liberado recebe o codigo da filial de origem
      *    (1 a 4, conforme o arquivo de chegada) na posicao
      *    ENT-FILIAL do registro. O MTABLE, a auditoria e os
      *    relatorios carregam esse codigo dali em diante. O
      *    descarte de duplicados ignora o byte da filial, que e
      *    frente do TABIN consolidado, na ordem em que o MTABLE
      *    vai processa-los.
      *
      *    A filial de cada lote e conferida no cadastro TABFIL
      *    (mantido pelo TABFMNT): lote de filial nao cadastrada ou
      *    encerrada e recusado por inteiro, como FILIAL DESCONHECIDA
      *    ou FILIAL ENCERRADA. Sem o TABFIL a conferencia nao e
      *    feita e a consolidacao termina com aviso.
      *
      *    Cada pedido liberado recebe tambem a sua referencia
      *    (colunas 49-62 do registro): filial, data da consolidacao
      *    e sequencia da filial no dia, de 00001 em diante. A ultima
      *    sequencia usada por filial fica no arquivo TABREFCT, de
      *    modo que uma segunda consolidacao no mesmo dia continua a
      *    numeracao. O recebimento de cada pedido vai para a
      *    auditoria como RECEBIDO, com a referencia e o lote da
      *    filial; o MTABLE leva a referencia dali em diante e o
      *    TABTRC mostra a vida do pedido a partir dela.
      *
      *    O TABIN4 e a renovacao do mestre gravada pelo TABCOBR
      *    (lacunas e registros perto do expurgo), entregue como a
      *    filial propria 4. Ele so existe quando a renovacao foi
      *    pedida; a sua ausencia e normal e passa sem aviso.
      *
      *    Condicao de retorno: 0 consolidacao limpa, 4 filial
      *    ausente ou cadastro de filiais ausente, 8 lote recusado
      *    ou falha de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQUIVO-ENTRADA-3 ASSIGN TO "TABIN3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADA-3.
           SELECT ARQUIVO-ENTRADA-4 ASSIGN TO "TABIN4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADA-4.
           SELECT ARQUIVO-SAIDA ASSIGN TO "TABIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAIDA.
           SELECT ARQUIVO-CONTROLE-LOTE ASSIGN TO "TABBCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE-LOTE.
           SELECT ARQUIVO-FILIAIS ASSIGN TO "TABFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.
           SELECT ARQUIVO-REFERENCIAS ASSIGN TO "TABREFCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REFERENCIAS.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "SORTWK".

       DATA DIVISION.
       FD  ARQUIVO-ENTRADA-3.
       01  LINHA-ENTRADA-3 PIC X(80).

       FD  ARQUIVO-ENTRADA-4.
       01  LINHA-ENTRADA-4 PIC X(80).

       FD  ARQUIVO-SAIDA.
       01  LINHA-SAIDA PIC X(80).

       FD  ARQUIVO-AUDITORIA.
       01  LINHA-AUDITORIA PIC X(128).

       FD  ARQUIVO-CONTROLE-LOTE.
       01  LINHA-CONTROLE-LOTE PIC X(20).

       FD  ARQUIVO-FILIAIS.
       01  LINHA-FILIAL PIC X(80).

       FD  ARQUIVO-REFERENCIAS.
       01  LINHA-REFERENCIA PIC X(20).

       SD  ARQUIVO-ORDENACAO.
       01  REG-SORT.
           05  SORT-NUMERO        PIC X(03).
           05  SORT-MEIO          PIC X(37).
           05  SORT-FILIAL        PIC X(01).
           05  SORT-PRIORIDADE    PIC X(01).
           05  SORT-REFERENCIA    PIC X(14).
           05  SORT-RESTO         PIC X(18).

       WORKING-STORAGE SECTION.

       01  FS-ENTRADA-1 PIC X(02).
       01  FS-ENTRADA-2 PIC X(02).
       01  FS-ENTRADA-3 PIC X(02).
       01  FS-ENTRADA-4 PIC X(02).
       01  FS-SAIDA PIC X(02).
       01  FS-AUDITORIA PIC X(02).
       01  FS-CONTROLE-LOTE PIC X(02).
       01  FS-CORRENTE PIC X(02).
       01  FS-FILIAIS PIC X(02).
       01  FS-REFERENCIAS PIC X(02).

       01  INDICE-ARQUIVO PIC 9(01).
       01  NOME-ARQUIVO-CORRENTE PIC X(08).
               10  FILLER         PIC X(37).
               10  TDA-FILIAL     PIC X(01).
               10  TDA-PRIORIDADE PIC X(01).
               10  TDA-REFERENCIA.
                   15  TDA-REF-FILIAL PIC X(01).
                   15  TDA-REF-DATA   PIC 9(08).
                   15  TDA-REF-SEQUENCIA PIC 9(05).
               10  FILLER         PIC X(18).

       01  NUMERO-TRABALHO PIC 9(03).
       01  QUANTOS-TRABALHO PIC 9(02).

      *    Copia do pedido com a filial e a referencia apagadas para
      *    o confronto de duplicidade: as duas sao gravadas por este
      *    programa na liberacao, de modo que dois pedidos identicos
      *    so diferem nesses campos. O confronto os ignora para que
      *    pedidos exatamente iguais continuem sendo descartados, de
      *    qualquer filial.
       01  AREA-COMPARACAO.
           05  REG-COMPARACAO     PIC X(80).
           05  REG-COMP-R REDEFINES REG-COMPARACAO.
               10  FILLER         PIC X(46).
               10  CMP-FILIAL     PIC X(01).
               10  FILLER         PIC X(01).
               10  CMP-REFERENCIA PIC X(14).
               10  FILLER         PIC X(18).
       01  REG-ANTERIOR PIC X(80).
       01  TEM-ANTERIOR PIC X(01) VALUE "N".
           88  EXISTE-ANTERIOR        VALUE "S".
       01  LOTE-QTD-APURADA PIC 9(06).
       01  LOTE-SOMA-APURADA PIC 9(09).
       01  LOTE-MOTIVO-RECUSA PIC X(30).
       01  IDADE-LOTE PIC S9(07).
       01  LIMITE-IDADE-LOTE PIC 9(02) VALUE 7.

       COPY TABDIASA.

       01  REG-CONTROLE-LOTE.
           05  CTL-LOTE-ID        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
      *    para que uma queda no meio da consolidacao nao queime a
      *    identificacao dos lotes ainda nao aproveitados.
       01  TABELA-LOTES-ACEITOS.
           05  LOTE-ACEITO OCCURS 4 TIMES.
               10  LTA-ID         PIC X(08).
               10  LTA-DATA       PIC 9(08).
       01  INDICE-LOTE PIC 9(01).

      *    Cadastro de filiais TABFIL (layout no TABFMNT). Situacao
      *    em branco indica codigo sem filial cadastrada.
       01  REG-FILIAL.
           05  CAD-CODIGO         PIC X(01).
           05  FILLER             PIC X(01).
           05  CAD-NOME           PIC X(20).
           05  FILLER             PIC X(01).
           05  CAD-CONTATO        PIC X(20).
           05  FILLER             PIC X(01).
           05  CAD-SITUACAO       PIC X(01).
           05  FILLER             PIC X(33).
       01  TABELA-FILIAIS.
           05  FILIAL-CADASTRO OCCURS 9 TIMES.
               10  TFL-NOME           PIC X(20).
               10  TFL-SITUACAO       PIC X(01).
                   88  FILIAL-ATIVA       VALUE "A".
       01  INDICE-FILIAL PIC 9(01).
       01  FIM-FILIAIS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-FILIAIS        VALUE "S".
       01  CADASTRO-FILIAIS-SW PIC X(01) VALUE "N".
           88  CADASTRO-FILIAIS-CARREGADO VALUE "S".

      *    Ultima sequencia de referencia usada por filial (TABREFCT:
      *    filial, data e sequencia). A sequencia volta a 1 quando a
      *    data gravada nao e a da consolidacao.
       01  REG-REFERENCIA.
           05  RFC-FILIAL         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RFC-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RFC-SEQUENCIA      PIC 9(05).
           05  FILLER             PIC X(04) VALUE SPACES.
       01  TABELA-REFERENCIAS.
           05  SEQUENCIA-FILIAL OCCURS 9 TIMES.
               10  TRF-DATA       PIC 9(08).
               10  TRF-SEQUENCIA  PIC 9(05).
       01  FIM-REFERENCIAS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-REFERENCIAS    VALUE "S".

       01  CONTADORES-CONSOLIDACAO.
           05  CTR-LIBERADOS      PIC 9(06) VALUE 0.
           05  CTR-GRAVADOS       PIC 9(06) VALUE 0.
           05  AUD-FILIAL         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUD-PRIORIDADE     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUD-REFERENCIA     PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUD-MOTIVO         PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUD-ORIGEM         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUD-PAGINA         PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AUD-DATA-ROLADA    PIC 9(08) BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGA-FILIAIS.
           PERFORM CARREGA-REFERENCIAS.
           SORT ARQUIVO-ORDENACAO
               DESCENDING KEY SORT-PRIORIDADE
               ASCENDING KEY SORT-MODO SORT-NUMERO SORT-QUANTOS
                   SORT-INICIO SORT-MEIO SORT-FILIAL SORT-RESTO
                   SORT-REFERENCIA
               INPUT PROCEDURE IS CARREGA-ENTRADAS
               OUTPUT PROCEDURE IS GRAVA-CONSOLIDADO.
           CLOSE ARQUIVO-SAIDA.
           PERFORM REGISTRA-LOTES-ACEITOS
               VARYING INDICE-LOTE FROM 1 BY 1
               UNTIL INDICE-LOTE > CTR-LOTES-ACEITOS.
           PERFORM SALVA-REFERENCIAS.
           CLOSE ARQUIVO-AUDITORIA.
           DISPLAY "CONSOLIDACAO ENCERRADA - LOTES ACEITOS: "
               CTR-LOTES-ACEITOS "  RECUSADOS: " CTR-LOTES-RECUSADOS.
       CARREGA-ENTRADAS.
           PERFORM PROCESSA-ARQUIVO-FILIAL
               VARYING INDICE-ARQUIVO FROM 1 BY 1
               UNTIL INDICE-ARQUIVO > 4.

       PROCESSA-ARQUIVO-FILIAL.
           MOVE SPACES TO NOME-ARQUIVO-CORRENTE.
               INTO NOME-ARQUIVO-CORRENTE.
           PERFORM ABRE-ARQUIVO-CORRENTE.
           IF FS-CORRENTE = "35"
               IF INDICE-ARQUIVO < 4
                   DISPLAY "AVISO: ARQUIVO " NOME-ARQUIVO-CORRENTE
                       " AUSENTE - FILIAL SEM ENTREGA NESTA NOITE"
                   IF CODIGO-RETORNO < 4
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
           ELSE
               IF FS-CORRENTE NOT = "00"
                       IF LOTE-OK
                           PERFORM VERIFICA-LOTE-DUPLICADO
                       END-IF
                       IF LOTE-OK AND CADASTRO-FILIAIS-CARREGADO
                           PERFORM VERIFICA-FILIAL-LOTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Idade em dias uteis (TABDIAS), como no MTABLE.
       VERIFICA-IDADE-LOTE.
           MOVE "I" TO UTIL-FUNCAO.
           MOVE LOTE-DATA-ENTRADA TO UTIL-DATA-INICIAL.
           MOVE DATA-EXECUCAO TO UTIL-DATA-FINAL.
           CALL "TABDIAS" USING AREA-DIA-UTIL.
           IF UTIL-STATUS NOT = 0
               SET LOTE-RECUSADO TO TRUE
               MOVE "DATA DO LOTE INVALIDA" TO LOTE-MOTIVO-RECUSA
           ELSE
               MOVE UTIL-IDADE TO IDADE-LOTE
               IF IDADE-LOTE < 0
                   SET LOTE-RECUSADO TO TRUE
                   MOVE "DATA DO LOTE NO FUTURO"
               END-IF
           END-IF.

       VERIFICA-FILIAL-LOTE.
           IF TFL-SITUACAO (INDICE-ARQUIVO) = SPACE
               SET LOTE-RECUSADO TO TRUE
               MOVE "FILIAL DESCONHECIDA" TO LOTE-MOTIVO-RECUSA
           ELSE
               IF NOT FILIAL-ATIVA (INDICE-ARQUIVO)
                   SET LOTE-RECUSADO TO TRUE
                   MOVE "FILIAL ENCERRADA" TO LOTE-MOTIVO-RECUSA
               END-IF
           END-IF.

       VERIFICA-LOTE-DUPLICADO.
           MOVE "N" TO FIM-CONTROLE-LOTE.
           OPEN INPUT ARQUIVO-CONTROLE-LOTE.
               CLOSE ARQUIVO-CONTROLE-LOTE
           END-IF.

       CARREGA-FILIAIS.
           MOVE SPACES TO TABELA-FILIAIS.
           OPEN INPUT ARQUIVO-FILIAIS.
           IF FS-FILIAIS = "35"
               DISPLAY "AVISO: CADASTRO DE FILIAIS (TABFIL) AUSENTE"
                   " - FILIAIS NAO CONFERIDAS"
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               IF FS-FILIAIS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-FILIAIS (TABFIL) - FILE STATUS "
                       FS-FILIAIS
                   CLOSE ARQUIVO-AUDITORIA
                   CLOSE ARQUIVO-SAIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   SET CADASTRO-FILIAIS-CARREGADO TO TRUE
                   PERFORM LE-REGISTRO-FILIAL UNTIL FIM-DAS-FILIAIS
                   CLOSE ARQUIVO-FILIAIS
               END-IF
           END-IF.

       LE-REGISTRO-FILIAL.
           READ ARQUIVO-FILIAIS
               AT END
                   SET FIM-DAS-FILIAIS TO TRUE
               NOT AT END
                   MOVE LINHA-FILIAL TO REG-FILIAL
                   IF CAD-CODIGO IS NUMERIC AND CAD-CODIGO NOT = "0"
                       MOVE CAD-CODIGO TO INDICE-FILIAL
                       MOVE CAD-NOME TO TFL-NOME (INDICE-FILIAL)
                       MOVE CAD-SITUACAO TO TFL-SITUACAO (INDICE-FILIAL)
                   END-IF
           END-READ.

       CARREGA-REFERENCIAS.
           MOVE ZEROS TO TABELA-REFERENCIAS.
           OPEN INPUT ARQUIVO-REFERENCIAS.
           IF FS-REFERENCIAS = "35"
               CONTINUE
           ELSE
               IF FS-REFERENCIAS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-REFERENCIAS (TABREFCT) - FILE STATUS "
                       FS-REFERENCIAS
                   CLOSE ARQUIVO-AUDITORIA
                   CLOSE ARQUIVO-SAIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-REGISTRO-REFERENCIA
                       UNTIL FIM-DAS-REFERENCIAS
                   CLOSE ARQUIVO-REFERENCIAS
               END-IF
           END-IF.

       LE-REGISTRO-REFERENCIA.
           READ ARQUIVO-REFERENCIAS
               AT END
                   SET FIM-DAS-REFERENCIAS TO TRUE
               NOT AT END
                   MOVE LINHA-REFERENCIA TO REG-REFERENCIA
                   IF RFC-FILIAL IS NUMERIC AND RFC-FILIAL NOT = "0"
                           AND RFC-DATA IS NUMERIC
                           AND RFC-SEQUENCIA IS NUMERIC
                       MOVE RFC-FILIAL TO INDICE-FILIAL
                       MOVE RFC-DATA TO TRF-DATA (INDICE-FILIAL)
                       MOVE RFC-SEQUENCIA
                           TO TRF-SEQUENCIA (INDICE-FILIAL)
                   END-IF
           END-READ.

      *    Regrava o TABREFCT com a ultima sequencia de cada filial
      *    que ja recebeu referencia.
       SALVA-REFERENCIAS.
           OPEN OUTPUT ARQUIVO-REFERENCIAS.
           IF FS-REFERENCIAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-REFERENCIAS (TABREFCT) - FILE STATUS "
                   FS-REFERENCIAS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               MOVE 1 TO INDICE-FILIAL
               PERFORM GRAVA-REGISTRO-REFERENCIA 9 TIMES
               CLOSE ARQUIVO-REFERENCIAS
           END-IF.

       GRAVA-REGISTRO-REFERENCIA.
           IF TRF-DATA (INDICE-FILIAL) NOT = 0
               MOVE INDICE-FILIAL TO RFC-FILIAL
               MOVE TRF-DATA (INDICE-FILIAL) TO RFC-DATA
               MOVE TRF-SEQUENCIA (INDICE-FILIAL) TO RFC-SEQUENCIA
               MOVE REG-REFERENCIA TO LINHA-REFERENCIA
               WRITE LINHA-REFERENCIA
               IF FS-REFERENCIAS NOT = "00"
                   DISPLAY "ERRO: FALHA NA GRAVACAO DO TABREFCT"
                       " - FILE STATUS " FS-REFERENCIAS
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           END-IF.
           IF INDICE-FILIAL < 9
               ADD 1 TO INDICE-FILIAL
           END-IF.

       LIBERA-ARQUIVO-CORRENTE.
           MOVE "N" TO FIM-CORRENTE-SW.
           PERFORM ABRE-ARQUIVO-CORRENTE.
           IF NOT FIM-DO-CORRENTE
               IF NOT REGISTRO-CABECALHO AND NOT REGISTRO-TRAILER
                   MOVE INDICE-ARQUIVO TO TDA-FILIAL
                   PERFORM ATRIBUI-REFERENCIA
                   PERFORM GRAVA-AUDITORIA-RECEBIDO
                   RELEASE REG-SORT FROM REG-TRABALHO
                   ADD 1 TO CTR-LIBERADOS
               END-IF
           END-IF.

      *    Referencia do pedido: filial, data da consolidacao e a
      *    proxima sequencia da filial no dia.
       ATRIBUI-REFERENCIA.
           IF TRF-DATA (INDICE-ARQUIVO) NOT = DATA-EXECUCAO
               MOVE DATA-EXECUCAO TO TRF-DATA (INDICE-ARQUIVO)
               MOVE 0 TO TRF-SEQUENCIA (INDICE-ARQUIVO)
           END-IF.
           ADD 1 TO TRF-SEQUENCIA (INDICE-ARQUIVO).
           MOVE INDICE-ARQUIVO TO TDA-REF-FILIAL.
           MOVE DATA-EXECUCAO TO TDA-REF-DATA.
           MOVE TRF-SEQUENCIA (INDICE-ARQUIVO) TO TDA-REF-SEQUENCIA.

       ABRE-ARQUIVO-CORRENTE.
           IF INDICE-ARQUIVO = 1
               OPEN INPUT ARQUIVO-ENTRADA-1
                   OPEN INPUT ARQUIVO-ENTRADA-2
                   MOVE FS-ENTRADA-2 TO FS-CORRENTE
               ELSE
                   IF INDICE-ARQUIVO = 3
                       OPEN INPUT ARQUIVO-ENTRADA-3
                       MOVE FS-ENTRADA-3 TO FS-CORRENTE
                   ELSE
                       OPEN INPUT ARQUIVO-ENTRADA-4
                       MOVE FS-ENTRADA-4 TO FS-CORRENTE
                   END-IF
               END-IF
           END-IF.

               IF INDICE-ARQUIVO = 2
                   CLOSE ARQUIVO-ENTRADA-2
               ELSE
                   IF INDICE-ARQUIVO = 3
                       CLOSE ARQUIVO-ENTRADA-3
                   ELSE
                       CLOSE ARQUIVO-ENTRADA-4
                   END-IF
               END-IF
           END-IF.

                           SET FIM-DO-CORRENTE TO TRUE
                   END-READ
               ELSE
                   IF INDICE-ARQUIVO = 3
                       READ ARQUIVO-ENTRADA-3 INTO REG-TRABALHO
                           AT END
                               SET FIM-DO-CORRENTE TO TRUE
                       END-READ
                   ELSE
                       READ ARQUIVO-ENTRADA-4 INTO REG-TRABALHO
                           AT END
                               SET FIM-DO-CORRENTE TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

               NOT AT END
                   MOVE REG-TRABALHO TO REG-COMPARACAO
                   MOVE SPACE TO CMP-FILIAL
                   MOVE SPACES TO CMP-REFERENCIA
                   IF EXISTE-ANTERIOR
                           AND REG-COMPARACAO = REG-ANTERIOR
                       ADD 1 TO CTR-DUPLICADOS
           MOVE TDA-MODO TO AUD-MODO.
           MOVE TDA-FILIAL TO AUD-FILIAL.
           MOVE TDA-PRIORIDADE TO AUD-PRIORIDADE.
           MOVE TDA-REFERENCIA TO AUD-REFERENCIA.
           IF TDA-NUMERO IS NUMERIC
               MOVE TDA-NUMERO TO NUMERO-TRABALHO
               MOVE NUMERO-TRABALHO TO AUD-NUMERO
           END-IF.
           IF TDA-QUANTOS IS NUMERIC
               MOVE TDA-QUANTOS TO QUANTOS-TRABALHO
               MOVE QUANTOS-TRABALHO TO AUD-QUANTOS
           END-IF.
           MOVE REGISTRO-AUDITORIA TO LINHA-AUDITORIA.
           WRITE LINHA-AUDITORIA.

       GRAVA-AUDITORIA-RECEBIDO.
           INITIALIZE REGISTRO-AUDITORIA.
           MOVE DATA-EXECUCAO TO AUD-DATA.
           MOVE HORA-EXECUCAO TO AUD-HORA.
           MOVE USUARIO-EXECUCAO TO AUD-USUARIO.
           MOVE "RECEBIDO" TO AUD-STATUS.
           MOVE TDA-MODO TO AUD-MODO.
           MOVE LOTE-ID-ENTRADA TO AUD-LOTE-ID.
           MOVE TDA-FILIAL TO AUD-FILIAL.
           MOVE TDA-PRIORIDADE TO AUD-PRIORIDADE.
           MOVE TDA-REFERENCIA TO AUD-REFERENCIA.
           IF TDA-NUMERO IS NUMERIC
               MOVE TDA-NUMERO TO NUMERO-TRABALHO
               MOVE NUMERO-TRABALHO TO AUD-NUMERO
