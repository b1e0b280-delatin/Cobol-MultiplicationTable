      *    e um trailer "T" (quantidade e soma dos numeros). O lote
      *    e conferido por inteiro antes do processamento; lote sem
      *    trailer, com totais divergentes, vencido ou ja processado
      *    (arquivo TABBCH) e recusado e anotado na auditoria. O
      *    lote vence com mais de 7 dias uteis, contados pelo
      *    subprograma TABDIAS sobre o calendario TABCAL.
      *
      *    Registros rejeitados pela validacao sao gravados no
      *    arquivo de suspensao TABREJ com a imagem original, um
      *    produto e a data do ultimo calculo). O programa TABINQ
      *    consulta o mestre sem recalcular.
      *
      *    Toda gravacao no TABMST deixa uma linha no diario TABJRN:
      *    data e hora da execucao, lote, sequencia, chave, acao (I
      *    inclusao, R substituicao) e as imagens do registro antes
      *    e depois. O programa TABROLL usa o diario para desfazer
      *    uma execucao inteira.
      *
      *    Pedido com data efetiva futura (ENT-DATA-EFETIVA) nao e
      *    processado na noite: a imagem original vai para o arquivo
      *    de arrasto TABFUT, que volta nas noites seguintes pelo
      *    TABFUTIN ate o pedido vencer. Data efetiva zerada ou em
      *    branco processa imediatamente. Data efetiva em sabado,
      *    domingo ou feriado do calendario TABCAL vale como o
      *    primeiro dia util seguinte; a data assim rolada aparece
      *    na ultima coluna da trilha de auditoria.
      *
      *    Pedido consolidado pelo TABMERGE chega com o codigo da
      *    filial de origem (ENT-FILIAL). O codigo acompanha o
      *    para que a rejeicao volte ao balcao certo. Pedido digitado
      *    direto, sem consolidacao, corre com a filial em branco.
      *
      *    O pedido de filial e conferido ainda contra o cadastro
      *    TABFIL (mantido pelo TABFMNT): QUANTOS acima do maximo da
      *    filial, NUMERO fora da faixa da filial, ou filial nao
      *    cadastrada ou encerrada, rejeita o pedido com o motivo 11.
      *    O nome da filial sai no cabecalho do TABRPT. Pedido
      *    direto nao passa por essa conferencia; sem o TABFIL ela
      *    nao e feita e a execucao segue com aviso.
      *
      *    Pedido com a marca de prioridade "P" (ENT-PRIORIDADE)
      *    roda antes dos demais: depois das passagens de
      *    ressubmissao e de futuros, a entrada e percorrida duas
      *    relatorio e chaves liga/desliga do CSV e do eco de
      *    console vem do arquivo de parametros TABPARM; sem o
      *    arquivo, valem os padroes historicos.
      *
      *    O TABRPT e paginado: cada folha tem LINHAS-PAGINA linhas
      *    (TABPARM, padrao 60), com o cabecalho repetido no topo de
      *    toda folha - inclusive na continuacao de uma tabuada ou
      *    grade que nao coube - e um rodape com a data e hora da
      *    execucao e o numero da folha na execucao. A primeira
      *    folha e a capa, com o lote e as filiais presentes; no fim
      *    sai o indice, por numero, com o modo, a filial e a folha
      *    em que cada resultado comeca.
      *
      *    Pedido consolidado pelo TABMERGE traz a sua referencia
      *    (ENT-REFERENCIA: filial, data e sequencia). A referencia
      *    acompanha o pedido em todas as saidas: auditoria (com o
      *    motivo da rejeicao, a passagem de origem - N normal, R
      *    ressubmissao, F carregamento futuro - e a folha do TABRPT
      *    em que o resultado comeca), linha propria sob o cabecalho
      *    do TABRPT, indice, TABCSV e diario TABJRN. No TABREJ e no
      *    TABFUT ela vai dentro da imagem original, e assim volta
      *    pelo TABREJIN e pelo TABFUTIN. O TABTRC consulta a vida do
      *    pedido pela referencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS MST-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MESTRE.
           SELECT ARQUIVO-FILIAIS ASSIGN TO "TABFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.
           SELECT ARQUIVO-DIARIO-MESTRE ASSIGN TO "TABJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MESTRE.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
           05  ENT-FILIAL         PIC X(01).
           05  ENT-PRIORIDADE     PIC X(01).
               88  PEDIDO-PRIORITARIO     VALUE "P".
           05  ENT-REFERENCIA     PIC X(14).
           05  FILLER             PIC X(18).
       01  REG-CABECALHO-LOTE.
           05  CAB-LOTE-TIPO      PIC X(01).
               88  REGISTRO-CABECALHO     VALUE "H".
       01  LINHA-RELATORIO PIC X(80).

       FD  ARQUIVO-AUDITORIA.
       01  LINHA-AUDITORIA PIC X(128).

       FD  ARQUIVO-CSV.
       01  LINHA-CSV PIC X(31).

       FD  ARQUIVO-CHECKPOINT.
       01  LINHA-CHECKPOINT PIC X(20).
           05  MST-PRODUTO        PIC 9(07).
           05  MST-DATA-CALCULO   PIC 9(08).

       FD  ARQUIVO-FILIAIS.
       01  LINHA-FILIAL PIC X(80).

       FD  ARQUIVO-DIARIO-MESTRE.
       01  LINHA-DIARIO-MESTRE PIC X(123).

       SD  ARQUIVO-ORDENACAO.
       01  REG-SORT-INDICE.
           05  SRT-NUMERO         PIC 9(03).
           05  SRT-PAGINA         PIC 9(04).
           05  SRT-MODO           PIC X(01).
           05  SRT-FILIAL         PIC X(01).
           05  SRT-REFERENCIA     PIC X(14).

       WORKING-STORAGE SECTION.


       01  FS-PARAMETROS PIC X(02).
       01  FS-FUTUROS PIC X(02).
       01  FS-FUTUROS-ENT PIC X(02).
       01  FS-FILIAIS PIC X(02).
       01  FS-DIARIO-MESTRE PIC X(02).
       01  FIM-FUTUROS-SW PIC X(01) VALUE "N".
           88  FIM-DOS-FUTUROS        VALUE "S".
       01  FIM-ARQUIVO-ENTRADA PIC X(01) VALUE "N".
       01  PASSAGEM-EXECUCAO PIC X(01) VALUE SPACE.
           88  PASSAGEM-PRIORITARIA   VALUE "P".
           88  PASSAGEM-NORMAL        VALUE "N".
       01  REFERENCIA-EXECUCAO PIC X(14).
       01  ORIGEM-PEDIDO PIC X(01) VALUE "N".
           88  ORIGEM-NORMAL          VALUE "N".
           88  ORIGEM-RESSUBMISSAO    VALUE "R".
           88  ORIGEM-FUTUROS         VALUE "F".
       01  PAGINA-PEDIDO PIC 9(04) VALUE 0.
       01  NUMERO-BAIXO PIC 9(03).
       01  NUMERO-ALTO PIC 9(03).
       01  PRODUTO-ALVO PIC 9(07).
       01  LOTE-QTD-APURADA PIC 9(06) VALUE 0.
       01  LOTE-SOMA-APURADA PIC 9(09) VALUE 0.
       01  LOTE-MOTIVO-RECUSA PIC X(30) VALUE SPACES.
       01  IDADE-LOTE PIC S9(07).
       01  LIMITE-IDADE-LOTE PIC 9(02) VALUE 7.

      *    Data efetiva do pedido depois de levada ao dia util
      *    (TABDIAS); DATA-EFETIVA-ROLADA so e preenchida quando a
      *    data pedida caiu em fim de semana ou feriado.
       01  DATA-EFETIVA-VIGENTE PIC 9(08) VALUE 0.
       01  DATA-EFETIVA-ROLADA PIC 9(08) VALUE 0.

       01  REG-CONTROLE-LOTE.
           05  CTL-LOTE-ID        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
      *      08 quantidade de numeros da lista invalida
      *      09 numero da lista fora da faixa
      *      10 quantos acima do maximo permitido
      *      11 fora dos limites da filial (TABFIL), ou filial nao
      *         cadastrada ou encerrada
       01  FIM-RESSUBMISSAO-SW PIC X(01) VALUE "N".
           88  FIM-DA-RESSUBMISSAO    VALUE "S".
       01  MOTIVO-REJEICAO PIC 9(02) VALUE 0.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  REJ-FILIAL         PIC X(01).

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
           05  FILLER             PIC X(01).
           05  CAD-QUANTOS-MAXIMO PIC X(02).
           05  FILLER             PIC X(01).
           05  CAD-NUMERO-MINIMO  PIC X(03).
           05  FILLER             PIC X(01).
           05  CAD-NUMERO-MAXIMO  PIC X(03).
           05  FILLER             PIC X(24).
       01  TABELA-FILIAIS.
           05  FILIAL-CADASTRO OCCURS 9 TIMES.
               10  TFL-NOME           PIC X(20).
               10  TFL-SITUACAO       PIC X(01).
                   88  FILIAL-ATIVA       VALUE "A".
               10  TFL-QUANTOS-MAXIMO PIC 9(02).
               10  TFL-NUMERO-MINIMO  PIC 9(03).
               10  TFL-NUMERO-MAXIMO  PIC 9(03).
       01  FIM-FILIAIS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-FILIAIS        VALUE "S".
       01  CADASTRO-FILIAIS-SW PIC X(01) VALUE "N".
           88  CADASTRO-FILIAIS-CARREGADO VALUE "S".

       01  CONTADORES-EXECUCAO.
           05  CTR-LIDOS          PIC 9(06) VALUE 0.
           05  CTR-TAB-T          PIC 9(06) VALUE 0.
           05  CTR-PRIORITARIOS   PIC 9(06) VALUE 0.
           05  CTR-LINHAS-CSV     PIC 9(06) VALUE 0.
           05  CTR-PRODUTOS       PIC 9(06) VALUE 0.
           05  CTR-DIARIO-MESTRE  PIC 9(06) VALUE 0.
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

      *    Linha do diario TABJRN, uma por gravacao no TABMST. Na
      *    inclusao a imagem anterior vai em branco. A referencia e a
      *    do pedido que produziu a gravacao.
       01  REGISTRO-DIARIO-MESTRE.
           05  JRN-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  JRN-LOTE-ID        PIC X(08).
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
       01  IMAGEM-MESTRE-NOVA PIC X(22).

       01  SUMARIO-TITULO.
           05  FILLER             PIC X(29)
               VALUE "RESUMO DA EXECUCAO - MTABLE  ".
      *      TITULO          titulo do cabecalho (ate 18 posicoes)
      *      CSV             S/N - gravacao do arquivo TABCSV
      *      ECO-CONSOLE     S/N - eco das tabuadas no console
      *      LINHAS-PAGINA   linhas por folha do TABRPT (padrao 60,
      *                      minimo 20)
       01  PARAMETROS-EXECUCAO.
           05  PARM-LIMITE-MINIMO PIC 9(03) VALUE 1.
           05  PARM-LIMITE-MAXIMO PIC 9(03) VALUE 999.
               88  CSV-LIGADO             VALUE "S".
           05  PARM-ECO           PIC X(01) VALUE "S".
               88  ECO-LIGADO             VALUE "S".
           05  PARM-LINHAS-PAGINA PIC 9(02) VALUE 60.

       01  FIM-PARAMETROS-SW PIC X(01) VALUE "N".
           88  FIM-DOS-PARAMETROS     VALUE "S".

       COPY TABCALCA.

       COPY TABDIASA.

       01  NUMERO-INICIAL PIC 9(04).
       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).
       01  NUMERO-PAGINA PIC 9(04) VALUE 0.

      *    Controle de paginacao do TABRPT. Cada folha tem o
      *    cabecalho, uma linha em branco, LIMITE-CORPO linhas de
      *    corpo, uma linha em branco e o rodape. Com uma tabuada ou
      *    um quadro em curso, o cabecalho da folha e o da propria
      *    tabuada (e a linha de colunas do quadro, quando houver);
      *    fora disso e o cabecalho geral com o titulo da parte.
       01  LINHAS-NO-CORPO PIC 9(03) VALUE 0.
       01  LIMITE-CORPO PIC 9(03) VALUE 56.
       01  QTD-RESERVA PIC 9(03) VALUE 0.
       01  PAGINA-ABERTA-SW PIC X(01) VALUE "N".
           88  PAGINA-ABERTA          VALUE "S".
       01  TABELA-EM-CURSO-SW PIC X(01) VALUE "N".
           88  TABELA-EM-CURSO        VALUE "S".
       01  SUBCABECALHO-SW PIC X(01) VALUE "N".
           88  SUBCABECALHO-ATIVO     VALUE "S".
       01  LINHA-SUBCABECALHO PIC X(80) VALUE SPACES.
       01  LINHA-IMPRESSAO PIC X(80).
       01  NUMERO-CABECALHO PIC 9(04).
       01  NUMERO-INDICE PIC 9(04).

       01  CABECALHO-GERAL.
           05  CGR-TITULO         PIC X(40).
           05  FILLER             PIC X(06) VALUE "DATA: ".
           05  CGR-DATA           PIC 9(08).
           05  FILLER             PIC X(10) VALUE "  PAGINA: ".
           05  CGR-PAGINA         PIC ZZZ9.

       01  RODAPE-RELATORIO.
           05  FILLER             PIC X(19)
               VALUE "MTABLE - EXECUCAO: ".
           05  ROD-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ROD-HORA           PIC 9(08).
           05  FILLER             PIC X(08) VALUE "  LOTE: ".
           05  ROD-LOTE-ID        PIC X(08).
           05  FILLER             PIC X(09) VALUE "  FOLHA: ".
           05  ROD-PAGINA         PIC ZZZ9.
           05  FILLER             PIC X(12) VALUE " DA EXECUCAO".

      *    Capa: uma linha por informacao do lote e da execucao.
       01  ITEM-CAPA.
           05  CAPA-DESCRICAO     PIC X(20).
           05  FILLER             PIC X(02) VALUE ": ".
           05  CAPA-VALOR         PIC X(50).
       01  CAPA-DATA-HORA.
           05  CAPA-DATA          PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CAPA-HORA          PIC 9(08).
       01  CAPA-LINHAS            PIC Z9.
       01  PONTEIRO-CAPA PIC 9(03).
       01  INDICE-FILIAL PIC 9(02).
       01  FILIAIS-PRESENTES VALUE SPACES.
           05  FILIAL-PRESENTE    PIC X(01) OCCURS 9 TIMES.
       01  FILIAL-DIRETA-SW PIC X(01) VALUE "N".
           88  HA-PEDIDO-DIRETO       VALUE "S".

      *    Indice do relatorio: uma entrada por resultado impresso
      *    (numero, modo, filial, folha de inicio e referencia do
      *    pedido), classificada por numero e folha no fim da
      *    execucao.
       01  QTD-INDICE PIC 9(04) VALUE 0.
       01  INDICE-ITEM PIC 9(04).
       01  CTR-INDICE-EXCEDIDO PIC 9(06) VALUE 0.
       01  TABELA-INDICE.
           05  IDX-ENTRADA OCCURS 2000 TIMES.
               10  IDX-NUMERO     PIC 9(03).
               10  IDX-PAGINA     PIC 9(04).
               10  IDX-MODO       PIC X(01).
               10  IDX-FILIAL     PIC X(01).
               10  IDX-REFERENCIA PIC X(14).
       01  FIM-ORDENACAO-SW PIC X(01) VALUE "N".
           88  FIM-DA-ORDENACAO       VALUE "S".
       01  CABECALHO-INDICE.
           05  FILLER             PIC X(41)
               VALUE "NUMERO  MODO  FILIAL  FOLHA    REFERENCIA".
       01  DETALHE-INDICE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  DIX-NUMERO         PIC ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  DIX-MODO           PIC X(01).
           05  FILLER             PIC X(07) VALUE SPACES.
           05  DIX-FILIAL         PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  DIX-PAGINA         PIC ZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  DIX-REFERENCIA     PIC X(14).

       01  REGISTRO-AUDITORIA.
           05  AUD-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
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

       01  CABECALHO-RELATORIO.
           05  CAB-TITULO         PIC X(18)
           05  CAB-PAGINA         PIC ZZZ9.
           05  FILLER             PIC X(10) VALUE "  FILIAL: ".
           05  CAB-FILIAL         PIC X(01).
           05  FILLER             PIC X(01) VALUE "-".
           05  CAB-NOME-FILIAL    PIC X(15).

       01  LINHA-REFERENCIA-PEDIDO.
           05  FILLER             PIC X(22)
               VALUE "REFERENCIA DO PEDIDO: ".
           05  LRP-REFERENCIA     PIC X(14).

       01  DETALHE-CSV.
           05  CSV-NUMERO         PIC 9(03).
           05  CSV-MULTIPLICADOR  PIC 9(04).
           05  FILLER             PIC X(01) VALUE ",".
           05  CSV-PRODUTO        PIC 9(07).
           05  FILLER             PIC X(01) VALUE ",".
           05  CSV-REFERENCIA     PIC X(14).

       01  DETALHE-RELATORIO.
           05  DET-NUMERO         PIC ZZ9.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-FILIAIS.
           OPEN INPUT ARQUIVO-ENTRADA.
           IF FS-ENTRADA NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-ENTRADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARQUIVO-DIARIO-MESTRE.
           IF FS-DIARIO-MESTRE = "35"
               OPEN OUTPUT ARQUIVO-DIARIO-MESTRE
           END-IF.
           IF FS-DIARIO-MESTRE NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-DIARIO-MESTRE (TABJRN) - FILE STATUS "
                   FS-DIARIO-MESTRE
               CLOSE ARQUIVO-ENTRADA
               CLOSE ARQUIVO-RELATORIO
               CLOSE ARQUIVO-AUDITORIA
               CLOSE ARQUIVO-CSV
               CLOSE ARQUIVO-REJEITADOS
               CLOSE ARQUIVO-MESTRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICA-LOTE-ENTRADA.
           PERFORM IMPRIME-CAPA.
           IF LOTE-OK
               PERFORM PROCESSA-RESSUBMISSAO
               PERFORM PROCESSA-FUTUROS
                   PERFORM REGISTRA-LOTE-PROCESSADO
               END-IF
           END-IF.
           PERFORM IMPRIME-INDICE.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-AUDITORIA.
           IF CSV-LIGADO
           CLOSE ARQUIVO-REJEITADOS.
           CLOSE ARQUIVO-FUTUROS.
           CLOSE ARQUIVO-MESTRE.
           CLOSE ARQUIVO-DIARIO-MESTRE.
       PROGRAM-END.
           IF CTR-REJEITADOS > 0 AND CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
               MOVE "PRODUTOS CALCULADOS" TO SUM-DESCRICAO
               MOVE CTR-PRODUTOS TO SUM-VALOR
               PERFORM GRAVA-ITEM-SUMARIO
               MOVE "GRAVACOES NO DIARIO TABJRN" TO SUM-DESCRICAO
               MOVE CTR-DIARIO-MESTRE TO SUM-VALOR
               PERFORM GRAVA-ITEM-SUMARIO
               MOVE "CONDICAO DE RETORNO" TO SUM-DESCRICAO
               MOVE CODIGO-RETORNO TO SUM-VALOR
               PERFORM GRAVA-ITEM-SUMARIO
      *    primeiro no relatorio e no mestre.
       PROCESSA-PASSO-PRIORITARIO.
           SET PASSAGEM-PRIORITARIA TO TRUE.
           SET ORIGEM-NORMAL TO TRUE.
           MOVE "*** PEDIDOS PRIORITARIOS ***" TO LINHA-IMPRESSAO.
           PERFORM IMPRIME-LINHA.
           PERFORM PROCESSA-ENTRADA UNTIL FIM-DA-ENTRADA.

       PROCESSA-PASSO-NORMAL.
           SET PASSAGEM-NORMAL TO TRUE.
           SET ORIGEM-NORMAL TO TRUE.
           CLOSE ARQUIVO-ENTRADA.
           OPEN INPUT ARQUIVO-ENTRADA.
           IF FS-ENTRADA NOT = "00"
               PERFORM GRAVA-AUDITORIA-LOTE
           ELSE
               MOVE "N" TO FIM-ARQUIVO-ENTRADA
               MOVE SPACES TO LINHA-IMPRESSAO
               PERFORM IMPRIME-LINHA
               MOVE "*** PEDIDOS NORMAIS ***" TO LINHA-IMPRESSAO
               PERFORM IMPRIME-LINHA
               PERFORM PROCESSA-ENTRADA UNTIL FIM-DA-ENTRADA
           END-IF.


       PROCESSA-REGISTRO.
           ADD 1 TO CTR-LIDOS.
           MOVE 0 TO PAGINA-PEDIDO.
           IF PEDIDO-PRIORITARIO
               ADD 1 TO CTR-PRIORITARIOS
           END-IF.
           PERFORM ROLA-DATA-EFETIVA.
           IF ENT-DATA-EFETIVA IS NUMERIC
                   AND DATA-EFETIVA-VIGENTE > DATA-EXECUCAO
               PERFORM ADIA-REGISTRO
           ELSE
               PERFORM PROCESSA-REGISTRO-DEVIDO
           END-IF.

      *    Data efetiva em sabado, domingo ou feriado passa ao
      *    primeiro dia util seguinte, para que o pedido nao seja
      *    liberado num dia sem expediente. A imagem que vai para o
      *    TABFUT guarda a data pedida; a conta e refeita em toda
      *    passagem, com o calendario vigente na noite. Data
      *    invalida segue a comparacao direta, como antes.
       ROLA-DATA-EFETIVA.
           MOVE 0 TO DATA-EFETIVA-ROLADA.
           MOVE 0 TO DATA-EFETIVA-VIGENTE.
           IF ENT-DATA-EFETIVA IS NUMERIC
               MOVE ENT-DATA-EFETIVA TO DATA-EFETIVA-VIGENTE
               IF ENT-DATA-EFETIVA > 0
                   MOVE "P" TO UTIL-FUNCAO
                   MOVE ENT-DATA-EFETIVA TO UTIL-DATA-INICIAL
                   CALL "TABDIAS" USING AREA-DIA-UTIL
                   IF UTIL-STATUS = 0
                           AND UTIL-PROXIMO-DIA NOT = ENT-DATA-EFETIVA
                       MOVE UTIL-PROXIMO-DIA TO DATA-EFETIVA-VIGENTE
                       MOVE UTIL-PROXIMO-DIA TO DATA-EFETIVA-ROLADA
                   END-IF
               END-IF
           END-IF.

      *    O pedido aceito e auditado depois de impresso, para que
      *    a auditoria leve a folha do TABRPT em que ele comeca.
       PROCESSA-REGISTRO-DEVIDO.
           PERFORM PEGA-TABUADA.
           IF ENTRADA-OK
               IF MODO-GRADE
                   PERFORM EXIBE-GRADE
                       END-IF
                   END-IF
               END-IF
               PERFORM GRAVA-AUDITORIA
           ELSE
               PERFORM GRAVA-AUDITORIA
               PERFORM GRAVA-REJEITADO
           END-IF.

                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   DISPLAY "PROCESSANDO RESSUBMISSAO (TABREJIN)"
                   SET ORIGEM-RESSUBMISSAO TO TRUE
                   PERFORM PROCESSA-REG-RESSUBMISSAO
                       UNTIL FIM-DA-RESSUBMISSAO
                   CLOSE ARQUIVO-RESSUBMISSAO
           MOVE HORA-EXECUCAO TO AUD-HORA.
           MOVE USUARIO-EXECUCAO TO AUD-USUARIO.
           MOVE "ADIADO" TO AUD-STATUS.
           MOVE DATA-EFETIVA-ROLADA TO AUD-DATA-ROLADA.
           MOVE ENT-MODO TO AUD-MODO.
           MOVE ENT-FILIAL TO AUD-FILIAL.
           MOVE ENT-PRIORIDADE TO AUD-PRIORIDADE.
           MOVE ENT-REFERENCIA TO AUD-REFERENCIA.
           MOVE ORIGEM-PEDIDO TO AUD-ORIGEM.
           IF ENT-NUMERO IS NUMERIC
               MOVE ENT-NUMERO TO AUD-NUMERO
           END-IF.
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   DISPLAY "PROCESSANDO CARREGAMENTO FUTURO (TABFUTIN)"
                   SET ORIGEM-FUTUROS TO TRUE
                   PERFORM PROCESSA-REG-FUTURO
                       UNTIL FIM-DOS-FUTUROS
                   CLOSE ARQUIVO-FUTUROS-ENT
                   IF PRM-PALAVRA = "ECO-CONSOLE"
                       PERFORM PARAMETRO-ECO
                   ELSE
                       IF PRM-PALAVRA = "LINHAS-PAGINA"
                           PERFORM PARAMETRO-LINHAS-PAGINA
                       ELSE
                           PERFORM PROCESSA-PARAMETRO-ALHEIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Palavras-chave de outros servicos que convivem no mesmo
      *    TABPARM (RETENCAO-DIAS do TABARCH, ESCALA-DIAS do
      *    TABAGE, AVISO-EXPURGO, COBERTURA-MULT e RENOVACAO do
      *    TABCOBR) passam em silencio; o aviso fica reservado para
      *    a palavra realmente desconhecida - o erro de digitacao.
       PROCESSA-PARAMETRO-ALHEIO.
           IF PRM-PALAVRA = "RETENCAO-DIAS"
                   OR PRM-PALAVRA = "ESCALA-DIAS"
                   OR PRM-PALAVRA = "AVISO-EXPURGO"
                   OR PRM-PALAVRA = "COBERTURA-MULT"
                   OR PRM-PALAVRA = "RENOVACAO"
               CONTINUE
           ELSE
               DISPLAY "AVISO: PARAMETRO DESCONHECIDO"
               PERFORM AVISA-PARAMETRO-INVALIDO
           END-IF.

       PARAMETRO-LINHAS-PAGINA.
           IF PRM-VALOR-2 IS NUMERIC
               MOVE PRM-VALOR-2 TO PARM-LINHAS-PAGINA
           ELSE
               PERFORM AVISA-PARAMETRO-INVALIDO
           END-IF.

       AVISA-PARAMETRO-INVALIDO.
           DISPLAY "AVISO: VALOR INVALIDO PARA O PARAMETRO "
               PRM-PALAVRA " - MANTIDO O VALOR PADRAO".
                   " VALOR PADRAO"
               MOVE 5 TO PARM-LISTA-MAXIMO
           END-IF.
           IF PARM-LINHAS-PAGINA < 20
               DISPLAY "AVISO: LINHAS-PAGINA ABAIXO DE 20 - MANTIDO O"
                   " VALOR PADRAO"
               MOVE 60 TO PARM-LINHAS-PAGINA
           END-IF.

       CARREGA-FILIAIS.
           MOVE SPACES TO TABELA-FILIAIS.
           OPEN INPUT ARQUIVO-FILIAIS.
           IF FS-FILIAIS = "35"
               DISPLAY "AVISO: CADASTRO DE FILIAIS (TABFIL) AUSENTE"
                   " - LIMITES DE FILIAL NAO CONFERIDOS"
           ELSE
               IF FS-FILIAIS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-FILIAIS (TABFIL) - FILE STATUS "
                       FS-FILIAIS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   SET CADASTRO-FILIAIS-CARREGADO TO TRUE
                   PERFORM LE-REGISTRO-FILIAL UNTIL FIM-DAS-FILIAIS
                   CLOSE ARQUIVO-FILIAIS
               END-IF
           END-IF.

      *    Linha invalida fica de fora do cadastro; o pedido da
      *    filial correspondente cai no motivo 11.
       LE-REGISTRO-FILIAL.
           READ ARQUIVO-FILIAIS
               AT END
                   SET FIM-DAS-FILIAIS TO TRUE
               NOT AT END
                   MOVE LINHA-FILIAL TO REG-FILIAL
                   IF CAD-CODIGO IS NUMERIC AND CAD-CODIGO NOT = "0"
                           AND CAD-QUANTOS-MAXIMO IS NUMERIC
                           AND CAD-NUMERO-MINIMO IS NUMERIC
                           AND CAD-NUMERO-MAXIMO IS NUMERIC
                       PERFORM GUARDA-REGISTRO-FILIAL
                   ELSE
                       DISPLAY "AVISO: LINHA INVALIDA NO TABFIL"
                           " DESPREZADA - " LINHA-FILIAL
                   END-IF
           END-READ.

       GUARDA-REGISTRO-FILIAL.
           MOVE CAD-CODIGO TO INDICE-FILIAL.
           MOVE CAD-NOME TO TFL-NOME (INDICE-FILIAL).
           MOVE CAD-SITUACAO TO TFL-SITUACAO (INDICE-FILIAL).
           MOVE CAD-QUANTOS-MAXIMO
               TO TFL-QUANTOS-MAXIMO (INDICE-FILIAL).
           MOVE CAD-NUMERO-MINIMO TO TFL-NUMERO-MINIMO (INDICE-FILIAL).
           MOVE CAD-NUMERO-MAXIMO TO TFL-NUMERO-MAXIMO (INDICE-FILIAL).

       VERIFICA-LOTE-ENTRADA.
           PERFORM LE-REGISTRO-VERIFICACAO.
                           IF ENT-NUMERO IS NUMERIC
                               ADD ENT-NUMERO TO LOTE-SOMA-APURADA
                           END-IF
                           PERFORM ANOTA-FILIAL-PRESENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANOTA-FILIAL-PRESENTE.
           IF ENT-FILIAL = SPACE
               SET HA-PEDIDO-DIRETO TO TRUE
           ELSE
               IF ENT-FILIAL IS NUMERIC AND ENT-FILIAL NOT = "0"
                   MOVE ENT-FILIAL TO INDICE-FILIAL
                   MOVE "S" TO FILIAL-PRESENTE (INDICE-FILIAL)
               END-IF
           END-IF.

       CONFERE-TOTAIS-LOTE.
           IF NOT LOTE-COM-TRAILER
               SET LOTE-RECUSADO TO TRUE
               END-IF
           END-IF.

      *    A idade do lote conta em dias uteis (TABDIAS), para que
      *    fim de semana e feriado nao vencam o lote da filial.
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

       EXIBE-INVERSA.
           ADD 1 TO CTR-TAB-R.
           MOVE SPACES TO LINHA-IMPRESSAO.
           MOVE "R" TO CALC-FUNCAO.
           MOVE NUMERO TO CALC-NUMERO.
           MOVE PRODUTO-ALVO TO CALC-PRODUTO-ALVO.
               STRING "PRODUTO " PRODUTO-ALVO " / NUMERO " NUMERO
                   " - MULTIPLICADOR FORA DA FAIXA - REGISTRO"
                   " IGNORADO"
                   DELIMITED BY SIZE INTO LINHA-IMPRESSAO
           ELSE
               IF CALC-STATUS = 0
                   IF ECO-LIGADO
                   STRING "PRODUTO " PRODUTO-ALVO " / NUMERO "
                       NUMERO " = MULTIPLICADOR "
                       MULTIPLICADOR-ENCONTRADO
                       DELIMITED BY SIZE INTO LINHA-IMPRESSAO
               ELSE
                   IF ECO-LIGADO
                       DISPLAY "PRODUTO " PRODUTO-ALVO
                       " NAO E DIVISIVEL POR " NUMERO
                       " - NENHUM MULTIPLICADOR INTEIRO"
                       " ENCONTRADO"
                       DELIMITED BY SIZE INTO LINHA-IMPRESSAO
               END-IF
           END-IF.
           PERFORM IMPRIME-LINHA.
           MOVE NUMERO TO NUMERO-INDICE.
           PERFORM ANOTA-INDICE.

       EXIBE-COLUNAS.
           ADD 1 TO CTR-TAB-S.
           MOVE LISTA-NUMEROS (1) TO NUMERO-CABECALHO.
           PERFORM ESCREVE-CABECALHO.
           PERFORM ANOTA-INDICE-COLUNA
               VARYING INDICE-COLUNA FROM 1 BY 1
               UNTIL INDICE-COLUNA > QTD-NUMEROS-LISTA.
           PERFORM ESCREVE-CABECALHO-COLUNAS.
           PERFORM INICIALIZACAO-PROGRAMA.
           PERFORM CALCULA-LINHA-COLUNAS QUANTOS TIMES.
           MOVE "N" TO SUBCABECALHO-SW.
           MOVE "N" TO TABELA-EM-CURSO-SW.

       ANOTA-INDICE-COLUNA.
           MOVE LISTA-NUMEROS (INDICE-COLUNA) TO NUMERO-INDICE.
           PERFORM ANOTA-INDICE.

       ESCREVE-CABECALHO-COLUNAS.
           MOVE SPACES TO LINHA-COLUNAS.
           IF ECO-LIGADO
               DISPLAY LINHA-COLUNAS
           END-IF.
           MOVE LINHA-COLUNAS TO LINHA-IMPRESSAO.
           PERFORM IMPRIME-LINHA.
           MOVE LINHA-COLUNAS TO LINHA-SUBCABECALHO.
           SET SUBCABECALHO-ATIVO TO TRUE.

       ESCREVE-CABECALHO-COLUNA.
           MOVE LISTA-NUMEROS (INDICE-COLUNA) TO VALOR-COLUNA.
           IF ECO-LIGADO
               DISPLAY LINHA-COLUNAS
           END-IF.
           MOVE LINHA-COLUNAS TO LINHA-IMPRESSAO.
           PERFORM IMPRIME-LINHA.

       ESCREVE-VALOR-COLUNA.
           MOVE "M" TO CALC-FUNCAO.
           MOVE USUARIO-EXECUCAO TO AUD-USUARIO.
           IF ENTRADA-OK
               MOVE "OK" TO AUD-STATUS
               MOVE PAGINA-PEDIDO TO AUD-PAGINA
           ELSE
               MOVE "REJEITADO" TO AUD-STATUS
               MOVE MOTIVO-REJEICAO TO AUD-MOTIVO
           END-IF.
           MOVE DATA-EFETIVA-ROLADA TO AUD-DATA-ROLADA.
           MOVE MODO-EXECUCAO TO AUD-MODO.
           MOVE FILIAL-EXECUCAO TO AUD-FILIAL.
           MOVE PRIORIDADE-EXECUCAO TO AUD-PRIORIDADE.
           MOVE REFERENCIA-EXECUCAO TO AUD-REFERENCIA.
           MOVE ORIGEM-PEDIDO TO AUD-ORIGEM.
           IF MODO-GRADE
               MOVE NUMERO-BAIXO TO AUD-NUMERO
               MOVE NUMERO-ALTO TO AUD-QUANTOS
           MOVE LISTA-NUMEROS (INDICE-COLUNA)
               TO AUD-LISTA-NUMEROS (INDICE-COLUNA).

      *    Le a chave antes de gravar para guardar no diario a
      *    imagem anterior do registro substituido.
       GRAVA-MESTRE.
           MOVE DATA-EXECUCAO TO MST-DATA-CALCULO.
           MOVE REG-MESTRE TO IMAGEM-MESTRE-NOVA.
           MOVE SPACES TO JRN-ANTES.
           READ ARQUIVO-MESTRE
               INVALID KEY
                   MOVE "I" TO JRN-ACAO
               NOT INVALID KEY
                   MOVE "R" TO JRN-ACAO
                   MOVE MST-PRODUTO TO JRN-ANT-PRODUTO
                   MOVE MST-DATA-CALCULO TO JRN-ANT-DATA
           END-READ.
           MOVE IMAGEM-MESTRE-NOVA TO REG-MESTRE.
           IF JRN-ACAO = "I"
               WRITE REG-MESTRE
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE REG-MESTRE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF FS-MESTRE (1:1) = "0"
               PERFORM GRAVA-DIARIO-MESTRE
           ELSE
               DISPLAY "ERRO: FALHA NA GRAVACAO DO MESTRE (TABMST) "
                   MST-NUMERO " * " MST-MULTIPLICADOR
                   " - FILE STATUS " FS-MESTRE
           END-IF.

       GRAVA-DIARIO-MESTRE.
           ADD 1 TO CTR-DIARIO-MESTRE.
           MOVE DATA-EXECUCAO TO JRN-DATA.
           MOVE HORA-EXECUCAO TO JRN-HORA.
           MOVE LOTE-ID-ENTRADA TO JRN-LOTE-ID.
           MOVE CTR-DIARIO-MESTRE TO JRN-SEQUENCIA.
           MOVE "MTABLE" TO JRN-PROGRAMA.
           MOVE USUARIO-EXECUCAO TO JRN-USUARIO.
           MOVE MST-CHAVE TO JRN-CHAVE.
           MOVE SPACES TO JRN-DEPOIS.
           MOVE MST-PRODUTO TO JRN-DEP-PRODUTO.
           MOVE MST-DATA-CALCULO TO JRN-DEP-DATA.
           MOVE REFERENCIA-EXECUCAO TO JRN-REFERENCIA.
           MOVE REGISTRO-DIARIO-MESTRE TO LINHA-DIARIO-MESTRE.
           WRITE LINHA-DIARIO-MESTRE.
           IF FS-DIARIO-MESTRE NOT = "00"
               DISPLAY "ERRO: FALHA NA GRAVACAO DO DIARIO (TABJRN)"
                   " - FILE STATUS " FS-DIARIO-MESTRE
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       LE-ENTRADA.
           PERFORM LE-REGISTRO-ENTRADA WITH TEST AFTER
           MOVE ENT-MODO TO MODO-EXECUCAO.
           MOVE ENT-FILIAL TO FILIAL-EXECUCAO.
           MOVE ENT-PRIORIDADE TO PRIORIDADE-EXECUCAO.
           MOVE ENT-REFERENCIA TO REFERENCIA-EXECUCAO.
           MOVE ENT-NUM-BAIXO TO NUMERO-BAIXO.
           MOVE ENT-NUM-ALTO TO NUMERO-ALTO.
           MOVE ENT-PRODUTO-ALVO TO PRODUTO-ALVO.
                   END-IF
               END-IF
           END-IF.
           IF ENTRADA-OK AND FILIAL-EXECUCAO NOT = SPACE
                   AND CADASTRO-FILIAIS-CARREGADO
               PERFORM VALIDA-LIMITES-FILIAL
           END-IF.

      *    Limites da filial de origem (motivo 11). So corre com o
      *    pedido ja aprovado nos limites gerais do TABPARM.
       VALIDA-LIMITES-FILIAL.
           MOVE 11 TO MOTIVO-ATUAL.
           IF FILIAL-EXECUCAO IS NUMERIC AND FILIAL-EXECUCAO NOT = "0"
               MOVE FILIAL-EXECUCAO TO INDICE-FILIAL
           ELSE
               MOVE 0 TO INDICE-FILIAL
           END-IF.
           IF INDICE-FILIAL = 0
               DISPLAY "ERRO: FILIAL '" FILIAL-EXECUCAO
                   "' NAO CADASTRADA - REGISTRO IGNORADO"
               PERFORM ANOTA-REJEICAO
           ELSE
               IF NOT FILIAL-ATIVA (INDICE-FILIAL)
                   DISPLAY "ERRO: FILIAL " FILIAL-EXECUCAO
                       " NAO CADASTRADA OU ENCERRADA"
                       " - REGISTRO IGNORADO"
                   PERFORM ANOTA-REJEICAO
               ELSE
                   PERFORM VALIDA-FAIXA-FILIAL
               END-IF
           END-IF.

       VALIDA-FAIXA-FILIAL.
           IF NOT MODO-INVERSA
               IF QUANTOS > TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
                   DISPLAY "ERRO: QUANTOS " QUANTOS
                       " ACIMA DO MAXIMO DA FILIAL " FILIAL-EXECUCAO
                       " (" TFL-QUANTOS-MAXIMO (INDICE-FILIAL) ")"
                       " - REGISTRO IGNORADO"
                   PERFORM ANOTA-REJEICAO
               END-IF
           END-IF.
           IF MODO-GRADE
               IF NUMERO-BAIXO < TFL-NUMERO-MINIMO (INDICE-FILIAL)
                       OR NUMERO-ALTO
                           > TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                   DISPLAY "ERRO: GRADE " NUMERO-BAIXO "-" NUMERO-ALTO
                       " FORA DA FAIXA DA FILIAL " FILIAL-EXECUCAO
                       " (" TFL-NUMERO-MINIMO (INDICE-FILIAL) "-"
                       TFL-NUMERO-MAXIMO (INDICE-FILIAL) ")"
                       " - REGISTRO IGNORADO"
                   PERFORM ANOTA-REJEICAO
               END-IF
           ELSE
               IF MODO-COLUNAS
                   PERFORM VALIDA-COLUNA-FILIAL
                       VARYING INDICE-COLUNA FROM 1 BY 1
                       UNTIL INDICE-COLUNA > QTD-NUMEROS-LISTA
               ELSE
                   IF NUMERO < TFL-NUMERO-MINIMO (INDICE-FILIAL)
                           OR NUMERO > TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                       DISPLAY "ERRO: NUMERO " NUMERO
                           " FORA DA FAIXA DA FILIAL " FILIAL-EXECUCAO
                           " (" TFL-NUMERO-MINIMO (INDICE-FILIAL) "-"
                           TFL-NUMERO-MAXIMO (INDICE-FILIAL) ")"
                           " - REGISTRO IGNORADO"
                       PERFORM ANOTA-REJEICAO
                   END-IF
               END-IF
           END-IF.

       VALIDA-COLUNA-FILIAL.
           IF LISTA-NUMEROS (INDICE-COLUNA)
                   < TFL-NUMERO-MINIMO (INDICE-FILIAL)
                   OR LISTA-NUMEROS (INDICE-COLUNA)
                       > TFL-NUMERO-MAXIMO (INDICE-FILIAL)
               DISPLAY "ERRO: NUMERO NA COLUNA " INDICE-COLUNA
                   " FORA DA FAIXA DA FILIAL " FILIAL-EXECUCAO
                   " (" TFL-NUMERO-MINIMO (INDICE-FILIAL) "-"
                   TFL-NUMERO-MAXIMO (INDICE-FILIAL) ")"
                   " - REGISTRO IGNORADO"
               PERFORM ANOTA-REJEICAO
           END-IF.

       ANOTA-REJEICAO.
           SET ENTRADA-INVALIDA TO TRUE.
           IF ECO-LIGADO
               DISPLAY "A tabuada do multiplicador de " NUMERO " E "
           END-IF.
           MOVE NUMERO TO NUMERO-CABECALHO.
           PERFORM ESCREVE-CABECALHO.
           MOVE NUMERO TO NUMERO-INDICE.
           PERFORM ANOTA-INDICE.
           PERFORM CALCULA-E-EXIBE QUANTOS TIMES.
           MOVE "N" TO TABELA-EM-CURSO-SW.
           PERFORM LIMPA-CHECKPOINT.

      *    Cabecalho de tabuada ou quadro. Se a folha corrente nao
      *    comporta o cabecalho e as primeiras linhas, a folha e
      *    encerrada e o cabecalho sai no topo da seguinte; senao sai
      *    no meio da folha, depois de uma linha em branco.
       ESCREVE-CABECALHO.
           MOVE PARM-TITULO TO CAB-TITULO.
           MOVE NUMERO-CABECALHO TO CAB-NUMERO.
           MOVE DATA-EXECUCAO TO CAB-DATA.
           MOVE FILIAL-EXECUCAO TO CAB-FILIAL.
           PERFORM OBTEM-NOME-FILIAL.
           MOVE 4 TO QTD-RESERVA.
           IF REFERENCIA-EXECUCAO NOT = SPACES
               ADD 1 TO QTD-RESERVA
           END-IF.
           PERFORM RESERVA-LINHAS.
           SET TABELA-EM-CURSO TO TRUE.
           IF PAGINA-ABERTA
               MOVE SPACES TO LINHA-IMPRESSAO
               PERFORM IMPRIME-LINHA
               MOVE NUMERO-PAGINA TO CAB-PAGINA
               MOVE CABECALHO-RELATORIO TO LINHA-IMPRESSAO
               PERFORM IMPRIME-LINHA
           ELSE
               PERFORM ABRE-PAGINA
           END-IF.
           IF REFERENCIA-EXECUCAO NOT = SPACES
               MOVE REFERENCIA-EXECUCAO TO LRP-REFERENCIA
               MOVE LINHA-REFERENCIA-PEDIDO TO LINHA-IMPRESSAO
               PERFORM IMPRIME-LINHA
           END-IF.

       OBTEM-NOME-FILIAL.
           IF FILIAL-EXECUCAO = SPACE
               MOVE "DIRETO" TO CAB-NOME-FILIAL
           ELSE
               MOVE SPACES TO CAB-NOME-FILIAL
               IF FILIAL-EXECUCAO IS NUMERIC
                       AND FILIAL-EXECUCAO NOT = "0"
                   MOVE FILIAL-EXECUCAO TO INDICE-FILIAL
                   MOVE TFL-NOME (INDICE-FILIAL) TO CAB-NOME-FILIAL
               END-IF
           END-IF.

      *    Toda linha do TABRPT passa por aqui: abre a folha se
      *    preciso e, com o corpo cheio, fecha a folha e abre a
      *    seguinte antes de gravar.
       IMPRIME-LINHA.
           IF NOT PAGINA-ABERTA
               PERFORM ABRE-PAGINA
           END-IF.
           IF LINHAS-NO-CORPO NOT < LIMITE-CORPO
               PERFORM FECHA-PAGINA
               PERFORM ABRE-PAGINA
           END-IF.
           MOVE LINHA-IMPRESSAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-NO-CORPO.

       ABRE-PAGINA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NO-CORPO.
           IF TABELA-EM-CURSO
               MOVE NUMERO-PAGINA TO CAB-PAGINA
               MOVE CABECALHO-RELATORIO TO LINHA-RELATORIO
           ELSE
               MOVE DATA-EXECUCAO TO CGR-DATA
               MOVE NUMERO-PAGINA TO CGR-PAGINA
               MOVE CABECALHO-GERAL TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           SET PAGINA-ABERTA TO TRUE.
           IF SUBCABECALHO-ATIVO
               MOVE LINHA-SUBCABECALHO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO LINHAS-NO-CORPO
           END-IF.

       FECHA-PAGINA.
           PERFORM COMPLETA-CORPO
               UNTIL LINHAS-NO-CORPO NOT < LIMITE-CORPO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DATA-EXECUCAO TO ROD-DATA.
           MOVE HORA-EXECUCAO TO ROD-HORA.
           MOVE LOTE-ID-ENTRADA TO ROD-LOTE-ID.
           MOVE NUMERO-PAGINA TO ROD-PAGINA.
           MOVE RODAPE-RELATORIO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO PAGINA-ABERTA-SW.

       COMPLETA-CORPO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO LINHAS-NO-CORPO.

       RESERVA-LINHAS.
           IF PAGINA-ABERTA
                   AND LINHAS-NO-CORPO + QTD-RESERVA > LIMITE-CORPO
               PERFORM FECHA-PAGINA
           END-IF.

       ANOTA-INDICE.
           IF PAGINA-PEDIDO = 0
               MOVE NUMERO-PAGINA TO PAGINA-PEDIDO
           END-IF.
           IF QTD-INDICE < 2000
               ADD 1 TO QTD-INDICE
               MOVE NUMERO-INDICE TO IDX-NUMERO (QTD-INDICE)
               MOVE NUMERO-PAGINA TO IDX-PAGINA (QTD-INDICE)
               MOVE MODO-EXECUCAO TO IDX-MODO (QTD-INDICE)
               IF MODO-EXECUCAO = SPACE
                   MOVE "T" TO IDX-MODO (QTD-INDICE)
               END-IF
               MOVE FILIAL-EXECUCAO TO IDX-FILIAL (QTD-INDICE)
               MOVE REFERENCIA-EXECUCAO
                   TO IDX-REFERENCIA (QTD-INDICE)
           ELSE
               ADD 1 TO CTR-INDICE-EXCEDIDO
           END-IF.

      *    Capa do relatorio: primeira folha da execucao, com o lote,
      *    as filiais que entregaram pedidos e a situacao do lote.
       IMPRIME-CAPA.
           COMPUTE LIMITE-CORPO = PARM-LINHAS-PAGINA - 4.
           MOVE "MTABLE - CAPA DO RELATORIO" TO CGR-TITULO.
           MOVE "LOTE" TO CAPA-DESCRICAO.
           MOVE LOTE-ID-ENTRADA TO CAPA-VALOR.
           PERFORM IMPRIME-ITEM-CAPA.
           MOVE "DATA DO LOTE" TO CAPA-DESCRICAO.
           MOVE LOTE-DATA-ENTRADA TO CAPA-VALOR.
           PERFORM IMPRIME-ITEM-CAPA.
           MOVE "EXECUCAO" TO CAPA-DESCRICAO.
           MOVE DATA-EXECUCAO TO CAPA-DATA.
           MOVE HORA-EXECUCAO TO CAPA-HORA.
           MOVE CAPA-DATA-HORA TO CAPA-VALOR.
           PERFORM IMPRIME-ITEM-CAPA.
           MOVE "USUARIO" TO CAPA-DESCRICAO.
           MOVE USUARIO-EXECUCAO TO CAPA-VALOR.
           PERFORM IMPRIME-ITEM-CAPA.
           MOVE "FILIAIS NO LOTE" TO CAPA-DESCRICAO.
           MOVE SPACES TO CAPA-VALOR.
           MOVE 1 TO PONTEIRO-CAPA.
           PERFORM MONTA-FILIAL-CAPA
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > 9.
           IF HA-PEDIDO-DIRETO
               STRING "DIRETO" DELIMITED BY SIZE
                   INTO CAPA-VALOR WITH POINTER PONTEIRO-CAPA
           END-IF.
           IF CAPA-VALOR = SPACES
               MOVE "NENHUMA" TO CAPA-VALOR
           END-IF.
           PERFORM IMPRIME-ITEM-CAPA.
           MOVE "SITUACAO DO LOTE" TO CAPA-DESCRICAO.
           IF LOTE-OK
               MOVE "ACEITO" TO CAPA-VALOR
           ELSE
               MOVE SPACES TO CAPA-VALOR
               STRING "RECUSADO - " LOTE-MOTIVO-RECUSA
                   DELIMITED BY SIZE INTO CAPA-VALOR
           END-IF.
           PERFORM IMPRIME-ITEM-CAPA.
           MOVE "LINHAS POR FOLHA" TO CAPA-DESCRICAO.
           MOVE PARM-LINHAS-PAGINA TO CAPA-LINHAS.
           MOVE CAPA-LINHAS TO CAPA-VALOR.
           PERFORM IMPRIME-ITEM-CAPA.
           PERFORM FECHA-PAGINA.
           MOVE "MTABLE - RELATORIO DE TABUADAS" TO CGR-TITULO.

       MONTA-FILIAL-CAPA.
           IF FILIAL-PRESENTE (INDICE-FILIAL) = "S"
               STRING INDICE-FILIAL (2:1) " " DELIMITED BY SIZE
                   INTO CAPA-VALOR WITH POINTER PONTEIRO-CAPA
           END-IF.

       IMPRIME-ITEM-CAPA.
           MOVE ITEM-CAPA TO LINHA-IMPRESSAO.
           PERFORM IMPRIME-LINHA.

      *    Indice no fim do relatorio: as entradas anotadas durante a
      *    execucao sao classificadas por numero e folha e impressas
      *    em folhas proprias, com a linha de colunas repetida.
       IMPRIME-INDICE.
           IF PAGINA-ABERTA
               PERFORM FECHA-PAGINA
           END-IF.
           MOVE "N" TO TABELA-EM-CURSO-SW.
           MOVE "MTABLE - INDICE DO RELATORIO" TO CGR-TITULO.
           MOVE CABECALHO-INDICE TO LINHA-SUBCABECALHO.
           SET SUBCABECALHO-ATIVO TO TRUE.
           SORT ARQUIVO-ORDENACAO
               ASCENDING KEY SRT-NUMERO SRT-PAGINA
               INPUT PROCEDURE IS LIBERA-INDICE
               OUTPUT PROCEDURE IS GRAVA-INDICE.
           IF CTR-INDICE-EXCEDIDO > 0
               MOVE SPACES TO LINHA-IMPRESSAO
               STRING "ENTRADAS NAO INDEXADAS (LIMITE DE 2000): "
                   CTR-INDICE-EXCEDIDO
                   DELIMITED BY SIZE INTO LINHA-IMPRESSAO
               PERFORM IMPRIME-LINHA
           END-IF.
           IF PAGINA-ABERTA
               PERFORM FECHA-PAGINA
           END-IF.
           MOVE "N" TO SUBCABECALHO-SW.

       LIBERA-INDICE.
           PERFORM LIBERA-ENTRADA-INDICE
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > QTD-INDICE.

       LIBERA-ENTRADA-INDICE.
           MOVE IDX-NUMERO (INDICE-ITEM) TO SRT-NUMERO.
           MOVE IDX-PAGINA (INDICE-ITEM) TO SRT-PAGINA.
           MOVE IDX-MODO (INDICE-ITEM) TO SRT-MODO.
           MOVE IDX-FILIAL (INDICE-ITEM) TO SRT-FILIAL.
           MOVE IDX-REFERENCIA (INDICE-ITEM) TO SRT-REFERENCIA.
           RELEASE REG-SORT-INDICE.

       GRAVA-INDICE.
           PERFORM ABRE-PAGINA.
           PERFORM RETORNA-INDICE UNTIL FIM-DA-ORDENACAO.

       RETORNA-INDICE.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET FIM-DA-ORDENACAO TO TRUE
               NOT AT END
                   MOVE SRT-NUMERO TO DIX-NUMERO
                   MOVE SRT-MODO TO DIX-MODO
                   MOVE SRT-FILIAL TO DIX-FILIAL
                   MOVE SRT-PAGINA TO DIX-PAGINA
                   MOVE SRT-REFERENCIA TO DIX-REFERENCIA
                   MOVE DETALHE-INDICE TO LINHA-IMPRESSAO
                   PERFORM IMPRIME-LINHA
           END-RETURN.

       CALCULA-E-EXIBE.
           ADD 1 TO MULTIPLICADOR.
           MOVE NUMERO TO DET-NUMERO.
           MOVE MULTIPLICADOR TO DET-MULTIPLICADOR.
           MOVE PRODUTO TO DET-PRODUTO.
           MOVE DETALHE-RELATORIO TO LINHA-IMPRESSAO.
           PERFORM IMPRIME-LINHA.
           IF CSV-LIGADO
               MOVE NUMERO TO CSV-NUMERO
               MOVE MULTIPLICADOR TO CSV-MULTIPLICADOR
               MOVE PRODUTO TO CSV-PRODUTO
               MOVE REFERENCIA-EXECUCAO TO CSV-REFERENCIA
               MOVE DETALHE-CSV TO LINHA-CSV
               WRITE LINHA-CSV
               ADD 1 TO CTR-LINHAS-CSV
