       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABFAT.
      *    Cobranca mensal do servico de tabuadas por filial.
      *
      *    TABFAT le a trilha TABAUD do mes de referencia informado
      *    no console (AAAAMM, mes ja encerrado) e cobra cada pedido
      *    processado (situacao OK) pelas tarifas do TABTAR:
      *      T  TARIFA-T + UNIDADE-T por linha pedida (QUANTOS)
      *      G  TARIFA-G + UNIDADE-G por numero da faixa
      *         NUMERO-BAIXO..NUMERO-ALTO
      *      R  TARIFA-R
      *      S  TARIFA-S + UNIDADE-S por numero da lista
      *    Pedido prioritario (P) leva o acrescimo ADICIONAL-P em %
      *    sobre a tarifa. Pedido rejeitado ou adiado nao e cobrado -
      *    so e contado no resumo; o pedido adiado e cobrado no mes
      *    em que o MTABLE o processa. Pedido digitado direto, sem
      *    filial, e cobrado como DIRETO (filial 0 no contabil).
      *
      *    Saidas:
      *      TABFATRP  extrato por filial com os itens e os totais
      *      TABFATSM  resumo para a controladoria, com as tarifas
      *                aplicadas
      *      TABFATLG  interface contabil de tamanho fixo: registro
      *                H (cabecalho), um D por filial e T (trailer
      *                com a quantidade de registros D, de pedidos e
      *                o valor total)
      *
      *    A primeira emissao de um mes fica registrada no controle
      *    TABFATCT com as tarifas aplicadas, a data da emissao e os
      *    totais. Reemissao do mesmo mes usa as tarifas e a data
      *    guardadas - as saidas saem iguais as da primeira emissao,
      *    mesmo que o TABTAR tenha mudado depois. Se a trilha do mes
      *    mudou desde a primeira emissao, os totais nao conferem com
      *    o controle e a condicao de retorno sobe para 4.
      *
      *    Condicao de retorno: 0 mes cobrado, 4 nenhum pedido
      *    cobrado no mes ou reemissao com totais diferentes do
      *    controle, 8 mes invalido ou ainda aberto, tarifa invalida
      *    ou falha de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "TABAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT ARQUIVO-TARIFAS ASSIGN TO "TABTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS.
           SELECT ARQUIVO-FILIAIS ASSIGN TO "TABFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.
           SELECT ARQUIVO-CONTROLE ASSIGN TO "TABFATCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT ARQUIVO-EXTRATO ASSIGN TO "TABFATRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.
           SELECT ARQUIVO-RESUMO ASSIGN TO "TABFATSM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO.
           SELECT ARQUIVO-CONTABIL ASSIGN TO "TABFATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTABIL.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-AUDITORIA.
       01  LINHA-AUDITORIA PIC X(128).

       FD  ARQUIVO-TARIFAS.
       01  LINHA-TARIFA PIC X(80).

       FD  ARQUIVO-FILIAIS.
       01  LINHA-FILIAL PIC X(80).

       FD  ARQUIVO-CONTROLE.
       01  LINHA-CONTROLE PIC X(113).

       FD  ARQUIVO-EXTRATO.
       01  LINHA-EXTRATO PIC X(80).

       FD  ARQUIVO-RESUMO.
       01  LINHA-RESUMO PIC X(80).

       FD  ARQUIVO-CONTABIL.
       01  LINHA-CONTABIL PIC X(80).

      *    Pedido cobravel, em ordem de filial e, dentro da filial,
      *    na ordem em que foi processado.
       SD  ARQUIVO-ORDENACAO.
       01  REG-SORT-COBRANCA.
           05  SRT-FILIAL         PIC X(01).
           05  SRT-DATA           PIC X(08).
           05  SRT-HORA           PIC X(08).
           05  SRT-SEQUENCIA      PIC 9(07).
           05  SRT-REFERENCIA     PIC X(14).
           05  SRT-MODO           PIC X(01).
           05  SRT-NUMERO         PIC 9(03).
           05  SRT-TAMANHO        PIC 9(03).
           05  SRT-PRIORIDADE     PIC X(01).

       WORKING-STORAGE SECTION.

       01  FS-AUDITORIA PIC X(02).
       01  FS-TARIFAS PIC X(02).
       01  FS-FILIAIS PIC X(02).
       01  FS-CONTROLE PIC X(02).
       01  FS-EXTRATO PIC X(02).
       01  FS-RESUMO PIC X(02).
       01  FS-CONTABIL PIC X(02).

       01  FIM-ARQUIVO-AUDITORIA PIC X(01) VALUE "N".
           88  FIM-DA-AUDITORIA       VALUE "S".
       01  FIM-TARIFAS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-TARIFAS        VALUE "S".
       01  FIM-FILIAIS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-FILIAIS        VALUE "S".
       01  FIM-CONTROLE-SW PIC X(01) VALUE "N".
           88  FIM-DO-CONTROLE        VALUE "S".
       01  FIM-ORDENACAO-SW PIC X(01) VALUE "N".
           88  FIM-DA-ORDENACAO       VALUE "S".
       01  REEMISSAO-SW PIC X(01) VALUE "N".
           88  MES-JA-COBRADO         VALUE "S".
       01  FILIAL-EM-CURSO-SW PIC X(01) VALUE "N".
           88  HA-FILIAL-EM-CURSO     VALUE "S".

       01  MES-REFERENCIA PIC X(06) VALUE SPACES.
       01  MES-REFERENCIA-R REDEFINES MES-REFERENCIA.
           05  MES-REF-ANO        PIC 9(04).
           05  MES-REF-MES        PIC 9(02).
       01  DATA-EXECUCAO PIC 9(08).
       01  DATA-EXECUCAO-R REDEFINES DATA-EXECUCAO.
           05  DATA-EXEC-ANO-MES  PIC 9(06).
           05  FILLER             PIC 9(02).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).
       01  DATA-EMISSAO PIC 9(08).
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  REG-AUDITORIA-ENT.
           05  AUDE-DATA.
               10  AUDE-ANO-MES   PIC X(06).
               10  AUDE-DIA       PIC X(02).
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
           05  FILLER             PIC X(19).

       01  NUMERO-AUDITORIA PIC 9(03).
       01  QUANTOS-AUDITORIA PIC 9(03).
       01  CTR-SEQUENCIA PIC 9(07) VALUE 0.

      *    Tarifas do TABTAR (ou do controle, na reemissao).
       01  TARIFAS-APLICADAS.
           05  TAR-TARIFA-T       PIC 9(04)V99 VALUE 0.
           05  TAR-UNIDADE-T      PIC 9(04)V99 VALUE 0.
           05  TAR-TARIFA-G       PIC 9(04)V99 VALUE 0.
           05  TAR-UNIDADE-G      PIC 9(04)V99 VALUE 0.
           05  TAR-TARIFA-R       PIC 9(04)V99 VALUE 0.
           05  TAR-TARIFA-S       PIC 9(04)V99 VALUE 0.
           05  TAR-UNIDADE-S      PIC 9(04)V99 VALUE 0.
           05  TAR-ADICIONAL-P    PIC 9(03) VALUE 0.

      *    Linha do TABTAR (layout no TABTMNT).
       01  REG-TARIFA.
           05  TRF-PALAVRA        PIC X(15).
           05  FILLER             PIC X(01).
           05  TRF-VALOR.
               10  TRF-VALOR-INTEIRO  PIC X(04).
               10  TRF-VALOR-PONTO    PIC X(01).
               10  TRF-VALOR-CENTAVOS PIC X(02).
               10  FILLER             PIC X(57).
           05  TRF-VALOR-P REDEFINES TRF-VALOR.
               10  TRF-PERCENTUAL     PIC X(03).
               10  FILLER             PIC X(61).
       01  VALOR-CONVERTIDO.
           05  VLC-INTEIRO        PIC 9(04).
           05  VLC-CENTAVOS       PIC 9(02).
       01  VALOR-CONVERTIDO-N REDEFINES VALOR-CONVERTIDO
                                  PIC 9(04)V99.

      *    Controle de emissoes TABFATCT: um registro por mes
      *    cobrado, gravado na primeira emissao.
       01  REG-CONTROLE.
           05  CTL-MES            PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CTL-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CTL-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CTL-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CTL-TARIFAS.
               10  CTL-TARIFA-T       PIC 9(04)V99.
               10  CTL-UNIDADE-T      PIC 9(04)V99.
               10  CTL-TARIFA-G       PIC 9(04)V99.
               10  CTL-UNIDADE-G      PIC 9(04)V99.
               10  CTL-TARIFA-R       PIC 9(04)V99.
               10  CTL-TARIFA-S       PIC 9(04)V99.
               10  CTL-UNIDADE-S      PIC 9(04)V99.
               10  CTL-ADICIONAL-P    PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CTL-PEDIDOS        PIC 9(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CTL-VALOR-TOTAL    PIC 9(11)V99.
       01  CONTROLE-ANTERIOR.
           05  ANT-PEDIDOS        PIC 9(07) VALUE 0.
           05  ANT-VALOR-TOTAL    PIC 9(11)V99 VALUE 0.

      *    Cadastro de filiais TABFIL (layout no TABFMNT).
       01  REG-FILIAL.
           05  CAD-CODIGO         PIC X(01).
           05  FILLER             PIC X(01).
           05  CAD-NOME           PIC X(20).
           05  FILLER             PIC X(58).

      *    Acumulados por filial: a entrada 1 e a dos pedidos
      *    diretos, as entradas 2 a 10 as filiais 1 a 9.
       01  TABELA-COBRANCA.
           05  ENTRADA-COBRANCA OCCURS 10 TIMES.
               10  COB-NOME           PIC X(20).
               10  COB-PEDIDOS        PIC 9(07).
               10  COB-QTD-MODO       PIC 9(07) OCCURS 4 TIMES.
               10  COB-VALOR-TARIFAS  PIC 9(09)V99.
               10  COB-VALOR-ACRESCIMOS PIC 9(09)V99.
               10  COB-VALOR-TOTAL    PIC 9(09)V99.
               10  COB-REJEITADOS     PIC 9(07).
               10  COB-ADIADOS        PIC 9(07).
       01  INDICE-FILIAL PIC 9(02).
       01  INDICE-MODO PIC 9(01).
       01  GRUPO-FILIAL PIC X(01).

       01  TOTAIS-GERAIS.
           05  TOT-PEDIDOS        PIC 9(07) VALUE 0.
           05  TOT-VALOR-TARIFAS  PIC 9(11)V99 VALUE 0.
           05  TOT-VALOR-ACRESCIMOS PIC 9(11)V99 VALUE 0.
           05  TOT-VALOR-TOTAL    PIC 9(11)V99 VALUE 0.
           05  TOT-REJEITADOS     PIC 9(07) VALUE 0.
           05  TOT-ADIADOS        PIC 9(07) VALUE 0.
           05  TOT-REGISTROS-D    PIC 9(05) VALUE 0.
       01  CTR-MODO-INVALIDO PIC 9(07) VALUE 0.

       01  VALOR-PEDIDO.
           05  VLP-TARIFA         PIC 9(07)V99.
           05  VLP-ACRESCIMO      PIC 9(07)V99.
           05  VLP-TOTAL          PIC 9(07)V99.

       01  EXTRATO-TITULO.
           05  FILLER             PIC X(42)
               VALUE "EXTRATO DE COBRANCA - SERVICO DE TABUADAS".
           05  FILLER             PIC X(16) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE "MES: ".
           05  EXT-MES            PIC X(06).

       01  EXTRATO-FILIAL.
           05  FILLER             PIC X(08) VALUE "FILIAL: ".
           05  EXF-FILIAL         PIC X(06).
           05  FILLER             PIC X(03) VALUE " - ".
           05  EXF-NOME           PIC X(20).
           05  FILLER             PIC X(13) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE "EMISSAO: ".
           05  EXF-EMISSAO        PIC 9(08).

       01  EXTRATO-COLUNAS.
           05  FILLER             PIC X(36)
               VALUE "DATA     HORA     REFERENCIA     M N".
           05  FILLER             PIC X(36)
               VALUE "UM TAM P   TARIFA  ACRESC.     VALOR".

       01  DETALHE-EXTRATO.
           05  DEX-DATA           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-HORA           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-REFERENCIA     PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-MODO           PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-NUMERO         PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-TAMANHO        PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-PRIORIDADE     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-TARIFA         PIC ZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-ACRESCIMO      PIC ZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEX-VALOR          PIC ZZZZZ9.99.

       01  EXTRATO-QTD-MODO.
           05  FILLER             PIC X(18)
               VALUE "PEDIDOS COBRADOS: ".
           05  EXQ-PEDIDOS        PIC ZZZZZZ9.
           05  FILLER             PIC X(06) VALUE "   T: ".
           05  EXQ-T              PIC ZZZZZ9.
           05  FILLER             PIC X(05) VALUE "  G: ".
           05  EXQ-G              PIC ZZZZZ9.
           05  FILLER             PIC X(05) VALUE "  R: ".
           05  EXQ-R              PIC ZZZZZ9.
           05  FILLER             PIC X(05) VALUE "  S: ".
           05  EXQ-S              PIC ZZZZZ9.

       01  EXTRATO-TOTAL.
           05  EXT-ROTULO         PIC X(24).
           05  EXT-VALOR          PIC ZZZZZZZZ9.99.

       01  EXTRATO-NAO-COBRADOS.
           05  FILLER             PIC X(34)
               VALUE "PEDIDOS NAO COBRADOS - REJEITADOS:".
           05  EXN-REJEITADOS     PIC ZZZZZZ9.
           05  FILLER             PIC X(11) VALUE "  ADIADOS: ".
           05  EXN-ADIADOS        PIC ZZZZZZ9.

       01  RESUMO-TITULO.
           05  FILLER             PIC X(39)
               VALUE "RESUMO DE COBRANCA PARA A CONTROLADORIA".
           05  FILLER             PIC X(07) VALUE "  MES: ".
           05  RST-MES            PIC X(06).
           05  FILLER             PIC X(11) VALUE "  EMISSAO: ".
           05  RST-EMISSAO        PIC 9(08).

       01  RESUMO-TARIFA.
           05  FILLER             PIC X(06) VALUE "  MODO".
           05  RSF-MODO           PIC X(02).
           05  FILLER             PIC X(02) VALUE ": ".
           05  RSF-TARIFA         PIC 9(04).99.
           05  RSF-COMPLEMENTO    PIC X(03).
           05  RSF-UNIDADE        PIC 9(04).99 BLANK WHEN ZERO.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSF-DESCRICAO      PIC X(30).

       01  RESUMO-ACRESCIMO.
           05  FILLER             PIC X(29)
               VALUE "  ACRESCIMO PRIORITARIO (P): ".
           05  RSA-PERCENTUAL     PIC ZZ9.
           05  FILLER             PIC X(01) VALUE "%".

       01  RESUMO-COLUNAS.
           05  FILLER             PIC X(39)
               VALUE "FILIAL                 PEDIDOS     TARI".
           05  FILLER             PIC X(39)
               VALUE "FAS  ACRESCIMOS       TOTAL   REJ   ADI".

       01  RESUMO-LINHA.
           05  RSL-FILIAL         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSL-NOME           PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSL-PEDIDOS        PIC ZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSL-TARIFAS        PIC ZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSL-ACRESCIMOS     PIC ZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSL-TOTAL          PIC ZZZZZZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSL-REJEITADOS     PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RSL-ADIADOS        PIC ZZZZ9.

       01  RESUMO-CONTROLE.
           05  FILLER             PIC X(34)
               VALUE "INTERFACE CONTABIL TABFATLG - REG ".
           05  FILLER             PIC X(04) VALUE "D: ".
           05  RSC-REGISTROS      PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  PEDIDOS: ".
           05  RSC-PEDIDOS        PIC ZZZZZZ9.

      *    Interface contabil TABFATLG.
       01  CONTABIL-CABECALHO.
           05  LGH-TIPO           PIC X(01) VALUE "H".
           05  LGH-SISTEMA        PIC X(08) VALUE "TABFAT".
           05  LGH-MES            PIC X(06).
           05  LGH-EMISSAO        PIC 9(08).
           05  FILLER             PIC X(57) VALUE SPACES.

       01  CONTABIL-DETALHE.
           05  LGD-TIPO           PIC X(01) VALUE "D".
           05  LGD-MES            PIC X(06).
           05  LGD-FILIAL         PIC X(01).
           05  LGD-NOME           PIC X(20).
           05  LGD-PEDIDOS        PIC 9(07).
           05  LGD-VALOR-TARIFAS  PIC 9(09)V99.
           05  LGD-VALOR-ACRESCIMOS PIC 9(09)V99.
           05  LGD-VALOR-TOTAL    PIC 9(09)V99.
           05  FILLER             PIC X(12) VALUE SPACES.

       01  CONTABIL-TRAILER.
           05  LGT-TIPO           PIC X(01) VALUE "T".
           05  LGT-MES            PIC X(06).
           05  LGT-REGISTROS      PIC 9(05).
           05  LGT-PEDIDOS        PIC 9(07).
           05  LGT-VALOR-TOTAL    PIC 9(11)V99.
           05  FILLER             PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           DISPLAY "MES DE REFERENCIA (AAAAMM): " WITH NO ADVANCING.
           ACCEPT MES-REFERENCIA.
           PERFORM CONFERE-MES-REFERENCIA.
           INITIALIZE TABELA-COBRANCA.
           MOVE "PEDIDO DIRETO" TO COB-NOME (1).
           PERFORM CARREGA-FILIAIS.
           PERFORM PROCURA-EMISSAO-ANTERIOR.
           IF MES-JA-COBRADO
               DISPLAY "AVISO: MES " MES-REFERENCIA " JA COBRADO EM "
                   DATA-EMISSAO " - REEMITIDO COM AS TARIFAS DA"
                   " PRIMEIRA EMISSAO"
           ELSE
               MOVE DATA-EXECUCAO TO DATA-EMISSAO
               PERFORM CARREGA-TARIFAS
           END-IF.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-AUDITORIA"
                   " (TABAUD) - FILE STATUS " FS-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ABRE-ARQUIVOS-SAIDA.
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY SRT-FILIAL SRT-DATA SRT-HORA
                   SRT-SEQUENCIA
               INPUT PROCEDURE IS SELECIONA-AUDITORIA
               OUTPUT PROCEDURE IS EMITE-EXTRATOS.
           CLOSE ARQUIVO-AUDITORIA.
           PERFORM GRAVA-RESUMO.
           PERFORM GRAVA-CONTABIL.
           CLOSE ARQUIVO-EXTRATO.
           CLOSE ARQUIVO-RESUMO.
           CLOSE ARQUIVO-CONTABIL.
           IF CTR-MODO-INVALIDO > 0
               DISPLAY "AVISO: " CTR-MODO-INVALIDO " PEDIDO(S) OK COM"
                   " MODO INVALIDO NA TRILHA - NAO COBRADOS"
               MOVE 4 TO CODIGO-RETORNO
           END-IF.
           IF TOT-PEDIDOS = 0
               DISPLAY "AVISO: NENHUM PEDIDO PROCESSADO NO MES "
                   MES-REFERENCIA " - NADA A COBRAR"
               MOVE 4 TO CODIGO-RETORNO
           ELSE
               PERFORM REGISTRA-EMISSAO
           END-IF.
           DISPLAY "COBRANCA DO MES " MES-REFERENCIA
               " - PEDIDOS COBRADOS: " TOT-PEDIDOS
               "  FILIAIS: " TOT-REGISTROS-D.
       PROGRAM-END.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *    So mes encerrado e cobrado: com o mes em curso a trilha
      *    ainda cresce e a reemissao nao sairia igual.
       CONFERE-MES-REFERENCIA.
           IF MES-REFERENCIA IS NOT NUMERIC
               DISPLAY "ERRO: MES DE REFERENCIA INVALIDO - "
                   MES-REFERENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MES-REF-MES = 0 OR MES-REF-MES > 12
               DISPLAY "ERRO: MES DE REFERENCIA INVALIDO - "
                   MES-REFERENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MES-REFERENCIA NOT < DATA-EXEC-ANO-MES
               DISPLAY "ERRO: MES " MES-REFERENCIA " AINDA NAO"
                   " ENCERRADO - COBRANCA SO DE MES FECHADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRE-ARQUIVOS-SAIDA.
           OPEN OUTPUT ARQUIVO-EXTRATO.
           IF FS-EXTRATO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-EXTRATO"
                   " (TABFATRP) - FILE STATUS " FS-EXTRATO
               CLOSE ARQUIVO-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-RESUMO.
           IF FS-RESUMO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-RESUMO"
                   " (TABFATSM) - FILE STATUS " FS-RESUMO
               CLOSE ARQUIVO-AUDITORIA
               CLOSE ARQUIVO-EXTRATO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-CONTABIL.
           IF FS-CONTABIL NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-CONTABIL"
                   " (TABFATLG) - FILE STATUS " FS-CONTABIL
               CLOSE ARQUIVO-AUDITORIA
               CLOSE ARQUIVO-EXTRATO
               CLOSE ARQUIVO-RESUMO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                       ADD 1 TO INDICE-FILIAL
                       MOVE CAD-NOME TO COB-NOME (INDICE-FILIAL)
                   END-IF
           END-READ.

      *    Mes ja registrado no controle: valem as tarifas e a data
      *    da primeira emissao.
       PROCURA-EMISSAO-ANTERIOR.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF FS-CONTROLE = "35"
               CONTINUE
           ELSE
               IF FS-CONTROLE NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-CONTROLE (TABFATCT) - FILE STATUS "
                       FS-CONTROLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-REGISTRO-CONTROLE
                       UNTIL FIM-DO-CONTROLE OR MES-JA-COBRADO
                   CLOSE ARQUIVO-CONTROLE
               END-IF
           END-IF.

       LE-REGISTRO-CONTROLE.
           READ ARQUIVO-CONTROLE
               AT END
                   SET FIM-DO-CONTROLE TO TRUE
               NOT AT END
                   MOVE LINHA-CONTROLE TO REG-CONTROLE
                   IF CTL-MES = MES-REFERENCIA
                       SET MES-JA-COBRADO TO TRUE
                       MOVE CTL-DATA TO DATA-EMISSAO
                       MOVE CTL-TARIFAS TO TARIFAS-APLICADAS
                       MOVE CTL-PEDIDOS TO ANT-PEDIDOS
                       MOVE CTL-VALOR-TOTAL TO ANT-VALOR-TOTAL
                   END-IF
           END-READ.

      *    Primeira emissao: o TABTAR tem de existir e estar
      *    integro - cobranca nao sai com tarifa padrao.
       CARREGA-TARIFAS.
           OPEN INPUT ARQUIVO-TARIFAS.
           IF FS-TARIFAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-TARIFAS"
                   " (TABTAR) - FILE STATUS " FS-TARIFAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LE-REGISTRO-TARIFA UNTIL FIM-DAS-TARIFAS.
           CLOSE ARQUIVO-TARIFAS.
           IF CODIGO-RETORNO = 8
               DISPLAY "ERRO: TABTAR COM TARIFA INVALIDA - CORRIJA"
                   " PELO TABTMNT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LE-REGISTRO-TARIFA.
           READ ARQUIVO-TARIFAS
               AT END
                   SET FIM-DAS-TARIFAS TO TRUE
               NOT AT END
                   MOVE LINHA-TARIFA TO REG-TARIFA
                   PERFORM PROCESSA-TARIFA-LIDA
           END-READ.

       PROCESSA-TARIFA-LIDA.
           IF TRF-PALAVRA = "ADICIONAL-P"
               IF TRF-PERCENTUAL IS NUMERIC
                   MOVE TRF-PERCENTUAL TO TAR-ADICIONAL-P
               ELSE
                   PERFORM AVISA-TARIFA-INVALIDA
               END-IF
           ELSE
               IF TRF-PALAVRA = "TARIFA-T" OR "UNIDADE-T"
                       OR "TARIFA-G" OR "UNIDADE-G" OR "TARIFA-R"
                       OR "TARIFA-S" OR "UNIDADE-S"
                   IF TRF-VALOR-INTEIRO IS NUMERIC
                           AND TRF-VALOR-PONTO = "."
                           AND TRF-VALOR-CENTAVOS IS NUMERIC
                       MOVE TRF-VALOR-INTEIRO TO VLC-INTEIRO
                       MOVE TRF-VALOR-CENTAVOS TO VLC-CENTAVOS
                       PERFORM CARREGA-VALOR-TARIFA
                   ELSE
                       PERFORM AVISA-TARIFA-INVALIDA
                   END-IF
               END-IF
           END-IF.

       CARREGA-VALOR-TARIFA.
           IF TRF-PALAVRA = "TARIFA-T"
               MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-T
           END-IF.
           IF TRF-PALAVRA = "UNIDADE-T"
               MOVE VALOR-CONVERTIDO-N TO TAR-UNIDADE-T
           END-IF.
           IF TRF-PALAVRA = "TARIFA-G"
               MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-G
           END-IF.
           IF TRF-PALAVRA = "UNIDADE-G"
               MOVE VALOR-CONVERTIDO-N TO TAR-UNIDADE-G
           END-IF.
           IF TRF-PALAVRA = "TARIFA-R"
               MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-R
           END-IF.
           IF TRF-PALAVRA = "TARIFA-S"
               MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-S
           END-IF.
           IF TRF-PALAVRA = "UNIDADE-S"
               MOVE VALOR-CONVERTIDO-N TO TAR-UNIDADE-S
           END-IF.

       AVISA-TARIFA-INVALIDA.
           DISPLAY "ERRO: VALOR INVALIDO NO TABTAR PARA A TARIFA "
               TRF-PALAVRA.
           MOVE 8 TO CODIGO-RETORNO.

      *    Pedido processado no mes vai para a ordenacao; rejeitado
      *    e adiado so sao contados por filial.
       SELECIONA-AUDITORIA.
           PERFORM LE-REGISTRO-AUDITORIA UNTIL FIM-DA-AUDITORIA.

       LE-REGISTRO-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
                   SET FIM-DA-AUDITORIA TO TRUE
               NOT AT END
                   MOVE LINHA-AUDITORIA TO REG-AUDITORIA-ENT
                   IF AUDE-ANO-MES = MES-REFERENCIA
                       PERFORM SELECIONA-REGISTRO
                   END-IF
           END-READ.

       SELECIONA-REGISTRO.
           PERFORM OBTEM-INDICE-FILIAL.
           IF AUDE-STATUS = "OK"
               PERFORM LIBERA-PEDIDO-COBRAVEL
           ELSE
               IF AUDE-STATUS = "REJEITADO"
                   ADD 1 TO COB-REJEITADOS (INDICE-FILIAL)
                   ADD 1 TO TOT-REJEITADOS
               ELSE
                   IF AUDE-STATUS = "ADIADO"
                       ADD 1 TO COB-ADIADOS (INDICE-FILIAL)
                       ADD 1 TO TOT-ADIADOS
                   END-IF
               END-IF
           END-IF.

       OBTEM-INDICE-FILIAL.
           IF AUDE-FILIAL IS NUMERIC AND AUDE-FILIAL NOT = "0"
               MOVE AUDE-FILIAL TO INDICE-FILIAL
               ADD 1 TO INDICE-FILIAL
           ELSE
               MOVE 1 TO INDICE-FILIAL
           END-IF.

      *    Tamanho cobrado: QUANTOS na tabuada, a faixa
      *    NUMERO-BAIXO..NUMERO-ALTO na grade (gravados pelo MTABLE
      *    nas colunas de NUMERO e QUANTOS), a quantidade de numeros
      *    no lado a lado; a consulta inversa nao tem tamanho.
       LIBERA-PEDIDO-COBRAVEL.
           INSPECT AUDE-NUMERO REPLACING LEADING SPACE BY "0".
           INSPECT AUDE-QUANTOS REPLACING LEADING SPACE BY "0".
           IF AUDE-NUMERO IS NUMERIC
               MOVE AUDE-NUMERO TO NUMERO-AUDITORIA
           ELSE
               MOVE 0 TO NUMERO-AUDITORIA
           END-IF.
           IF AUDE-QUANTOS IS NUMERIC
               MOVE AUDE-QUANTOS TO QUANTOS-AUDITORIA
           ELSE
               MOVE 0 TO QUANTOS-AUDITORIA
           END-IF.
           IF AUDE-MODO = SPACE
               MOVE "T" TO AUDE-MODO
           END-IF.
           MOVE NUMERO-AUDITORIA TO SRT-NUMERO.
           MOVE 0 TO SRT-TAMANHO.
           IF AUDE-MODO = "G"
               IF QUANTOS-AUDITORIA NOT < NUMERO-AUDITORIA
                   COMPUTE SRT-TAMANHO =
                       QUANTOS-AUDITORIA - NUMERO-AUDITORIA + 1
               END-IF
           ELSE
               IF AUDE-MODO = "T" OR AUDE-MODO = "S"
                   MOVE QUANTOS-AUDITORIA TO SRT-TAMANHO
               END-IF
           END-IF.
           IF AUDE-MODO = "T" OR AUDE-MODO = "G" OR AUDE-MODO = "R"
                   OR AUDE-MODO = "S"
               ADD 1 TO CTR-SEQUENCIA
               MOVE AUDE-FILIAL TO SRT-FILIAL
               IF INDICE-FILIAL = 1
                   MOVE SPACE TO SRT-FILIAL
               END-IF
               MOVE AUDE-DATA TO SRT-DATA
               MOVE AUDE-HORA TO SRT-HORA
               MOVE CTR-SEQUENCIA TO SRT-SEQUENCIA
               MOVE AUDE-REFERENCIA TO SRT-REFERENCIA
               MOVE AUDE-MODO TO SRT-MODO
               MOVE AUDE-PRIORIDADE TO SRT-PRIORIDADE
               RELEASE REG-SORT-COBRANCA
           ELSE
               ADD 1 TO CTR-MODO-INVALIDO
           END-IF.

      *    Percorre os pedidos por filial; na quebra fecha o extrato
      *    da filial anterior.
       EMITE-EXTRATOS.
           PERFORM RETORNA-PEDIDO UNTIL FIM-DA-ORDENACAO.
           IF HA-FILIAL-EM-CURSO
               PERFORM FECHA-EXTRATO-FILIAL
           END-IF.

       RETORNA-PEDIDO.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET FIM-DA-ORDENACAO TO TRUE
               NOT AT END
                   PERFORM COBRA-PEDIDO
           END-RETURN.

       COBRA-PEDIDO.
           IF HA-FILIAL-EM-CURSO AND SRT-FILIAL NOT = GRUPO-FILIAL
               PERFORM FECHA-EXTRATO-FILIAL
           END-IF.
           IF NOT HA-FILIAL-EM-CURSO
               PERFORM ABRE-EXTRATO-FILIAL
           END-IF.
           PERFORM CALCULA-VALOR-PEDIDO.
           ADD 1 TO COB-PEDIDOS (INDICE-FILIAL).
           IF SRT-MODO = "T"
               MOVE 1 TO INDICE-MODO
           ELSE
               IF SRT-MODO = "G"
                   MOVE 2 TO INDICE-MODO
               ELSE
                   IF SRT-MODO = "R"
                       MOVE 3 TO INDICE-MODO
                   ELSE
                       MOVE 4 TO INDICE-MODO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO COB-QTD-MODO (INDICE-FILIAL INDICE-MODO).
           ADD VLP-TARIFA TO COB-VALOR-TARIFAS (INDICE-FILIAL).
           ADD VLP-ACRESCIMO TO COB-VALOR-ACRESCIMOS (INDICE-FILIAL).
           ADD VLP-TOTAL TO COB-VALOR-TOTAL (INDICE-FILIAL).
           MOVE SRT-DATA TO DEX-DATA.
           MOVE SRT-REFERENCIA TO DEX-REFERENCIA.
           MOVE SRT-HORA TO DEX-HORA.
           MOVE SRT-MODO TO DEX-MODO.
           MOVE SRT-NUMERO TO DEX-NUMERO.
           MOVE SRT-TAMANHO TO DEX-TAMANHO.
           MOVE SRT-PRIORIDADE TO DEX-PRIORIDADE.
           MOVE VLP-TARIFA TO DEX-TARIFA.
           MOVE VLP-ACRESCIMO TO DEX-ACRESCIMO.
           MOVE VLP-TOTAL TO DEX-VALOR.
           MOVE DETALHE-EXTRATO TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.

       CALCULA-VALOR-PEDIDO.
           IF SRT-MODO = "T"
               COMPUTE VLP-TARIFA =
                   TAR-TARIFA-T + TAR-UNIDADE-T * SRT-TAMANHO
           ELSE
               IF SRT-MODO = "G"
                   COMPUTE VLP-TARIFA =
                       TAR-TARIFA-G + TAR-UNIDADE-G * SRT-TAMANHO
               ELSE
                   IF SRT-MODO = "R"
                       MOVE TAR-TARIFA-R TO VLP-TARIFA
                   ELSE
                       COMPUTE VLP-TARIFA =
                           TAR-TARIFA-S + TAR-UNIDADE-S * SRT-TAMANHO
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO VLP-ACRESCIMO.
           IF SRT-PRIORIDADE = "P"
               COMPUTE VLP-ACRESCIMO ROUNDED =
                   VLP-TARIFA * TAR-ADICIONAL-P / 100
           END-IF.
           COMPUTE VLP-TOTAL = VLP-TARIFA + VLP-ACRESCIMO.

       ABRE-EXTRATO-FILIAL.
           SET HA-FILIAL-EM-CURSO TO TRUE.
           MOVE SRT-FILIAL TO GRUPO-FILIAL.
           IF SRT-FILIAL = SPACE
               MOVE 1 TO INDICE-FILIAL
               MOVE "DIRETO" TO EXF-FILIAL
           ELSE
               MOVE SRT-FILIAL TO INDICE-FILIAL
               ADD 1 TO INDICE-FILIAL
               MOVE SRT-FILIAL TO EXF-FILIAL
           END-IF.
           MOVE COB-NOME (INDICE-FILIAL) TO EXF-NOME.
           MOVE DATA-EMISSAO TO EXF-EMISSAO.
           MOVE MES-REFERENCIA TO EXT-MES.
           MOVE EXTRATO-TITULO TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE EXTRATO-FILIAL TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           PERFORM GRAVA-BRANCO-EXTRATO.
           MOVE EXTRATO-COLUNAS TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.

       FECHA-EXTRATO-FILIAL.
           PERFORM GRAVA-BRANCO-EXTRATO.
           MOVE COB-PEDIDOS (INDICE-FILIAL) TO EXQ-PEDIDOS.
           MOVE COB-QTD-MODO (INDICE-FILIAL 1) TO EXQ-T.
           MOVE COB-QTD-MODO (INDICE-FILIAL 2) TO EXQ-G.
           MOVE COB-QTD-MODO (INDICE-FILIAL 3) TO EXQ-R.
           MOVE COB-QTD-MODO (INDICE-FILIAL 4) TO EXQ-S.
           MOVE EXTRATO-QTD-MODO TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE "TOTAL DE TARIFAS ......:" TO EXT-ROTULO.
           MOVE COB-VALOR-TARIFAS (INDICE-FILIAL) TO EXT-VALOR.
           PERFORM GRAVA-TOTAL-EXTRATO.
           MOVE "TOTAL DE ACRESCIMOS ...:" TO EXT-ROTULO.
           MOVE COB-VALOR-ACRESCIMOS (INDICE-FILIAL) TO EXT-VALOR.
           PERFORM GRAVA-TOTAL-EXTRATO.
           MOVE "TOTAL A DEBITAR .......:" TO EXT-ROTULO.
           MOVE COB-VALOR-TOTAL (INDICE-FILIAL) TO EXT-VALOR.
           PERFORM GRAVA-TOTAL-EXTRATO.
           MOVE COB-REJEITADOS (INDICE-FILIAL) TO EXN-REJEITADOS.
           MOVE COB-ADIADOS (INDICE-FILIAL) TO EXN-ADIADOS.
           MOVE EXTRATO-NAO-COBRADOS TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           PERFORM GRAVA-BRANCO-EXTRATO.
           PERFORM GRAVA-BRANCO-EXTRATO.
           MOVE "N" TO FILIAL-EM-CURSO-SW.

       GRAVA-TOTAL-EXTRATO.
           MOVE EXTRATO-TOTAL TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.

       GRAVA-BRANCO-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.

       GRAVA-RESUMO.
           MOVE MES-REFERENCIA TO RST-MES.
           MOVE DATA-EMISSAO TO RST-EMISSAO.
           MOVE RESUMO-TITULO TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM GRAVA-BRANCO-RESUMO.
           MOVE "TARIFAS APLICADAS" TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE " T" TO RSF-MODO.
           MOVE TAR-TARIFA-T TO RSF-TARIFA.
           MOVE TAR-UNIDADE-T TO RSF-UNIDADE.
           MOVE "POR LINHA PEDIDA" TO RSF-DESCRICAO.
           PERFORM GRAVA-TARIFA-RESUMO.
           MOVE " G" TO RSF-MODO.
           MOVE TAR-TARIFA-G TO RSF-TARIFA.
           MOVE TAR-UNIDADE-G TO RSF-UNIDADE.
           MOVE "POR NUMERO DA FAIXA" TO RSF-DESCRICAO.
           PERFORM GRAVA-TARIFA-RESUMO.
           MOVE " R" TO RSF-MODO.
           MOVE TAR-TARIFA-R TO RSF-TARIFA.
           MOVE 0 TO RSF-UNIDADE.
           MOVE SPACES TO RSF-DESCRICAO.
           PERFORM GRAVA-TARIFA-RESUMO.
           MOVE " S" TO RSF-MODO.
           MOVE TAR-TARIFA-S TO RSF-TARIFA.
           MOVE TAR-UNIDADE-S TO RSF-UNIDADE.
           MOVE "POR NUMERO DA LISTA" TO RSF-DESCRICAO.
           PERFORM GRAVA-TARIFA-RESUMO.
           MOVE TAR-ADICIONAL-P TO RSA-PERCENTUAL.
           MOVE RESUMO-ACRESCIMO TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM GRAVA-BRANCO-RESUMO.
           MOVE RESUMO-COLUNAS TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM GRAVA-LINHA-RESUMO
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > 10.
           PERFORM GRAVA-BRANCO-RESUMO.
           MOVE SPACE TO RSL-FILIAL.
           MOVE "TOTAL GERAL" TO RSL-NOME.
           MOVE TOT-PEDIDOS TO RSL-PEDIDOS.
           MOVE TOT-VALOR-TARIFAS TO RSL-TARIFAS.
           MOVE TOT-VALOR-ACRESCIMOS TO RSL-ACRESCIMOS.
           MOVE TOT-VALOR-TOTAL TO RSL-TOTAL.
           MOVE TOT-REJEITADOS TO RSL-REJEITADOS.
           MOVE TOT-ADIADOS TO RSL-ADIADOS.
           MOVE RESUMO-LINHA TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM GRAVA-BRANCO-RESUMO.
           MOVE TOT-REGISTROS-D TO RSC-REGISTROS.
           MOVE TOT-PEDIDOS TO RSC-PEDIDOS.
           MOVE RESUMO-CONTROLE TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

       GRAVA-TARIFA-RESUMO.
           IF RSF-UNIDADE = SPACES
               MOVE SPACES TO RSF-COMPLEMENTO
           ELSE
               MOVE " + " TO RSF-COMPLEMENTO
           END-IF.
           MOVE RESUMO-TARIFA TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

      *    Filial com pedido cobrado, rejeitado ou adiado no mes;
      *    os totais gerais e a contagem de registros D saem daqui.
       GRAVA-LINHA-RESUMO.
           IF COB-PEDIDOS (INDICE-FILIAL) > 0
                   OR COB-REJEITADOS (INDICE-FILIAL) > 0
                   OR COB-ADIADOS (INDICE-FILIAL) > 0
               IF INDICE-FILIAL = 1
                   MOVE "0" TO RSL-FILIAL
               ELSE
                   MOVE INDICE-FILIAL TO INDICE-MODO
                   SUBTRACT 1 FROM INDICE-MODO
                   MOVE INDICE-MODO TO RSL-FILIAL
               END-IF
               MOVE COB-NOME (INDICE-FILIAL) TO RSL-NOME
               MOVE COB-PEDIDOS (INDICE-FILIAL) TO RSL-PEDIDOS
               MOVE COB-VALOR-TARIFAS (INDICE-FILIAL) TO RSL-TARIFAS
               MOVE COB-VALOR-ACRESCIMOS (INDICE-FILIAL)
                   TO RSL-ACRESCIMOS
               MOVE COB-VALOR-TOTAL (INDICE-FILIAL) TO RSL-TOTAL
               MOVE COB-REJEITADOS (INDICE-FILIAL) TO RSL-REJEITADOS
               MOVE COB-ADIADOS (INDICE-FILIAL) TO RSL-ADIADOS
               MOVE RESUMO-LINHA TO LINHA-RESUMO
               WRITE LINHA-RESUMO
               ADD COB-PEDIDOS (INDICE-FILIAL) TO TOT-PEDIDOS
               ADD COB-VALOR-TARIFAS (INDICE-FILIAL)
                   TO TOT-VALOR-TARIFAS
               ADD COB-VALOR-ACRESCIMOS (INDICE-FILIAL)
                   TO TOT-VALOR-ACRESCIMOS
               ADD COB-VALOR-TOTAL (INDICE-FILIAL) TO TOT-VALOR-TOTAL
               IF COB-PEDIDOS (INDICE-FILIAL) > 0
                   ADD 1 TO TOT-REGISTROS-D
               END-IF
           END-IF.

       GRAVA-BRANCO-RESUMO.
           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

      *    Um registro D por filial com pedido cobrado; o trailer
      *    fecha com os totais que a contabilidade confere.
       GRAVA-CONTABIL.
           MOVE MES-REFERENCIA TO LGH-MES.
           MOVE DATA-EMISSAO TO LGH-EMISSAO.
           MOVE CONTABIL-CABECALHO TO LINHA-CONTABIL.
           WRITE LINHA-CONTABIL.
           PERFORM GRAVA-DETALHE-CONTABIL
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > 10.
           MOVE MES-REFERENCIA TO LGT-MES.
           MOVE TOT-REGISTROS-D TO LGT-REGISTROS.
           MOVE TOT-PEDIDOS TO LGT-PEDIDOS.
           MOVE TOT-VALOR-TOTAL TO LGT-VALOR-TOTAL.
           MOVE CONTABIL-TRAILER TO LINHA-CONTABIL.
           WRITE LINHA-CONTABIL.

       GRAVA-DETALHE-CONTABIL.
           IF COB-PEDIDOS (INDICE-FILIAL) > 0
               MOVE MES-REFERENCIA TO LGD-MES
               IF INDICE-FILIAL = 1
                   MOVE "0" TO LGD-FILIAL
               ELSE
                   MOVE INDICE-FILIAL TO INDICE-MODO
                   SUBTRACT 1 FROM INDICE-MODO
                   MOVE INDICE-MODO TO LGD-FILIAL
               END-IF
               MOVE COB-NOME (INDICE-FILIAL) TO LGD-NOME
               MOVE COB-PEDIDOS (INDICE-FILIAL) TO LGD-PEDIDOS
               MOVE COB-VALOR-TARIFAS (INDICE-FILIAL)
                   TO LGD-VALOR-TARIFAS
               MOVE COB-VALOR-ACRESCIMOS (INDICE-FILIAL)
                   TO LGD-VALOR-ACRESCIMOS
               MOVE COB-VALOR-TOTAL (INDICE-FILIAL) TO LGD-VALOR-TOTAL
               MOVE CONTABIL-DETALHE TO LINHA-CONTABIL
               WRITE LINHA-CONTABIL
           END-IF.

      *    Primeira emissao grava o controle do mes; reemissao
      *    confere os totais com os da primeira.
       REGISTRA-EMISSAO.
           IF MES-JA-COBRADO
               IF TOT-PEDIDOS NOT = ANT-PEDIDOS
                       OR TOT-VALOR-TOTAL NOT = ANT-VALOR-TOTAL
                   DISPLAY "AVISO: TOTAIS DIFEREM DA PRIMEIRA EMISSAO"
                       " (PEDIDOS " ANT-PEDIDOS ") - A TRILHA DO MES"
                       " MUDOU DEPOIS DA COBRANCA"
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               OPEN EXTEND ARQUIVO-CONTROLE
               IF FS-CONTROLE = "35"
                   OPEN OUTPUT ARQUIVO-CONTROLE
               END-IF
               IF FS-CONTROLE NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-CONTROLE (TABFATCT) - FILE STATUS "
                       FS-CONTROLE " - EMISSAO NAO REGISTRADA"
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   MOVE MES-REFERENCIA TO CTL-MES
                   MOVE DATA-EMISSAO TO CTL-DATA
                   MOVE HORA-EXECUCAO TO CTL-HORA
                   MOVE USUARIO-EXECUCAO TO CTL-USUARIO
                   MOVE TARIFAS-APLICADAS TO CTL-TARIFAS
                   MOVE TOT-PEDIDOS TO CTL-PEDIDOS
                   MOVE TOT-VALOR-TOTAL TO CTL-VALOR-TOTAL
                   MOVE REG-CONTROLE TO LINHA-CONTROLE
                   WRITE LINHA-CONTROLE
                   CLOSE ARQUIVO-CONTROLE
               END-IF
           END-IF.
