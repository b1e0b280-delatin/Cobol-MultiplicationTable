       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABTMNT.
      *    Manutencao da tabela de tarifas TABTAR.
      *
      *    TABTAR guarda as tarifas com que o TABFAT cobra das
      *    filiais o servico noturno, no mesmo formato do TABPARM
      *    (palavra-chave nas colunas 1-15, valor a partir da 17):
      *      TARIFA-T        tarifa por tabuada (modo T)
      *      UNIDADE-T       adicional por linha pedida (QUANTOS)
      *      TARIFA-G        tarifa por grade (modo G)
      *      UNIDADE-G       adicional por numero da faixa
      *                      NUMERO-BAIXO..NUMERO-ALTO
      *      TARIFA-R        tarifa por consulta inversa (modo R)
      *      TARIFA-S        tarifa por lado a lado (modo S)
      *      UNIDADE-S       adicional por numero da lista
      *      ADICIONAL-P     acrescimo em % sobre pedido prioritario
      *    Valores em reais no formato 9999.99; o acrescimo em %
      *    com tres digitos (000 a 100).
      *
      *    TABTMNT mostra as tarifas vigentes, recebe as alteracoes
      *    pelo mesmo menu de opcoes do TABPMNT, critica antes de
      *    gravar e anota cada mudanca na trilha TABTAUD: data,
      *    hora, usuario, tarifa, valor antigo e valor novo. Linha
      *    de comentario e palavra-chave desconhecida sao
      *    preservadas como estao na regravacao.
      *
      *    Condicao de retorno: 0 encerrado normalmente, 8 falha de
      *    arquivo na gravacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TARIFAS ASSIGN TO "TABTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS.
           SELECT ARQUIVO-AUDITORIA-TAR ASSIGN TO "TABTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-TAR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TARIFAS.
       01  LINHA-TARIFA PIC X(80).

       FD  ARQUIVO-AUDITORIA-TAR.
       01  LINHA-AUDITORIA-TAR PIC X(92).

       WORKING-STORAGE SECTION.

       01  FS-TARIFAS PIC X(02).
       01  FS-AUDITORIA-TAR PIC X(02).

       01  FIM-TARIFAS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-TARIFAS        VALUE "S".
       01  MANUTENCAO-ABERTA PIC X(01) VALUE "S".
           88  MANUTENCAO-ENCERRADA   VALUE "N".
       01  OPCAO-MANUTENCAO PIC 9(01) VALUE 0.
           88  OPCAO-TARIFA-T         VALUE 1.
           88  OPCAO-UNIDADE-T        VALUE 2.
           88  OPCAO-TARIFA-G         VALUE 3.
           88  OPCAO-UNIDADE-G        VALUE 4.
           88  OPCAO-TARIFA-R         VALUE 5.
           88  OPCAO-TARIFA-S         VALUE 6.
           88  OPCAO-UNIDADE-S        VALUE 7.
           88  OPCAO-ADICIONAL-P      VALUE 8.
           88  OPCAO-GRAVAR           VALUE 9.
           88  OPCAO-SAIR             VALUE 0.

      *    Tarifas vigentes (zeradas enquanto o TABTAR nao existe) e
      *    a copia de carga para a trilha de mudancas.
       01  TARIFAS-VIGENTES.
           05  TAR-TARIFA-T       PIC 9(04)V99 VALUE 0.
           05  TAR-UNIDADE-T      PIC 9(04)V99 VALUE 0.
           05  TAR-TARIFA-G       PIC 9(04)V99 VALUE 0.
           05  TAR-UNIDADE-G      PIC 9(04)V99 VALUE 0.
           05  TAR-TARIFA-R       PIC 9(04)V99 VALUE 0.
           05  TAR-TARIFA-S       PIC 9(04)V99 VALUE 0.
           05  TAR-UNIDADE-S      PIC 9(04)V99 VALUE 0.
           05  TAR-ADICIONAL-P    PIC 9(03) VALUE 0.
       01  TARIFAS-ORIGINAIS.
           05  ORIG-TARIFA-T      PIC 9(04)V99 VALUE 0.
           05  ORIG-UNIDADE-T     PIC 9(04)V99 VALUE 0.
           05  ORIG-TARIFA-G      PIC 9(04)V99 VALUE 0.
           05  ORIG-UNIDADE-G     PIC 9(04)V99 VALUE 0.
           05  ORIG-TARIFA-R      PIC 9(04)V99 VALUE 0.
           05  ORIG-TARIFA-S      PIC 9(04)V99 VALUE 0.
           05  ORIG-UNIDADE-S     PIC 9(04)V99 VALUE 0.
           05  ORIG-ADICIONAL-P   PIC 9(03) VALUE 0.

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

      *    Linhas que nao pertencem a tabela (comentarios e
      *    palavras-chave desconhecidas) voltam como estao.
       01  QTD-LINHAS-ALHEIAS PIC 9(02) VALUE 0.
       01  TABELA-LINHAS-ALHEIAS.
           05  LINHA-ALHEIA PIC X(80) OCCURS 50 TIMES.
       01  INDICE-ALHEIA PIC 9(02).

      *    Valor em reais, digitado ou lido, no formato 9999.99.
       01  VALOR-DIGITADO.
           05  VLD-INTEIRO        PIC X(04).
           05  VLD-PONTO          PIC X(01).
           05  VLD-CENTAVOS       PIC X(02).
       01  VALOR-CONVERTIDO.
           05  VLC-INTEIRO        PIC 9(04).
           05  VLC-CENTAVOS       PIC 9(02).
       01  VALOR-CONVERTIDO-N REDEFINES VALOR-CONVERTIDO
                                  PIC 9(04)V99.
       01  VALOR-VALIDO-SW PIC X(01).
           88  VALOR-VALIDO           VALUE "S".
       01  VALOR-EDITADO PIC 9(04).99.
       01  PERCENTUAL-EDITADO PIC 9(03).
       01  ENTRADA-PERCENTUAL PIC X(03).
       01  TARIFAS-VALIDAS PIC X(01).
           88  TARIFAS-OK             VALUE "S".
           88  TARIFAS-EM-ERRO        VALUE "N".

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  REGISTRO-AUDITORIA-TAR.
           05  ATR-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ATR-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ATR-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ATR-TARIFA         PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ATR-VALOR-ANTIGO   PIC X(18).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ATR-VALOR-NOVO     PIC X(18).

       01  REG-TARIFA-SAIDA.
           05  SAI-PALAVRA        PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-VALOR          PIC X(64).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           PERFORM CARREGA-TARIFAS.
           MOVE TARIFAS-VIGENTES TO TARIFAS-ORIGINAIS.
           PERFORM PROCESSA-OPCAO UNTIL MANUTENCAO-ENCERRADA.
       PROGRAM-END.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PROCESSA-OPCAO.
           PERFORM EXIBE-TARIFAS.
           DISPLAY "  1 - TARIFA-T         2 - UNIDADE-T".
           DISPLAY "  3 - TARIFA-G         4 - UNIDADE-G".
           DISPLAY "  5 - TARIFA-R         6 - TARIFA-S".
           DISPLAY "  7 - UNIDADE-S        8 - ADICIONAL-P".
           DISPLAY "  9 - GRAVAR E ENCERRAR".
           DISPLAY "  0 - ENCERRAR SEM GRAVAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-TARIFA-T
               PERFORM LE-VALOR-DIGITADO
               IF VALOR-VALIDO
                   MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-T
               END-IF
           ELSE
               IF OPCAO-UNIDADE-T
                   PERFORM LE-VALOR-DIGITADO
                   IF VALOR-VALIDO
                       MOVE VALOR-CONVERTIDO-N TO TAR-UNIDADE-T
                   END-IF
               ELSE
                   IF OPCAO-TARIFA-G
                       PERFORM LE-VALOR-DIGITADO
                       IF VALOR-VALIDO
                           MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-G
                       END-IF
                   ELSE
                       PERFORM PROCESSA-OPCAO-G-EM-DIANTE
                   END-IF
               END-IF
           END-IF.

       PROCESSA-OPCAO-G-EM-DIANTE.
           IF OPCAO-UNIDADE-G
               PERFORM LE-VALOR-DIGITADO
               IF VALOR-VALIDO
                   MOVE VALOR-CONVERTIDO-N TO TAR-UNIDADE-G
               END-IF
           ELSE
               IF OPCAO-TARIFA-R
                   PERFORM LE-VALOR-DIGITADO
                   IF VALOR-VALIDO
                       MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-R
                   END-IF
               ELSE
                   IF OPCAO-TARIFA-S
                       PERFORM LE-VALOR-DIGITADO
                       IF VALOR-VALIDO
                           MOVE VALOR-CONVERTIDO-N TO TAR-TARIFA-S
                       END-IF
                   ELSE
                       PERFORM PROCESSA-OPCAO-S-EM-DIANTE
                   END-IF
               END-IF
           END-IF.

       PROCESSA-OPCAO-S-EM-DIANTE.
           IF OPCAO-UNIDADE-S
               PERFORM LE-VALOR-DIGITADO
               IF VALOR-VALIDO
                   MOVE VALOR-CONVERTIDO-N TO TAR-UNIDADE-S
               END-IF
           ELSE
               IF OPCAO-ADICIONAL-P
                   PERFORM ALTERA-ADICIONAL-P
               ELSE
                   IF OPCAO-GRAVAR
                       PERFORM GRAVA-TARIFAS
                   ELSE
                       IF OPCAO-SAIR
                           SET MANUTENCAO-ENCERRADA TO TRUE
                           DISPLAY "ENCERRADO SEM GRAVAR"
                               " - TABTAR INALTERADO"
                       ELSE
                           DISPLAY "OPCAO INVALIDA (USE 0 A 9)"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EXIBE-TARIFAS.
           DISPLAY " ".
           DISPLAY "MANUTENCAO DE TARIFAS (TABTAR)".
           MOVE TAR-TARIFA-T TO VALOR-EDITADO.
           DISPLAY "  TARIFA-T ......: " VALOR-EDITADO.
           MOVE TAR-UNIDADE-T TO VALOR-EDITADO.
           DISPLAY "  UNIDADE-T .....: " VALOR-EDITADO.
           MOVE TAR-TARIFA-G TO VALOR-EDITADO.
           DISPLAY "  TARIFA-G ......: " VALOR-EDITADO.
           MOVE TAR-UNIDADE-G TO VALOR-EDITADO.
           DISPLAY "  UNIDADE-G .....: " VALOR-EDITADO.
           MOVE TAR-TARIFA-R TO VALOR-EDITADO.
           DISPLAY "  TARIFA-R ......: " VALOR-EDITADO.
           MOVE TAR-TARIFA-S TO VALOR-EDITADO.
           DISPLAY "  TARIFA-S ......: " VALOR-EDITADO.
           MOVE TAR-UNIDADE-S TO VALOR-EDITADO.
           DISPLAY "  UNIDADE-S .....: " VALOR-EDITADO.
           DISPLAY "  ADICIONAL-P ...: " TAR-ADICIONAL-P "%".

       LE-VALOR-DIGITADO.
           DISPLAY "NOVO VALOR (9999.99): " WITH NO ADVANCING.
           MOVE SPACES TO VALOR-DIGITADO.
           ACCEPT VALOR-DIGITADO.
           PERFORM CONVERTE-VALOR.
           IF NOT VALOR-VALIDO
               DISPLAY "VALOR INVALIDO (USE 9999.99) - MANTIDO O"
                   " VALOR VIGENTE"
           END-IF.

       ALTERA-ADICIONAL-P.
           DISPLAY "NOVO ADICIONAL-P (000 A 100 %): "
               WITH NO ADVANCING.
           MOVE SPACES TO ENTRADA-PERCENTUAL.
           ACCEPT ENTRADA-PERCENTUAL.
           IF ENTRADA-PERCENTUAL IS NUMERIC
               MOVE ENTRADA-PERCENTUAL TO TAR-ADICIONAL-P
           ELSE
               DISPLAY "VALOR INVALIDO (USE 000 A 100) - MANTIDO "
                   TAR-ADICIONAL-P
           END-IF.

       CONVERTE-VALOR.
           MOVE "N" TO VALOR-VALIDO-SW.
           IF VLD-INTEIRO IS NUMERIC AND VLD-PONTO = "."
                   AND VLD-CENTAVOS IS NUMERIC
               MOVE VLD-INTEIRO TO VLC-INTEIRO
               MOVE VLD-CENTAVOS TO VLC-CENTAVOS
               SET VALOR-VALIDO TO TRUE
           END-IF.

       CONFERE-TARIFAS.
           SET TARIFAS-OK TO TRUE.
           IF TAR-ADICIONAL-P > 100
               DISPLAY "ERRO: ADICIONAL-P NAO PODE PASSAR DE 100%"
               SET TARIFAS-EM-ERRO TO TRUE
           END-IF.
           IF TAR-TARIFA-T = 0 AND TAR-UNIDADE-T = 0
                   AND TAR-TARIFA-G = 0 AND TAR-UNIDADE-G = 0
                   AND TAR-TARIFA-R = 0 AND TAR-TARIFA-S = 0
                   AND TAR-UNIDADE-S = 0
               DISPLAY "ERRO: TODAS AS TARIFAS ESTAO ZERADAS"
               SET TARIFAS-EM-ERRO TO TRUE
           END-IF.

       CARREGA-TARIFAS.
           OPEN INPUT ARQUIVO-TARIFAS.
           IF FS-TARIFAS = "35"
               DISPLAY "AVISO: TABTAR AINDA NAO EXISTE - TARIFAS"
                   " ZERADAS"
           ELSE
               IF FS-TARIFAS NOT = "00"
                   DISPLAY "AVISO: ARQUIVO-TARIFAS (TABTAR) NAO"
                       " PODE SER LIDO - FILE STATUS " FS-TARIFAS
                       " - TARIFAS ZERADAS"
               ELSE
                   PERFORM LE-REGISTRO-TARIFA
                       UNTIL FIM-DAS-TARIFAS
                   CLOSE ARQUIVO-TARIFAS
               END-IF
           END-IF.

       LE-REGISTRO-TARIFA.
           READ ARQUIVO-TARIFAS
               AT END
                   SET FIM-DAS-TARIFAS TO TRUE
               NOT AT END
                   MOVE LINHA-TARIFA TO REG-TARIFA
                   PERFORM PROCESSA-TARIFA-LIDA
           END-READ.

      *    Tarifa com valor invalido e avisada e desprezada - a
      *    regravacao sai com o valor vigente. So linha alheia e
      *    preservada.
       PROCESSA-TARIFA-LIDA.
           IF TRF-PALAVRA = "ADICIONAL-P"
               IF TRF-PERCENTUAL IS NUMERIC
                   MOVE TRF-PERCENTUAL TO TAR-ADICIONAL-P
               ELSE
                   PERFORM DESPREZA-VALOR-INVALIDO
               END-IF
           ELSE
               IF TRF-PALAVRA = "TARIFA-T" OR "UNIDADE-T"
                       OR "TARIFA-G" OR "UNIDADE-G" OR "TARIFA-R"
                       OR "TARIFA-S" OR "UNIDADE-S"
                   MOVE TRF-VALOR (1:7) TO VALOR-DIGITADO
                   PERFORM CONVERTE-VALOR
                   IF VALOR-VALIDO
                       PERFORM CARREGA-VALOR-TARIFA
                   ELSE
                       PERFORM DESPREZA-VALOR-INVALIDO
                   END-IF
               ELSE
                   PERFORM GUARDA-LINHA-ALHEIA
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

       DESPREZA-VALOR-INVALIDO.
           DISPLAY "AVISO: VALOR INVALIDO PARA A TARIFA "
               TRF-PALAVRA " - LINHA DESPREZADA, MANTIDO O VALOR"
               " VIGENTE".

       GUARDA-LINHA-ALHEIA.
           IF QTD-LINHAS-ALHEIAS < 50
               ADD 1 TO QTD-LINHAS-ALHEIAS
               MOVE LINHA-TARIFA
                   TO LINHA-ALHEIA (QTD-LINHAS-ALHEIAS)
           ELSE
               DISPLAY "AVISO: LINHA DO TABTAR DESPREZADA"
                   " (TABELA CHEIA) - " LINHA-TARIFA
           END-IF.

       GRAVA-TARIFAS.
           PERFORM CONFERE-TARIFAS.
           IF TARIFAS-EM-ERRO
               DISPLAY "GRAVACAO RECUSADA - CORRIJA AS TARIFAS"
                   " ANTES DE GRAVAR"
           ELSE
               PERFORM REGRAVA-ARQUIVO-TARIFAS
               IF CODIGO-RETORNO = 0
                   PERFORM GRAVA-TRILHA-MUDANCAS
                   SET MANUTENCAO-ENCERRADA TO TRUE
                   DISPLAY "TABTAR GRAVADO"
               END-IF
           END-IF.

       REGRAVA-ARQUIVO-TARIFAS.
           OPEN OUTPUT ARQUIVO-TARIFAS.
           IF FS-TARIFAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR"
                   " ARQUIVO-TARIFAS (TABTAR) - FILE STATUS "
                   FS-TARIFAS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM REGRAVA-LINHA-ALHEIA
                   VARYING INDICE-ALHEIA FROM 1 BY 1
                   UNTIL INDICE-ALHEIA > QTD-LINHAS-ALHEIAS
               MOVE "TARIFA-T" TO SAI-PALAVRA
               MOVE TAR-TARIFA-T TO VALOR-EDITADO
               PERFORM GRAVA-LINHA-VALOR
               MOVE "UNIDADE-T" TO SAI-PALAVRA
               MOVE TAR-UNIDADE-T TO VALOR-EDITADO
               PERFORM GRAVA-LINHA-VALOR
               MOVE "TARIFA-G" TO SAI-PALAVRA
               MOVE TAR-TARIFA-G TO VALOR-EDITADO
               PERFORM GRAVA-LINHA-VALOR
               MOVE "UNIDADE-G" TO SAI-PALAVRA
               MOVE TAR-UNIDADE-G TO VALOR-EDITADO
               PERFORM GRAVA-LINHA-VALOR
               MOVE "TARIFA-R" TO SAI-PALAVRA
               MOVE TAR-TARIFA-R TO VALOR-EDITADO
               PERFORM GRAVA-LINHA-VALOR
               MOVE "TARIFA-S" TO SAI-PALAVRA
               MOVE TAR-TARIFA-S TO VALOR-EDITADO
               PERFORM GRAVA-LINHA-VALOR
               MOVE "UNIDADE-S" TO SAI-PALAVRA
               MOVE TAR-UNIDADE-S TO VALOR-EDITADO
               PERFORM GRAVA-LINHA-VALOR
               MOVE "ADICIONAL-P" TO SAI-PALAVRA
               MOVE TAR-ADICIONAL-P TO SAI-VALOR
               PERFORM GRAVA-LINHA-TARIFA
               CLOSE ARQUIVO-TARIFAS
           END-IF.

       REGRAVA-LINHA-ALHEIA.
           MOVE LINHA-ALHEIA (INDICE-ALHEIA) TO LINHA-TARIFA.
           WRITE LINHA-TARIFA.

       GRAVA-LINHA-VALOR.
           MOVE VALOR-EDITADO TO SAI-VALOR.
           PERFORM GRAVA-LINHA-TARIFA.

       GRAVA-LINHA-TARIFA.
           MOVE REG-TARIFA-SAIDA TO LINHA-TARIFA.
           WRITE LINHA-TARIFA.

       GRAVA-TRILHA-MUDANCAS.
           OPEN EXTEND ARQUIVO-AUDITORIA-TAR.
           IF FS-AUDITORIA-TAR = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA-TAR
           END-IF.
           IF FS-AUDITORIA-TAR NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-AUDITORIA-TAR (TABTAUD) - FILE STATUS "
                   FS-AUDITORIA-TAR
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               IF TAR-TARIFA-T NOT = ORIG-TARIFA-T
                   MOVE "TARIFA-T" TO ATR-TARIFA
                   MOVE ORIG-TARIFA-T TO VALOR-EDITADO
                   MOVE VALOR-EDITADO TO ATR-VALOR-ANTIGO
                   MOVE TAR-TARIFA-T TO VALOR-EDITADO
                   PERFORM GRAVA-MUDANCA-VALOR
               END-IF
               IF TAR-UNIDADE-T NOT = ORIG-UNIDADE-T
                   MOVE "UNIDADE-T" TO ATR-TARIFA
                   MOVE ORIG-UNIDADE-T TO VALOR-EDITADO
                   MOVE VALOR-EDITADO TO ATR-VALOR-ANTIGO
                   MOVE TAR-UNIDADE-T TO VALOR-EDITADO
                   PERFORM GRAVA-MUDANCA-VALOR
               END-IF
               IF TAR-TARIFA-G NOT = ORIG-TARIFA-G
                   MOVE "TARIFA-G" TO ATR-TARIFA
                   MOVE ORIG-TARIFA-G TO VALOR-EDITADO
                   MOVE VALOR-EDITADO TO ATR-VALOR-ANTIGO
                   MOVE TAR-TARIFA-G TO VALOR-EDITADO
                   PERFORM GRAVA-MUDANCA-VALOR
               END-IF
               IF TAR-UNIDADE-G NOT = ORIG-UNIDADE-G
                   MOVE "UNIDADE-G" TO ATR-TARIFA
                   MOVE ORIG-UNIDADE-G TO VALOR-EDITADO
                   MOVE VALOR-EDITADO TO ATR-VALOR-ANTIGO
                   MOVE TAR-UNIDADE-G TO VALOR-EDITADO
                   PERFORM GRAVA-MUDANCA-VALOR
               END-IF
               IF TAR-TARIFA-R NOT = ORIG-TARIFA-R
                   MOVE "TARIFA-R" TO ATR-TARIFA
                   MOVE ORIG-TARIFA-R TO VALOR-EDITADO
                   MOVE VALOR-EDITADO TO ATR-VALOR-ANTIGO
                   MOVE TAR-TARIFA-R TO VALOR-EDITADO
                   PERFORM GRAVA-MUDANCA-VALOR
               END-IF
               IF TAR-TARIFA-S NOT = ORIG-TARIFA-S
                   MOVE "TARIFA-S" TO ATR-TARIFA
                   MOVE ORIG-TARIFA-S TO VALOR-EDITADO
                   MOVE VALOR-EDITADO TO ATR-VALOR-ANTIGO
                   MOVE TAR-TARIFA-S TO VALOR-EDITADO
                   PERFORM GRAVA-MUDANCA-VALOR
               END-IF
               IF TAR-UNIDADE-S NOT = ORIG-UNIDADE-S
                   MOVE "UNIDADE-S" TO ATR-TARIFA
                   MOVE ORIG-UNIDADE-S TO VALOR-EDITADO
                   MOVE VALOR-EDITADO TO ATR-VALOR-ANTIGO
                   MOVE TAR-UNIDADE-S TO VALOR-EDITADO
                   PERFORM GRAVA-MUDANCA-VALOR
               END-IF
               IF TAR-ADICIONAL-P NOT = ORIG-ADICIONAL-P
                   MOVE "ADICIONAL-P" TO ATR-TARIFA
                   MOVE ORIG-ADICIONAL-P TO ATR-VALOR-ANTIGO
                   MOVE TAR-ADICIONAL-P TO ATR-VALOR-NOVO
                   PERFORM GRAVA-MUDANCA
               END-IF
               CLOSE ARQUIVO-AUDITORIA-TAR
           END-IF.

       GRAVA-MUDANCA-VALOR.
           MOVE VALOR-EDITADO TO ATR-VALOR-NOVO.
           PERFORM GRAVA-MUDANCA.

       GRAVA-MUDANCA.
           MOVE DATA-EXECUCAO TO ATR-DATA.
           MOVE HORA-EXECUCAO TO ATR-HORA.
           MOVE USUARIO-EXECUCAO TO ATR-USUARIO.
           MOVE REGISTRO-AUDITORIA-TAR TO LINHA-AUDITORIA-TAR.
           WRITE LINHA-AUDITORIA-TAR.
