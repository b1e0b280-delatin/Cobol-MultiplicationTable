       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABROLL.
      *    Desfaz no mestre TABMST as gravacoes de uma execucao.
      *
      *    Quando um lote errado passa pelo MTABLE (lote trocado,
      *    arquivo de outra filial copiado no TABIN1), os produtos e
      *    as datas de calculo anteriores ficam guardados no diario
      *    TABJRN. TABROLL pede no console a execucao a desfazer -
      *    pela data e hora da execucao (hora em branco = todas as
      *    execucoes do dia) ou pela identificacao do lote - e
      *    devolve o mestre exatamente ao estado anterior:
      *      - chave incluida pela execucao e excluida do mestre;
      *      - chave substituida volta com a imagem anterior.
      *    Chave gravada mais de uma vez volta a imagem anterior a
      *    primeira gravacao. Chave que mudou de novo depois da
      *    execucao (execucao posterior, expurgo) tambem e desfeita,
      *    mas sai marcada no relatorio e a condicao de retorno sobe
      *    para 4.
      *
      *    As gravacoes do proprio TABROLL vao para o diario com o
      *    programa TABROLL (acao E para a exclusao), de modo que um
      *    desfazimento tambem pode ser desfeito pela data e hora.
      *    O controle de lotes TABBCH nao e alterado.
      *
      *    O relatorio TABROLRP lista cada chave tratada e fecha com
      *    as contagens conferidas contra o diario:
      *      selecionadas = inclusoes + substituicoes + exclusoes
      *      selecionadas = chaves + regravacoes da mesma chave
      *      chaves       = excluidas + restauradas + reincluidas +
      *                     ja no estado anterior + falhas
      *
      *    Condicao de retorno: 0 execucao desfeita e contagens
      *    conferidas, 4 nenhuma linha do diario para a selecao ou
      *    chave alterada depois da execucao, 8 selecao invalida,
      *    falha de arquivo ou contagens que nao conferem.

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
           SELECT ARQUIVO-DIARIO-MESTRE ASSIGN TO "TABJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MESTRE.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "TABROLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MESTRE.
       01  REG-MESTRE.
           05  MST-CHAVE.
               10  MST-NUMERO         PIC 9(03).
               10  MST-MULTIPLICADOR  PIC 9(04).
           05  MST-PRODUTO        PIC 9(07).
           05  MST-DATA-CALCULO   PIC 9(08).

       FD  ARQUIVO-DIARIO-MESTRE.
       01  LINHA-DIARIO-MESTRE PIC X(123).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

      *    Linha do diario reordenada por chave e, dentro da chave,
      *    na ordem em que as gravacoes aconteceram.
       SD  ARQUIVO-ORDENACAO.
       01  REG-SORT-DIARIO.
           05  SRT-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  SRT-HORA           PIC 9(08).
           05  FILLER             PIC X(10).
           05  SRT-SEQUENCIA      PIC 9(07).
           05  FILLER             PIC X(33).
           05  SRT-CHAVE          PIC 9(07).
           05  FILLER             PIC X(49).

       WORKING-STORAGE SECTION.

       01  FS-MESTRE PIC X(02).
       01  FS-DIARIO-MESTRE PIC X(02).
       01  FS-RELATORIO PIC X(02).

       01  FIM-DIARIO-SW PIC X(01) VALUE "N".
           88  FIM-DO-DIARIO          VALUE "S".
       01  FIM-ORDENACAO-SW PIC X(01) VALUE "N".
           88  FIM-DA-ORDENACAO       VALUE "S".
       01  DIARIO-ABERTO-SW PIC X(01) VALUE "N".
           88  DIARIO-ABERTO          VALUE "S".

      *    Selecao informada no console.
       01  OPCAO-SELECAO PIC 9(01) VALUE 0.
           88  SELECAO-POR-EXECUCAO   VALUE 1.
           88  SELECAO-POR-LOTE       VALUE 2.
       01  SELECAO-DATA PIC X(08) VALUE SPACES.
       01  SELECAO-HORA PIC X(08) VALUE SPACES.
       01  SELECAO-LOTE PIC X(08) VALUE SPACES.

      *    Linha do diario TABJRN, como o MTABLE a grava.
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
               88  JRN-INCLUSAO           VALUE "I".
               88  JRN-SUBSTITUICAO       VALUE "R".
               88  JRN-EXCLUSAO           VALUE "E".
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

      *    Chave em tratamento: a primeira gravacao da execucao da a
      *    imagem a restaurar, a ultima da o estado esperado no
      *    mestre.
       01  CHAVE-EM-CURSO-SW PIC X(01) VALUE "N".
           88  HA-CHAVE-EM-CURSO      VALUE "S".
       01  GRUPO-CHAVE.
           05  GRP-NUMERO         PIC 9(03).
           05  GRP-MULTIPLICADOR  PIC 9(04).
       01  GRP-PRIMEIRA-ACAO PIC X(01).
           88  GRP-ERA-INCLUSAO       VALUE "I".
       01  GRP-ULTIMA-ACAO PIC X(01).
           88  GRP-TERMINOU-EXCLUIDA  VALUE "E".
       01  GRP-ANTES.
           05  GRP-ANT-PRODUTO    PIC 9(07).
           05  FILLER             PIC X(01).
           05  GRP-ANT-DATA       PIC 9(08).
       01  GRP-DEPOIS.
           05  GRP-DEP-PRODUTO    PIC 9(07).
           05  FILLER             PIC X(01).
           05  GRP-DEP-DATA       PIC 9(08).
       01  GRP-GRAVACOES PIC 9(05).

       01  SITUACAO-MESTRE-SW PIC X(01).
           88  CHAVE-NO-MESTRE        VALUE "S".
           88  CHAVE-AUSENTE          VALUE "N".
       01  ALTERADA-DEPOIS-SW PIC X(01).
           88  ALTERADA-DEPOIS        VALUE "S".
       01  PROVIDENCIA PIC X(20).

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).

       01  CONTADORES-DESFAZIMENTO.
           05  CTR-LIDOS          PIC 9(07) VALUE 0.
           05  CTR-SELECIONADOS   PIC 9(07) VALUE 0.
           05  CTR-SEL-INCLUSOES  PIC 9(07) VALUE 0.
           05  CTR-SEL-SUBSTITUICOES PIC 9(07) VALUE 0.
           05  CTR-SEL-EXCLUSOES  PIC 9(07) VALUE 0.
           05  CTR-RETORNADOS     PIC 9(07) VALUE 0.
           05  CTR-CHAVES         PIC 9(07) VALUE 0.
           05  CTR-REGRAVACOES    PIC 9(07) VALUE 0.
           05  CTR-EXCLUIDAS      PIC 9(07) VALUE 0.
           05  CTR-RESTAURADAS    PIC 9(07) VALUE 0.
           05  CTR-REINCLUIDAS    PIC 9(07) VALUE 0.
           05  CTR-SEM-ALTERACAO  PIC 9(07) VALUE 0.
           05  CTR-FALHAS         PIC 9(07) VALUE 0.
           05  CTR-ALTERADAS-DEPOIS PIC 9(07) VALUE 0.
           05  CTR-DIARIO-MESTRE  PIC 9(07) VALUE 0.
       01  SOMA-CONFERENCIA PIC 9(07).
       01  CONTAGENS-SW PIC X(01) VALUE "S".
           88  CONTAGENS-CONFEREM     VALUE "S".
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  RELATORIO-TITULO.
           05  FILLER             PIC X(35)
               VALUE "DESFAZIMENTO DO MESTRE - TABROLL  ".
           05  FILLER             PIC X(06) VALUE "DATA: ".
           05  REL-DATA           PIC 9(08).
           05  FILLER             PIC X(07) VALUE "  HORA:".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  REL-HORA           PIC 9(08).

       01  RELATORIO-SELECAO.
           05  FILLER             PIC X(11) VALUE "SELECAO:   ".
           05  RELS-DESCRICAO     PIC X(20).
           05  RELS-VALOR-1       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RELS-VALOR-2       PIC X(08).

       01  RELATORIO-CABECALHO-DETALHE.
           05  FILLER             PIC X(13) VALUE "CHAVE".
           05  FILLER             PIC X(07) VALUE "GRAV.".
           05  FILLER             PIC X(07) VALUE "ACOES".
           05  FILLER             PIC X(18) VALUE "ANTES PROD/DATA".
           05  FILLER             PIC X(21) VALUE "PROVIDENCIA".
           05  FILLER             PIC X(05) VALUE "AVISO".

       01  RELATORIO-DETALHE.
           05  RELD-NUMERO        PIC 9(03).
           05  FILLER             PIC X(03) VALUE " * ".
           05  RELD-MULTIPLICADOR PIC 9(04).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RELD-GRAVACOES     PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RELD-PRIMEIRA-ACAO PIC X(01).
           05  FILLER             PIC X(01) VALUE "/".
           05  RELD-ULTIMA-ACAO   PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RELD-ANTES         PIC X(16).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RELD-PROVIDENCIA   PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RELD-AVISO         PIC X(14).

       01  RELATORIO-ITEM.
           05  REL-DESCRICAO      PIC X(40).
           05  FILLER             PIC X(02) VALUE ": ".
           05  REL-VALOR          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           PERFORM LE-SELECAO.
           OPEN I-O ARQUIVO-MESTRE.
           IF FS-MESTRE NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-MESTRE"
                   " (TABMST) - FILE STATUS " FS-MESTRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF FS-RELATORIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ARQUIVO-RELATORIO"
                   " (TABROLRP) - FILE STATUS " FS-RELATORIO
               CLOSE ARQUIVO-MESTRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GRAVA-CABECALHO-RELATORIO.
           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY SRT-CHAVE SRT-DATA SRT-HORA
                   SRT-SEQUENCIA
               INPUT PROCEDURE IS SELECIONA-DIARIO
               OUTPUT PROCEDURE IS DESFAZ-GRAVACOES.
           CLOSE ARQUIVO-MESTRE.
           IF DIARIO-ABERTO
               CLOSE ARQUIVO-DIARIO-MESTRE
           END-IF.
           PERFORM CONFERE-CONTAGENS.
           PERFORM GRAVA-TOTAIS-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
       PROGRAM-END.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       LE-SELECAO.
           DISPLAY "DESFAZER POR (1 = DATA E HORA DA EXECUCAO,"
               " 2 = LOTE): " WITH NO ADVANCING.
           ACCEPT OPCAO-SELECAO.
           IF SELECAO-POR-EXECUCAO
               DISPLAY "DATA DA EXECUCAO (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT SELECAO-DATA
               DISPLAY "HORA DA EXECUCAO (HHMMSSCC, BRANCO = TODAS): "
                   WITH NO ADVANCING
               ACCEPT SELECAO-HORA
               IF SELECAO-DATA IS NOT NUMERIC
                   DISPLAY "ERRO: DATA DA EXECUCAO INVALIDA - "
                       SELECAO-DATA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SELECAO-HORA NOT = SPACES
                       AND SELECAO-HORA IS NOT NUMERIC
                   DISPLAY "ERRO: HORA DA EXECUCAO INVALIDA - "
                       SELECAO-HORA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF SELECAO-POR-LOTE
                   DISPLAY "LOTE: " WITH NO ADVANCING
                   ACCEPT SELECAO-LOTE
                   IF SELECAO-LOTE = SPACES
                       DISPLAY "ERRO: LOTE NAO INFORMADO"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "ERRO: OPCAO DE SELECAO INVALIDA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Le o diario inteiro e libera para a ordenacao so as
      *    linhas da execucao pedida.
       SELECIONA-DIARIO.
           OPEN INPUT ARQUIVO-DIARIO-MESTRE.
           IF FS-DIARIO-MESTRE NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-DIARIO-MESTRE (TABJRN) - FILE STATUS "
                   FS-DIARIO-MESTRE
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM LE-REGISTRO-DIARIO UNTIL FIM-DO-DIARIO
               CLOSE ARQUIVO-DIARIO-MESTRE
           END-IF.

       LE-REGISTRO-DIARIO.
           READ ARQUIVO-DIARIO-MESTRE
               AT END
                   SET FIM-DO-DIARIO TO TRUE
               NOT AT END
                   ADD 1 TO CTR-LIDOS
                   MOVE LINHA-DIARIO-MESTRE TO REGISTRO-DIARIO-MESTRE
                   PERFORM SELECIONA-REGISTRO-DIARIO
           END-READ.

       SELECIONA-REGISTRO-DIARIO.
           IF SELECAO-POR-LOTE
               IF JRN-LOTE-ID = SELECAO-LOTE
                   PERFORM LIBERA-REGISTRO-DIARIO
               END-IF
           ELSE
               IF JRN-DATA = SELECAO-DATA
                   IF SELECAO-HORA = SPACES OR JRN-HORA = SELECAO-HORA
                       PERFORM LIBERA-REGISTRO-DIARIO
                   END-IF
               END-IF
           END-IF.

       LIBERA-REGISTRO-DIARIO.
           ADD 1 TO CTR-SELECIONADOS.
           IF JRN-INCLUSAO
               ADD 1 TO CTR-SEL-INCLUSOES
           ELSE
               IF JRN-SUBSTITUICAO
                   ADD 1 TO CTR-SEL-SUBSTITUICOES
               ELSE
                   ADD 1 TO CTR-SEL-EXCLUSOES
               END-IF
           END-IF.
           MOVE REGISTRO-DIARIO-MESTRE TO REG-SORT-DIARIO.
           RELEASE REG-SORT-DIARIO.

      *    Percorre as linhas por chave; na quebra de chave desfaz a
      *    chave anterior. O diario e reaberto em extensao para
      *    receber as gravacoes do proprio desfazimento.
       DESFAZ-GRAVACOES.
           IF CTR-SELECIONADOS = 0
               IF CODIGO-RETORNO = 0
                   DISPLAY "AVISO: NENHUMA LINHA DO DIARIO (TABJRN)"
                       " PARA A SELECAO - MESTRE NAO ALTERADO"
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               OPEN EXTEND ARQUIVO-DIARIO-MESTRE
               IF FS-DIARIO-MESTRE NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                       " ARQUIVO-DIARIO-MESTRE (TABJRN) - FILE STATUS "
                       FS-DIARIO-MESTRE " - MESTRE NAO ALTERADO"
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   SET DIARIO-ABERTO TO TRUE
                   PERFORM RETORNA-REGISTRO-DIARIO
                       UNTIL FIM-DA-ORDENACAO
                   IF HA-CHAVE-EM-CURSO
                       PERFORM DESFAZ-CHAVE
                   END-IF
               END-IF
           END-IF.

       RETORNA-REGISTRO-DIARIO.
           RETURN ARQUIVO-ORDENACAO
               AT END
                   SET FIM-DA-ORDENACAO TO TRUE
               NOT AT END
                   ADD 1 TO CTR-RETORNADOS
                   PERFORM ACUMULA-CHAVE
           END-RETURN.

      *    A quebra e testada na area da ordenacao, antes de mover a
      *    linha para o registro do diario, que o DESFAZ-CHAVE usa
      *    para gravar.
       ACUMULA-CHAVE.
           IF HA-CHAVE-EM-CURSO AND SRT-CHAVE NOT = GRUPO-CHAVE
               PERFORM DESFAZ-CHAVE
           END-IF.
           MOVE REG-SORT-DIARIO TO REGISTRO-DIARIO-MESTRE.
           IF HA-CHAVE-EM-CURSO
               ADD 1 TO GRP-GRAVACOES
               ADD 1 TO CTR-REGRAVACOES
           ELSE
               SET HA-CHAVE-EM-CURSO TO TRUE
               MOVE JRN-CHAVE TO GRUPO-CHAVE
               MOVE JRN-ACAO TO GRP-PRIMEIRA-ACAO
               MOVE JRN-ANTES TO GRP-ANTES
               MOVE 1 TO GRP-GRAVACOES
               ADD 1 TO CTR-CHAVES
           END-IF.
           MOVE JRN-ACAO TO GRP-ULTIMA-ACAO.
           MOVE JRN-DEPOIS TO GRP-DEPOIS.

      *    Confere o estado atual da chave com o deixado pela
      *    execucao e devolve a chave ao estado anterior a ela.
       DESFAZ-CHAVE.
           MOVE "N" TO CHAVE-EM-CURSO-SW.
           MOVE "N" TO ALTERADA-DEPOIS-SW.
           MOVE GRUPO-CHAVE TO MST-CHAVE.
           READ ARQUIVO-MESTRE
               INVALID KEY
                   SET CHAVE-AUSENTE TO TRUE
               NOT INVALID KEY
                   SET CHAVE-NO-MESTRE TO TRUE
           END-READ.
           IF GRP-TERMINOU-EXCLUIDA
               IF CHAVE-NO-MESTRE
                   SET ALTERADA-DEPOIS TO TRUE
               END-IF
           ELSE
               IF CHAVE-AUSENTE
                   SET ALTERADA-DEPOIS TO TRUE
               ELSE
                   IF MST-PRODUTO NOT = GRP-DEP-PRODUTO
                           OR MST-DATA-CALCULO NOT = GRP-DEP-DATA
                       SET ALTERADA-DEPOIS TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO JRN-ANTES.
           IF CHAVE-NO-MESTRE
               MOVE MST-PRODUTO TO JRN-ANT-PRODUTO
               MOVE MST-DATA-CALCULO TO JRN-ANT-DATA
           END-IF.
           IF GRP-ERA-INCLUSAO
               PERFORM EXCLUI-CHAVE
           ELSE
               PERFORM RESTAURA-CHAVE
           END-IF.
           IF ALTERADA-DEPOIS
               ADD 1 TO CTR-ALTERADAS-DEPOIS
               MOVE "ALTERADA APOS" TO RELD-AVISO
               DISPLAY "AVISO: CHAVE " GRP-NUMERO " * "
                   GRP-MULTIPLICADOR " ALTERADA DEPOIS DA EXECUCAO"
                   " DESFEITA"
           ELSE
               MOVE SPACES TO RELD-AVISO
           END-IF.
           PERFORM GRAVA-DETALHE-RELATORIO.

       EXCLUI-CHAVE.
           IF CHAVE-AUSENTE
               ADD 1 TO CTR-SEM-ALTERACAO
               MOVE "JA AUSENTE" TO PROVIDENCIA
           ELSE
               DELETE ARQUIVO-MESTRE
                   INVALID KEY
                       ADD 1 TO CTR-FALHAS
                       MOVE "FALHA NA EXCLUSAO" TO PROVIDENCIA
                       DISPLAY "ERRO: FALHA NA EXCLUSAO DO MESTRE"
                           " - FILE STATUS " FS-MESTRE
                   NOT INVALID KEY
                       ADD 1 TO CTR-EXCLUIDAS
                       MOVE "EXCLUIDA" TO PROVIDENCIA
                       MOVE "E" TO JRN-ACAO
                       MOVE SPACES TO JRN-DEPOIS
                       PERFORM GRAVA-DIARIO-MESTRE
               END-DELETE
           END-IF.

       RESTAURA-CHAVE.
           MOVE GRUPO-CHAVE TO MST-CHAVE.
           MOVE GRP-ANT-PRODUTO TO MST-PRODUTO.
           MOVE GRP-ANT-DATA TO MST-DATA-CALCULO.
           IF CHAVE-NO-MESTRE
               IF JRN-ANT-PRODUTO = GRP-ANT-PRODUTO
                       AND JRN-ANT-DATA = GRP-ANT-DATA
                   ADD 1 TO CTR-SEM-ALTERACAO
                   MOVE "JA RESTAURADA" TO PROVIDENCIA
               ELSE
                   REWRITE REG-MESTRE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF FS-MESTRE (1:1) = "0"
                       ADD 1 TO CTR-RESTAURADAS
                       MOVE "RESTAURADA" TO PROVIDENCIA
                       MOVE "R" TO JRN-ACAO
                       PERFORM GRAVA-DIARIO-RESTAURADA
                   ELSE
                       ADD 1 TO CTR-FALHAS
                       MOVE "FALHA NA REGRAVACAO" TO PROVIDENCIA
                       DISPLAY "ERRO: FALHA NA REGRAVACAO DO MESTRE"
                           " - FILE STATUS " FS-MESTRE
                   END-IF
               END-IF
           ELSE
               WRITE REG-MESTRE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF FS-MESTRE (1:1) = "0"
                   ADD 1 TO CTR-REINCLUIDAS
                   MOVE "REINCLUIDA" TO PROVIDENCIA
                   MOVE "I" TO JRN-ACAO
                   PERFORM GRAVA-DIARIO-RESTAURADA
               ELSE
                   ADD 1 TO CTR-FALHAS
                   MOVE "FALHA NA INCLUSAO" TO PROVIDENCIA
                   DISPLAY "ERRO: FALHA NA INCLUSAO NO MESTRE"
                       " - FILE STATUS " FS-MESTRE
               END-IF
           END-IF.

       GRAVA-DIARIO-RESTAURADA.
           MOVE SPACES TO JRN-DEPOIS.
           MOVE MST-PRODUTO TO JRN-DEP-PRODUTO.
           MOVE MST-DATA-CALCULO TO JRN-DEP-DATA.
           PERFORM GRAVA-DIARIO-MESTRE.

       GRAVA-DIARIO-MESTRE.
           ADD 1 TO CTR-DIARIO-MESTRE.
           MOVE DATA-EXECUCAO TO JRN-DATA.
           MOVE HORA-EXECUCAO TO JRN-HORA.
           MOVE SPACES TO JRN-LOTE-ID.
           MOVE CTR-DIARIO-MESTRE TO JRN-SEQUENCIA.
           MOVE "TABROLL" TO JRN-PROGRAMA.
           MOVE USUARIO-EXECUCAO TO JRN-USUARIO.
           MOVE GRUPO-CHAVE TO JRN-CHAVE.
           MOVE SPACES TO JRN-REFERENCIA.
           MOVE REGISTRO-DIARIO-MESTRE TO LINHA-DIARIO-MESTRE.
           WRITE LINHA-DIARIO-MESTRE.
           IF FS-DIARIO-MESTRE NOT = "00"
               DISPLAY "ERRO: FALHA NA GRAVACAO DO DIARIO (TABJRN)"
                   " - FILE STATUS " FS-DIARIO-MESTRE
               MOVE 8 TO CODIGO-RETORNO
           END-IF.

       CONFERE-CONTAGENS.
           COMPUTE SOMA-CONFERENCIA = CTR-SEL-INCLUSOES
               + CTR-SEL-SUBSTITUICOES + CTR-SEL-EXCLUSOES.
           IF SOMA-CONFERENCIA NOT = CTR-SELECIONADOS
               MOVE "N" TO CONTAGENS-SW
           END-IF.
           IF CTR-SELECIONADOS > 0
               COMPUTE SOMA-CONFERENCIA = CTR-CHAVES + CTR-REGRAVACOES
               IF SOMA-CONFERENCIA NOT = CTR-SELECIONADOS
                       OR CTR-RETORNADOS NOT = CTR-SELECIONADOS
                   MOVE "N" TO CONTAGENS-SW
               END-IF
               COMPUTE SOMA-CONFERENCIA = CTR-EXCLUIDAS
                   + CTR-RESTAURADAS + CTR-REINCLUIDAS
                   + CTR-SEM-ALTERACAO + CTR-FALHAS
               IF SOMA-CONFERENCIA NOT = CTR-CHAVES
                   MOVE "N" TO CONTAGENS-SW
               END-IF
               COMPUTE SOMA-CONFERENCIA = CTR-EXCLUIDAS
                   + CTR-RESTAURADAS + CTR-REINCLUIDAS
               IF SOMA-CONFERENCIA NOT = CTR-DIARIO-MESTRE
                   MOVE "N" TO CONTAGENS-SW
               END-IF
           END-IF.
           IF CTR-FALHAS > 0
               MOVE "N" TO CONTAGENS-SW
           END-IF.
           IF NOT CONTAGENS-CONFEREM
               DISPLAY "ERRO: CONTAGENS DO DESFAZIMENTO NAO CONFEREM"
               MOVE 8 TO CODIGO-RETORNO
           END-IF.
           IF CTR-ALTERADAS-DEPOIS > 0 AND CODIGO-RETORNO < 4
               MOVE 4 TO CODIGO-RETORNO
           END-IF.

       GRAVA-CABECALHO-RELATORIO.
           MOVE DATA-EXECUCAO TO REL-DATA.
           MOVE HORA-EXECUCAO TO REL-HORA.
           MOVE RELATORIO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF SELECAO-POR-LOTE
               MOVE "LOTE" TO RELS-DESCRICAO
               MOVE SELECAO-LOTE TO RELS-VALOR-1
               MOVE SPACES TO RELS-VALOR-2
           ELSE
               MOVE "EXECUCAO DATA/HORA" TO RELS-DESCRICAO
               MOVE SELECAO-DATA TO RELS-VALOR-1
               IF SELECAO-HORA = SPACES
                   MOVE "TODAS" TO RELS-VALOR-2
               ELSE
                   MOVE SELECAO-HORA TO RELS-VALOR-2
               END-IF
           END-IF.
           MOVE RELATORIO-SELECAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RELATORIO-CABECALHO-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-DETALHE-RELATORIO.
           MOVE GRP-NUMERO TO RELD-NUMERO.
           MOVE GRP-MULTIPLICADOR TO RELD-MULTIPLICADOR.
           MOVE GRP-GRAVACOES TO RELD-GRAVACOES.
           MOVE GRP-PRIMEIRA-ACAO TO RELD-PRIMEIRA-ACAO.
           MOVE GRP-ULTIMA-ACAO TO RELD-ULTIMA-ACAO.
           MOVE GRP-ANTES TO RELD-ANTES.
           MOVE PROVIDENCIA TO RELD-PROVIDENCIA.
           MOVE RELATORIO-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAIS-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "LINHAS LIDAS NO DIARIO" TO REL-DESCRICAO.
           MOVE CTR-LIDOS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "LINHAS SELECIONADAS" TO REL-DESCRICAO.
           MOVE CTR-SELECIONADOS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  INCLUSOES (I)" TO REL-DESCRICAO.
           MOVE CTR-SEL-INCLUSOES TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  SUBSTITUICOES (R)" TO REL-DESCRICAO.
           MOVE CTR-SEL-SUBSTITUICOES TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "  EXCLUSOES (E)" TO REL-DESCRICAO.
           MOVE CTR-SEL-EXCLUSOES TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "CHAVES DISTINTAS" TO REL-DESCRICAO.
           MOVE CTR-CHAVES TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "REGRAVACOES DA MESMA CHAVE" TO REL-DESCRICAO.
           MOVE CTR-REGRAVACOES TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "CHAVES EXCLUIDAS DO MESTRE" TO REL-DESCRICAO.
           MOVE CTR-EXCLUIDAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "CHAVES RESTAURADAS" TO REL-DESCRICAO.
           MOVE CTR-RESTAURADAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "CHAVES REINCLUIDAS" TO REL-DESCRICAO.
           MOVE CTR-REINCLUIDAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "CHAVES JA NO ESTADO ANTERIOR" TO REL-DESCRICAO.
           MOVE CTR-SEM-ALTERACAO TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "FALHAS DE GRAVACAO" TO REL-DESCRICAO.
           MOVE CTR-FALHAS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "CHAVES ALTERADAS APOS A EXECUCAO" TO REL-DESCRICAO.
           MOVE CTR-ALTERADAS-DEPOIS TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE "GRAVACOES NO DIARIO TABJRN" TO REL-DESCRICAO.
           MOVE CTR-DIARIO-MESTRE TO REL-VALOR.
           PERFORM GRAVA-ITEM-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF CONTAGENS-CONFEREM
               MOVE "CONTAGENS CONFERIDAS COM O DIARIO"
                   TO LINHA-RELATORIO
           ELSE
               MOVE "CONTAGENS NAO CONFEREM - DESFAZIMENTO EM ERRO"
                   TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

       GRAVA-ITEM-RELATORIO.
           MOVE RELATORIO-ITEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
