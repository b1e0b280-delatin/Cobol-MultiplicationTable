       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCMNT.
      *    Manutencao do calendario de feriados TABCAL.
      *
      *    TABCAL tem uma linha por feriado: data e descricao.
      *    Sabado e domingo nunca sao dias uteis e nao entram no
      *    calendario. O subprograma TABDIAS le o TABCAL para a
      *    conta de dias uteis do MTABLE (idade do lote e data
      *    efetiva do pedido), do TABMERGE (idade do lote) e do
      *    TABAGE (idade dos itens em suspensao).
      *
      *    TABCMNT mostra o calendario vigente e recebe inclusoes,
      *    exclusoes e alteracoes de descricao pelo mesmo menu de
      *    opcoes do TABFMNT. Cada data e conferida na entrada
      *    (data valida, dia de semana, sem repeticao, descricao
      *    preenchida); a opcao 4 diz se uma data e dia util. O
      *    calendario e regravado em ordem de data, so com os
      *    feriados, e cada mudanca vai para a trilha TABCAUD:
      *    data, hora, usuario, feriado, acao (INCLUSAO, EXCLUSAO,
      *    DESCRICAO), descricao antiga e descricao nova.
      *
      *    Layout do TABCAL (colunas):
      *      01-08  data do feriado AAAAMMDD
      *      10-39  descricao
      *
      *    Condicao de retorno: 0 encerrado normalmente, 8 falha de
      *    arquivo na gravacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CALENDARIO ASSIGN TO "TABCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.
           SELECT ARQUIVO-AUDITORIA-CAL ASSIGN TO "TABCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CALENDARIO.
       01  LINHA-CALENDARIO PIC X(80).

       FD  ARQUIVO-AUDITORIA-CAL.
       01  LINHA-AUDITORIA-CAL PIC X(119).

       WORKING-STORAGE SECTION.

       01  FS-CALENDARIO PIC X(02).
       01  FS-AUDITORIA-CAL PIC X(02).

       01  FIM-CALENDARIO-SW PIC X(01) VALUE "N".
           88  FIM-DO-CALENDARIO      VALUE "S".
       01  MANUTENCAO-ABERTA PIC X(01) VALUE "S".
           88  MANUTENCAO-ENCERRADA   VALUE "N".
       01  OPCAO-MANUTENCAO PIC 9(01) VALUE 0.
           88  OPCAO-INCLUIR          VALUE 1.
           88  OPCAO-EXCLUIR          VALUE 2.
           88  OPCAO-ALTERAR          VALUE 3.
           88  OPCAO-CONSULTAR        VALUE 4.
           88  OPCAO-LISTAR           VALUE 5.
           88  OPCAO-GRAVAR           VALUE 8.
           88  OPCAO-SAIR             VALUE 9.

       01  REG-CALENDARIO.
           05  CAL-DATA           PIC X(08).
           05  FILLER             PIC X(01).
           05  CAL-DESCRICAO      PIC X(30).
           05  FILLER             PIC X(41).

       01  REG-CALENDARIO-SAIDA.
           05  SAI-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-DESCRICAO      PIC X(30).
           05  FILLER             PIC X(41) VALUE SPACES.

      *    Calendario vigente em ordem de data e a copia de carga
      *    para a trilha de mudancas.
       01  QTD-FERIADOS PIC 9(03) VALUE 0.
       01  TABELA-FERIADOS.
           05  FERIADO-CADASTRO OCCURS 500 TIMES.
               10  TCL-DATA           PIC 9(08).
               10  TCL-DESCRICAO      PIC X(30).
       01  QTD-FERIADOS-ORIGINAL PIC 9(03) VALUE 0.
       01  TABELA-FERIADOS-ORIGINAL.
           05  FERIADO-ORIGINAL OCCURS 500 TIMES.
               10  ORIG-DATA          PIC 9(08).
               10  ORIG-DESCRICAO     PIC X(30).
       01  INDICE-FERIADO PIC 9(03).
       01  INDICE-ORIGINAL PIC 9(03).
       01  INDICE-DESLOCA PIC 9(03).
       01  POSICAO-FERIADO PIC 9(03).
       01  FERIADO-ACHADO PIC X(01).
           88  ACHOU-FERIADO          VALUE "S".
       01  DATA-ACHADA PIC X(01).
           88  ACHOU-DATA             VALUE "S".

       01  DATA-FERIADO PIC 9(08).
       01  DESCRICAO-FERIADO PIC X(30).
       01  DIA-CORRIDO PIC 9(07).
       01  QUOCIENTE-SEMANA PIC 9(07).
       01  DIA-SEMANA PIC 9(01).
      *    Resto por 7 do dia corrido (FUNCTION INTEGER-OF-DATE):
      *    0 domingo, 1 segunda ... 6 sabado.
       01  NOMES-DIAS-SEMANA.
           05  FILLER             PIC X(07) VALUE "DOMINGO".
           05  FILLER             PIC X(07) VALUE "SEGUNDA".
           05  FILLER             PIC X(07) VALUE "TERCA".
           05  FILLER             PIC X(07) VALUE "QUARTA".
           05  FILLER             PIC X(07) VALUE "QUINTA".
           05  FILLER             PIC X(07) VALUE "SEXTA".
           05  FILLER             PIC X(07) VALUE "SABADO".
       01  TABELA-DIAS-SEMANA REDEFINES NOMES-DIAS-SEMANA.
           05  NOME-DIA-SEMANA    PIC X(07) OCCURS 7 TIMES.
       01  INDICE-SEMANA PIC 9(01).

       01  ENTRADA-DATA PIC 9(08).
       01  ENTRADA-TEXTO PIC X(30).
       01  DATA-VALIDA-SW PIC X(01).
           88  DATA-OK                VALUE "S".
           88  DATA-EM-ERRO           VALUE "N".

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  REGISTRO-AUDITORIA-CAL.
           05  ACL-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ACL-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ACL-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ACL-FERIADO        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ACL-ACAO           PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ACL-DESCRICAO-ANTIGA PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ACL-DESCRICAO-NOVA PIC X(30).

       01  LINHA-LISTA-FERIADO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LST-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LST-DIA-SEMANA     PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LST-DESCRICAO      PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           PERFORM CARREGA-CALENDARIO.
           MOVE TABELA-FERIADOS TO TABELA-FERIADOS-ORIGINAL.
           MOVE QTD-FERIADOS TO QTD-FERIADOS-ORIGINAL.
           PERFORM PROCESSA-OPCAO UNTIL MANUTENCAO-ENCERRADA.
       PROGRAM-END.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "MANUTENCAO DO CALENDARIO DE FERIADOS (TABCAL)".
           DISPLAY "  1 - INCLUIR FERIADO  2 - EXCLUIR FERIADO".
           DISPLAY "  3 - ALTERAR DESCRICAO  4 - CONSULTAR DATA".
           DISPLAY "  5 - LISTAR FERIADOS".
           DISPLAY "  8 - GRAVAR E ENCERRAR".
           DISPLAY "  9 - ENCERRAR SEM GRAVAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-FERIADO
           ELSE
               IF OPCAO-EXCLUIR
                   PERFORM EXCLUI-FERIADO
               ELSE
                   IF OPCAO-ALTERAR
                       PERFORM ALTERA-FERIADO
                   ELSE
                       IF OPCAO-CONSULTAR
                           PERFORM CONSULTA-DATA
                       ELSE
                           PERFORM PROCESSA-OPCAO-ARQUIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCESSA-OPCAO-ARQUIVO.
           IF OPCAO-LISTAR
               PERFORM LISTA-FERIADOS
           ELSE
               IF OPCAO-GRAVAR
                   PERFORM GRAVA-CALENDARIO
               ELSE
                   IF OPCAO-SAIR
                       SET MANUTENCAO-ENCERRADA TO TRUE
                       DISPLAY "ENCERRADO SEM GRAVAR"
                           " - TABCAL INALTERADO"
                   ELSE
                       DISPLAY "OPCAO INVALIDA (USE 1 A 5, 8 OU 9)"
                   END-IF
               END-IF
           END-IF.

       LISTA-FERIADOS.
           DISPLAY " ".
           DISPLAY "  DATA     DIA     DESCRICAO".
           PERFORM LISTA-FERIADO
               VARYING INDICE-FERIADO FROM 1 BY 1
               UNTIL INDICE-FERIADO > QTD-FERIADOS.
           IF QTD-FERIADOS = 0
               DISPLAY "  NENHUM FERIADO CADASTRADO"
           END-IF.

       LISTA-FERIADO.
           MOVE TCL-DATA (INDICE-FERIADO) TO DATA-FERIADO.
           PERFORM APURA-DIA-SEMANA.
           MOVE TCL-DATA (INDICE-FERIADO) TO LST-DATA.
           MOVE NOME-DIA-SEMANA (INDICE-SEMANA) TO LST-DIA-SEMANA.
           MOVE TCL-DESCRICAO (INDICE-FERIADO) TO LST-DESCRICAO.
           DISPLAY LINHA-LISTA-FERIADO.

      *    Data invalida deixa DIA-CORRIDO zerado.
       APURA-DIA-SEMANA.
           COMPUTE DIA-CORRIDO =
               FUNCTION INTEGER-OF-DATE (DATA-FERIADO).
           DIVIDE DIA-CORRIDO BY 7 GIVING QUOCIENTE-SEMANA
               REMAINDER DIA-SEMANA.
           COMPUTE INDICE-SEMANA = DIA-SEMANA + 1.

       PEDE-DATA.
           DISPLAY "DATA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT ENTRADA-DATA.
           MOVE ENTRADA-DATA TO DATA-FERIADO.
           SET DATA-OK TO TRUE.
           IF DATA-FERIADO = 0
               SET DATA-EM-ERRO TO TRUE
           ELSE
               PERFORM APURA-DIA-SEMANA
               IF DIA-CORRIDO = 0
                   SET DATA-EM-ERRO TO TRUE
               END-IF
           END-IF.
           IF DATA-EM-ERRO
               DISPLAY "DATA INVALIDA (USE AAAAMMDD)"
           ELSE
               PERFORM PROCURA-DATA
           END-IF.

       PROCURA-DATA.
           MOVE "N" TO DATA-ACHADA.
           MOVE 0 TO POSICAO-FERIADO.
           PERFORM COMPARA-DATA
               VARYING INDICE-FERIADO FROM 1 BY 1
               UNTIL INDICE-FERIADO > QTD-FERIADOS
               OR ACHOU-DATA.

       COMPARA-DATA.
           IF TCL-DATA (INDICE-FERIADO) = DATA-FERIADO
               SET ACHOU-DATA TO TRUE
               MOVE INDICE-FERIADO TO POSICAO-FERIADO
           END-IF.

       INCLUI-FERIADO.
           PERFORM PEDE-DATA.
           IF DATA-OK
               IF ACHOU-DATA
                   DISPLAY "FERIADO " DATA-FERIADO
                       " JA CADASTRADO - USE A OPCAO 3"
               ELSE
                   IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
                       DISPLAY "DATA CAI NUM "
                           NOME-DIA-SEMANA (INDICE-SEMANA)
                           " - JA E DIA NAO UTIL"
                   ELSE
                       IF QTD-FERIADOS NOT < 500
                           DISPLAY "CALENDARIO CHEIO (500 FERIADOS)"
                               " - EXCLUA FERIADOS ANTIGOS"
                       ELSE
                           PERFORM PEDE-DESCRICAO
                           IF DESCRICAO-FERIADO NOT = SPACES
                               PERFORM INSERE-FERIADO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PEDE-DESCRICAO.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING.
           ACCEPT ENTRADA-TEXTO.
           MOVE ENTRADA-TEXTO TO DESCRICAO-FERIADO.
           IF DESCRICAO-FERIADO = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA - NADA ALTERADO"
           END-IF.

      *    Insercao na posicao da data, deslocando os feriados
      *    posteriores, para que o calendario fique sempre em ordem.
       INSERE-FERIADO.
           COMPUTE POSICAO-FERIADO = QTD-FERIADOS + 1.
           PERFORM ACHA-POSICAO-FERIADO
               VARYING INDICE-FERIADO FROM QTD-FERIADOS BY -1
               UNTIL INDICE-FERIADO < 1.
           PERFORM DESLOCA-FERIADO-ACIMA
               VARYING INDICE-DESLOCA FROM QTD-FERIADOS BY -1
               UNTIL INDICE-DESLOCA < POSICAO-FERIADO.
           ADD 1 TO QTD-FERIADOS.
           MOVE DATA-FERIADO TO TCL-DATA (POSICAO-FERIADO).
           MOVE DESCRICAO-FERIADO TO TCL-DESCRICAO (POSICAO-FERIADO).

       ACHA-POSICAO-FERIADO.
           IF TCL-DATA (INDICE-FERIADO) > DATA-FERIADO
               MOVE INDICE-FERIADO TO POSICAO-FERIADO
           END-IF.

       DESLOCA-FERIADO-ACIMA.
           MOVE FERIADO-CADASTRO (INDICE-DESLOCA)
               TO FERIADO-CADASTRO (INDICE-DESLOCA + 1).

       EXCLUI-FERIADO.
           PERFORM PEDE-DATA.
           IF DATA-OK
               IF NOT ACHOU-DATA
                   DISPLAY "FERIADO " DATA-FERIADO
                       " NAO CADASTRADO - NADA A EXCLUIR"
               ELSE
                   PERFORM DESLOCA-FERIADO-ABAIXO
                       VARYING INDICE-DESLOCA FROM POSICAO-FERIADO
                       BY 1 UNTIL INDICE-DESLOCA NOT < QTD-FERIADOS
                   SUBTRACT 1 FROM QTD-FERIADOS
                   DISPLAY "FERIADO " DATA-FERIADO " EXCLUIDO"
               END-IF
           END-IF.

       DESLOCA-FERIADO-ABAIXO.
           MOVE FERIADO-CADASTRO (INDICE-DESLOCA + 1)
               TO FERIADO-CADASTRO (INDICE-DESLOCA).

       ALTERA-FERIADO.
           PERFORM PEDE-DATA.
           IF DATA-OK
               IF NOT ACHOU-DATA
                   DISPLAY "FERIADO " DATA-FERIADO
                       " NAO CADASTRADO - USE A OPCAO 1"
               ELSE
                   DISPLAY "DESCRICAO ATUAL: "
                       TCL-DESCRICAO (POSICAO-FERIADO)
                   PERFORM PEDE-DESCRICAO
                   IF DESCRICAO-FERIADO NOT = SPACES
                       MOVE DESCRICAO-FERIADO
                           TO TCL-DESCRICAO (POSICAO-FERIADO)
                   END-IF
               END-IF
           END-IF.

      *    Consulta sobre o calendario em edicao, antes de gravar.
       CONSULTA-DATA.
           PERFORM PEDE-DATA.
           IF DATA-OK
               IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
                   DISPLAY DATA-FERIADO " "
                       NOME-DIA-SEMANA (INDICE-SEMANA)
                       " - DIA NAO UTIL (FIM DE SEMANA)"
               ELSE
                   IF ACHOU-DATA
                       DISPLAY DATA-FERIADO " "
                           NOME-DIA-SEMANA (INDICE-SEMANA)
                           " - DIA NAO UTIL (FERIADO: "
                           TCL-DESCRICAO (POSICAO-FERIADO) ")"
                   ELSE
                       DISPLAY DATA-FERIADO " "
                           NOME-DIA-SEMANA (INDICE-SEMANA)
                           " - DIA UTIL"
                   END-IF
               END-IF
           END-IF.

       CARREGA-CALENDARIO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF FS-CALENDARIO = "35"
               DISPLAY "AVISO: TABCAL AINDA NAO EXISTE - CALENDARIO"
                   " VAZIO"
           ELSE
               IF FS-CALENDARIO NOT = "00"
                   DISPLAY "AVISO: ARQUIVO-CALENDARIO (TABCAL) NAO"
                       " PODE SER LIDO - FILE STATUS " FS-CALENDARIO
                       " - CALENDARIO VAZIO"
               ELSE
                   PERFORM LE-REGISTRO-CALENDARIO
                       UNTIL FIM-DO-CALENDARIO
                   CLOSE ARQUIVO-CALENDARIO
               END-IF
           END-IF.

       LE-REGISTRO-CALENDARIO.
           READ ARQUIVO-CALENDARIO
               AT END
                   SET FIM-DO-CALENDARIO TO TRUE
               NOT AT END
                   MOVE LINHA-CALENDARIO TO REG-CALENDARIO
                   PERFORM CARREGA-REGISTRO-CALENDARIO
           END-READ.

      *    Linha com data invalida, repetida ou alem da capacidade
      *    e avisada e desprezada; linha de comentario tambem nao
      *    volta na regravacao, que sai so com o calendario valido.
       CARREGA-REGISTRO-CALENDARIO.
           IF REG-CALENDARIO = SPACES OR CAL-DATA (1:1) = "*"
               CONTINUE
           ELSE
               MOVE 0 TO DIA-CORRIDO
               IF CAL-DATA IS NUMERIC
                   MOVE CAL-DATA TO DATA-FERIADO
                   PERFORM APURA-DIA-SEMANA
               END-IF
               IF DIA-CORRIDO = 0 OR QTD-FERIADOS NOT < 500
                   DISPLAY "AVISO: LINHA INVALIDA NO TABCAL"
                       " DESPREZADA - " LINHA-CALENDARIO
               ELSE
                   PERFORM PROCURA-DATA
                   IF ACHOU-DATA
                       DISPLAY "AVISO: FERIADO REPETIDO NO TABCAL"
                           " DESPREZADO - " LINHA-CALENDARIO
                   ELSE
                       MOVE CAL-DESCRICAO TO DESCRICAO-FERIADO
                       PERFORM INSERE-FERIADO
                   END-IF
               END-IF
           END-IF.

       GRAVA-CALENDARIO.
           PERFORM REGRAVA-ARQUIVO-CALENDARIO.
           IF CODIGO-RETORNO = 0
               PERFORM GRAVA-TRILHA-MUDANCAS
               SET MANUTENCAO-ENCERRADA TO TRUE
               DISPLAY "TABCAL GRAVADO"
           END-IF.

       REGRAVA-ARQUIVO-CALENDARIO.
           OPEN OUTPUT ARQUIVO-CALENDARIO.
           IF FS-CALENDARIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR"
                   " ARQUIVO-CALENDARIO (TABCAL) - FILE STATUS "
                   FS-CALENDARIO
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM REGRAVA-FERIADO
                   VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO > QTD-FERIADOS
               CLOSE ARQUIVO-CALENDARIO
           END-IF.

       REGRAVA-FERIADO.
           MOVE TCL-DATA (INDICE-FERIADO) TO SAI-DATA.
           MOVE TCL-DESCRICAO (INDICE-FERIADO) TO SAI-DESCRICAO.
           MOVE REG-CALENDARIO-SAIDA TO LINHA-CALENDARIO.
           WRITE LINHA-CALENDARIO.

       GRAVA-TRILHA-MUDANCAS.
           OPEN EXTEND ARQUIVO-AUDITORIA-CAL.
           IF FS-AUDITORIA-CAL = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA-CAL
           END-IF.
           IF FS-AUDITORIA-CAL NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-AUDITORIA-CAL (TABCAUD) - FILE STATUS "
                   FS-AUDITORIA-CAL
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM COMPARA-FERIADO-ORIGINAL
                   VARYING INDICE-ORIGINAL FROM 1 BY 1
                   UNTIL INDICE-ORIGINAL > QTD-FERIADOS-ORIGINAL
               PERFORM COMPARA-FERIADO-NOVO
                   VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO > QTD-FERIADOS
               CLOSE ARQUIVO-AUDITORIA-CAL
           END-IF.

      *    Feriado da carga que nao esta mais no calendario.
       COMPARA-FERIADO-ORIGINAL.
           MOVE ORIG-DATA (INDICE-ORIGINAL) TO DATA-FERIADO.
           PERFORM PROCURA-DATA.
           IF NOT ACHOU-DATA
               MOVE DATA-FERIADO TO ACL-FERIADO
               MOVE "EXCLUSAO" TO ACL-ACAO
               MOVE ORIG-DESCRICAO (INDICE-ORIGINAL)
                   TO ACL-DESCRICAO-ANTIGA
               MOVE SPACES TO ACL-DESCRICAO-NOVA
               PERFORM GRAVA-MUDANCA
           END-IF.

      *    Feriado novo ou com a descricao mudada.
       COMPARA-FERIADO-NOVO.
           MOVE "N" TO FERIADO-ACHADO.
           PERFORM PROCURA-FERIADO-ORIGINAL
               VARYING INDICE-ORIGINAL FROM 1 BY 1
               UNTIL INDICE-ORIGINAL > QTD-FERIADOS-ORIGINAL
               OR ACHOU-FERIADO.
           MOVE TCL-DATA (INDICE-FERIADO) TO ACL-FERIADO.
           MOVE TCL-DESCRICAO (INDICE-FERIADO) TO ACL-DESCRICAO-NOVA.
           IF NOT ACHOU-FERIADO
               MOVE "INCLUSAO" TO ACL-ACAO
               MOVE SPACES TO ACL-DESCRICAO-ANTIGA
               PERFORM GRAVA-MUDANCA
           ELSE
               SUBTRACT 1 FROM INDICE-ORIGINAL
               IF ORIG-DESCRICAO (INDICE-ORIGINAL)
                       NOT = TCL-DESCRICAO (INDICE-FERIADO)
                   MOVE "DESCRICAO" TO ACL-ACAO
                   MOVE ORIG-DESCRICAO (INDICE-ORIGINAL)
                       TO ACL-DESCRICAO-ANTIGA
                   PERFORM GRAVA-MUDANCA
               END-IF
           END-IF.

       PROCURA-FERIADO-ORIGINAL.
           IF ORIG-DATA (INDICE-ORIGINAL) = TCL-DATA (INDICE-FERIADO)
               SET ACHOU-FERIADO TO TRUE
           END-IF.

       GRAVA-MUDANCA.
           MOVE DATA-EXECUCAO TO ACL-DATA.
           MOVE HORA-EXECUCAO TO ACL-HORA.
           MOVE USUARIO-EXECUCAO TO ACL-USUARIO.
           MOVE REGISTRO-AUDITORIA-CAL TO LINHA-AUDITORIA-CAL.
           WRITE LINHA-AUDITORIA-CAL.
