       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABFMNT.
      *    Manutencao do cadastro de filiais TABFIL.
      *
      *    TABFIL tem uma linha por filial: codigo (1 a 9, o mesmo
      *    que o TABMERGE grava em ENT-FILIAL), nome, contato,
      *    situacao (A ativa, F encerrada) e os limites proprios da
      *    filial - o maior QUANTOS por pedido e a faixa de NUMERO
      *    que ela pode pedir. O TABMERGE recusa lote de filial
      *    encerrada ou desconhecida e o MTABLE rejeita o pedido
      *    que passa dos limites da filial (motivo 11).
      *
      *    TABFMNT mostra o cadastro vigente e recebe inclusoes,
      *    alteracoes, encerramentos e reativacoes pelo mesmo menu
      *    de opcoes do TABPMNT. Filial nao e excluida: a encerrada
      *    fica no cadastro para que os relatorios antigos continuem
      *    com o nome. Antes de gravar, cada filial e conferida
      *    (nome preenchido, QUANTOS-MAXIMO diferente de zero,
      *    faixa de NUMERO de 1 a 999 com o minimo nao acima do
      *    maximo) e cada mudanca vai para a trilha TABFAUD: data,
      *    hora, usuario, filial, campo, valor antigo e valor novo.
      *
      *    Layout do TABFIL (colunas):
      *      01     codigo da filial
      *      03-22  nome
      *      24-43  contato
      *      45     situacao A/F
      *      47-48  QUANTOS-MAXIMO
      *      50-52  NUMERO-MINIMO
      *      54-56  NUMERO-MAXIMO
      *
      *    Condicao de retorno: 0 encerrado normalmente, 8 falha de
      *    arquivo na gravacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FILIAIS ASSIGN TO "TABFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.
           SELECT ARQUIVO-AUDITORIA-FIL ASSIGN TO "TABFAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-FIL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FILIAIS.
       01  LINHA-FILIAL PIC X(80).

       FD  ARQUIVO-AUDITORIA-FIL.
       01  LINHA-AUDITORIA-FIL PIC X(98).

       WORKING-STORAGE SECTION.

       01  FS-FILIAIS PIC X(02).
       01  FS-AUDITORIA-FIL PIC X(02).

       01  FIM-FILIAIS-SW PIC X(01) VALUE "N".
           88  FIM-DAS-FILIAIS        VALUE "S".
       01  MANUTENCAO-ABERTA PIC X(01) VALUE "S".
           88  MANUTENCAO-ENCERRADA   VALUE "N".
       01  OPCAO-MANUTENCAO PIC 9(01) VALUE 0.
           88  OPCAO-INCLUIR          VALUE 1.
           88  OPCAO-ALTERAR          VALUE 2.
           88  OPCAO-ENCERRAR         VALUE 3.
           88  OPCAO-REATIVAR         VALUE 4.
           88  OPCAO-LISTAR           VALUE 5.
           88  OPCAO-GRAVAR           VALUE 8.
           88  OPCAO-SAIR             VALUE 9.
       01  OPCAO-CAMPO PIC 9(01) VALUE 0.
           88  CAMPO-NOME             VALUE 1.
           88  CAMPO-CONTATO          VALUE 2.
           88  CAMPO-QUANTOS-MAXIMO   VALUE 3.
           88  CAMPO-NUMERO-MINIMO    VALUE 4.
           88  CAMPO-NUMERO-MAXIMO    VALUE 5.

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

       01  REG-FILIAL-SAIDA.
           05  SAI-CODIGO         PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-NOME           PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-CONTATO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-SITUACAO       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-QUANTOS-MAXIMO PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-NUMERO-MINIMO  PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SAI-NUMERO-MAXIMO  PIC 9(03).
           05  FILLER             PIC X(24) VALUE SPACES.

      *    Cadastro vigente por codigo de filial e a copia de carga
      *    para a trilha de mudancas. Situacao em branco indica
      *    codigo sem filial cadastrada.
       01  TABELA-FILIAIS.
           05  FILIAL-CADASTRO OCCURS 9 TIMES.
               10  TFL-NOME           PIC X(20).
               10  TFL-CONTATO        PIC X(20).
               10  TFL-SITUACAO       PIC X(01).
               10  TFL-QUANTOS-MAXIMO PIC 9(02).
               10  TFL-NUMERO-MINIMO  PIC 9(03).
               10  TFL-NUMERO-MAXIMO  PIC 9(03).
       01  TABELA-FILIAIS-ORIGINAL.
           05  FILIAL-ORIGINAL OCCURS 9 TIMES.
               10  ORIG-NOME          PIC X(20).
               10  ORIG-CONTATO       PIC X(20).
               10  ORIG-SITUACAO      PIC X(01).
               10  ORIG-QUANTOS-MAXIMO PIC 9(02).
               10  ORIG-NUMERO-MINIMO PIC 9(03).
               10  ORIG-NUMERO-MAXIMO PIC 9(03).
       01  INDICE-FILIAL PIC 9(02).
       01  QTD-FILIAIS PIC 9(02) VALUE 0.

       01  ENTRADA-CODIGO PIC 9(01).
       01  ENTRADA-NUMERICA-3 PIC 9(03).
       01  ENTRADA-NUMERICA-2 PIC 9(02).
       01  ENTRADA-TEXTO PIC X(20).
       01  FILIAIS-VALIDAS PIC X(01).
           88  FILIAIS-OK             VALUE "S".
           88  FILIAIS-EM-ERRO        VALUE "N".

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  REGISTRO-AUDITORIA-FIL.
           05  AFL-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AFL-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AFL-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AFL-FILIAL         PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AFL-CAMPO          PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AFL-VALOR-ANTIGO   PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AFL-VALOR-NOVO     PIC X(20).

       01  LINHA-LISTA-FILIAL.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LST-CODIGO         PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LST-NOME           PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LST-CONTATO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  LST-SITUACAO       PIC X(01).
           05  FILLER             PIC X(05) VALUE "  QT ".
           05  LST-QUANTOS-MAXIMO PIC Z9.
           05  FILLER             PIC X(04) VALUE "  N ".
           05  LST-NUMERO-MINIMO  PIC ZZ9.
           05  FILLER             PIC X(01) VALUE "-".
           05  LST-NUMERO-MAXIMO  PIC ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO TABELA-FILIAIS.
           PERFORM CARREGA-FILIAIS.
           MOVE TABELA-FILIAIS TO TABELA-FILIAIS-ORIGINAL.
           PERFORM PROCESSA-OPCAO UNTIL MANUTENCAO-ENCERRADA.
       PROGRAM-END.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "MANUTENCAO DO CADASTRO DE FILIAIS (TABFIL)".
           DISPLAY "  1 - INCLUIR FILIAL   2 - ALTERAR FILIAL".
           DISPLAY "  3 - ENCERRAR FILIAL  4 - REATIVAR FILIAL".
           DISPLAY "  5 - LISTAR FILIAIS".
           DISPLAY "  8 - GRAVAR E ENCERRAR".
           DISPLAY "  9 - ENCERRAR SEM GRAVAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-FILIAL
           ELSE
               IF OPCAO-ALTERAR
                   PERFORM ALTERA-FILIAL
               ELSE
                   IF OPCAO-ENCERRAR
                       PERFORM ENCERRA-FILIAL
                   ELSE
                       IF OPCAO-REATIVAR
                           PERFORM REATIVA-FILIAL
                       ELSE
                           PERFORM PROCESSA-OPCAO-ARQUIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCESSA-OPCAO-ARQUIVO.
           IF OPCAO-LISTAR
               PERFORM LISTA-FILIAIS
           ELSE
               IF OPCAO-GRAVAR
                   PERFORM GRAVA-FILIAIS
               ELSE
                   IF OPCAO-SAIR
                       SET MANUTENCAO-ENCERRADA TO TRUE
                       DISPLAY "ENCERRADO SEM GRAVAR"
                           " - TABFIL INALTERADO"
                   ELSE
                       DISPLAY "OPCAO INVALIDA (USE 1 A 5, 8 OU 9)"
                   END-IF
               END-IF
           END-IF.

       LISTA-FILIAIS.
           DISPLAY " ".
           DISPLAY "  C NOME                 CONTATO              S"
               "  QUANTOS  NUMEROS".
           MOVE 0 TO QTD-FILIAIS.
           PERFORM LISTA-FILIAL
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > 9.
           IF QTD-FILIAIS = 0
               DISPLAY "  NENHUMA FILIAL CADASTRADA"
           END-IF.

       LISTA-FILIAL.
           IF TFL-SITUACAO (INDICE-FILIAL) NOT = SPACE
               ADD 1 TO QTD-FILIAIS
               MOVE INDICE-FILIAL TO LST-CODIGO
               MOVE TFL-NOME (INDICE-FILIAL) TO LST-NOME
               MOVE TFL-CONTATO (INDICE-FILIAL) TO LST-CONTATO
               MOVE TFL-SITUACAO (INDICE-FILIAL) TO LST-SITUACAO
               MOVE TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
                   TO LST-QUANTOS-MAXIMO
               MOVE TFL-NUMERO-MINIMO (INDICE-FILIAL)
                   TO LST-NUMERO-MINIMO
               MOVE TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                   TO LST-NUMERO-MAXIMO
               DISPLAY LINHA-LISTA-FILIAL
           END-IF.

       PEDE-CODIGO.
           DISPLAY "CODIGO DA FILIAL (1 A 9): " WITH NO ADVANCING.
           ACCEPT ENTRADA-CODIGO.
           MOVE ENTRADA-CODIGO TO INDICE-FILIAL.

       INCLUI-FILIAL.
           PERFORM PEDE-CODIGO.
           IF INDICE-FILIAL = 0
               DISPLAY "CODIGO INVALIDO (USE 1 A 9)"
           ELSE
               IF TFL-SITUACAO (INDICE-FILIAL) NOT = SPACE
                   DISPLAY "FILIAL " INDICE-FILIAL
                       " JA CADASTRADA - USE A OPCAO 2"
               ELSE
                   DISPLAY "NOME: " WITH NO ADVANCING
                   ACCEPT ENTRADA-TEXTO
                   MOVE ENTRADA-TEXTO TO TFL-NOME (INDICE-FILIAL)
                   DISPLAY "CONTATO: " WITH NO ADVANCING
                   ACCEPT ENTRADA-TEXTO
                   MOVE ENTRADA-TEXTO TO TFL-CONTATO (INDICE-FILIAL)
                   DISPLAY "QUANTOS-MAXIMO: " WITH NO ADVANCING
                   ACCEPT ENTRADA-NUMERICA-2
                   MOVE ENTRADA-NUMERICA-2
                       TO TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
                   DISPLAY "NUMERO-MINIMO: " WITH NO ADVANCING
                   ACCEPT ENTRADA-NUMERICA-3
                   MOVE ENTRADA-NUMERICA-3
                       TO TFL-NUMERO-MINIMO (INDICE-FILIAL)
                   DISPLAY "NUMERO-MAXIMO: " WITH NO ADVANCING
                   ACCEPT ENTRADA-NUMERICA-3
                   MOVE ENTRADA-NUMERICA-3
                       TO TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                   MOVE "A" TO TFL-SITUACAO (INDICE-FILIAL)
               END-IF
           END-IF.

       ALTERA-FILIAL.
           PERFORM PEDE-CODIGO.
           IF INDICE-FILIAL = 0
               DISPLAY "CODIGO INVALIDO (USE 1 A 9)"
           ELSE
               IF TFL-SITUACAO (INDICE-FILIAL) = SPACE
                   DISPLAY "FILIAL " INDICE-FILIAL
                       " NAO CADASTRADA - USE A OPCAO 1"
               ELSE
                   DISPLAY "  1 - NOME             2 - CONTATO"
                   DISPLAY "  3 - QUANTOS-MAXIMO   4 - NUMERO-MINIMO"
                   DISPLAY "  5 - NUMERO-MAXIMO"
                   DISPLAY "CAMPO: " WITH NO ADVANCING
                   ACCEPT OPCAO-CAMPO
                   PERFORM ALTERA-CAMPO-FILIAL
               END-IF
           END-IF.

       ALTERA-CAMPO-FILIAL.
           IF CAMPO-NOME
               DISPLAY "NOVO NOME: " WITH NO ADVANCING
               ACCEPT ENTRADA-TEXTO
               MOVE ENTRADA-TEXTO TO TFL-NOME (INDICE-FILIAL)
           ELSE
               IF CAMPO-CONTATO
                   DISPLAY "NOVO CONTATO: " WITH NO ADVANCING
                   ACCEPT ENTRADA-TEXTO
                   MOVE ENTRADA-TEXTO TO TFL-CONTATO (INDICE-FILIAL)
               ELSE
                   IF CAMPO-QUANTOS-MAXIMO
                       DISPLAY "NOVO QUANTOS-MAXIMO: "
                           WITH NO ADVANCING
                       ACCEPT ENTRADA-NUMERICA-2
                       MOVE ENTRADA-NUMERICA-2
                           TO TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
                   ELSE
                       PERFORM ALTERA-FAIXA-FILIAL
                   END-IF
               END-IF
           END-IF.

       ALTERA-FAIXA-FILIAL.
           IF CAMPO-NUMERO-MINIMO
               DISPLAY "NOVO NUMERO-MINIMO: " WITH NO ADVANCING
               ACCEPT ENTRADA-NUMERICA-3
               MOVE ENTRADA-NUMERICA-3
                   TO TFL-NUMERO-MINIMO (INDICE-FILIAL)
           ELSE
               IF CAMPO-NUMERO-MAXIMO
                   DISPLAY "NOVO NUMERO-MAXIMO: " WITH NO ADVANCING
                   ACCEPT ENTRADA-NUMERICA-3
                   MOVE ENTRADA-NUMERICA-3
                       TO TFL-NUMERO-MAXIMO (INDICE-FILIAL)
               ELSE
                   DISPLAY "CAMPO INVALIDO (USE 1 A 5)"
               END-IF
           END-IF.

       ENCERRA-FILIAL.
           PERFORM PEDE-CODIGO.
           IF INDICE-FILIAL = 0
               DISPLAY "CODIGO INVALIDO (USE 1 A 9)"
           ELSE
               IF TFL-SITUACAO (INDICE-FILIAL) NOT = "A"
                   DISPLAY "FILIAL " INDICE-FILIAL
                       " NAO ESTA ATIVA - NADA A ENCERRAR"
               ELSE
                   MOVE "F" TO TFL-SITUACAO (INDICE-FILIAL)
                   DISPLAY "FILIAL " INDICE-FILIAL " ENCERRADA"
               END-IF
           END-IF.

       REATIVA-FILIAL.
           PERFORM PEDE-CODIGO.
           IF INDICE-FILIAL = 0
               DISPLAY "CODIGO INVALIDO (USE 1 A 9)"
           ELSE
               IF TFL-SITUACAO (INDICE-FILIAL) NOT = "F"
                   DISPLAY "FILIAL " INDICE-FILIAL
                       " NAO ESTA ENCERRADA - NADA A REATIVAR"
               ELSE
                   MOVE "A" TO TFL-SITUACAO (INDICE-FILIAL)
                   DISPLAY "FILIAL " INDICE-FILIAL " REATIVADA"
               END-IF
           END-IF.

      *    Inconsistencia impede a gravacao, como no TABPMNT.
       CONFERE-FILIAIS.
           SET FILIAIS-OK TO TRUE.
           PERFORM CONFERE-FILIAL
               VARYING INDICE-FILIAL FROM 1 BY 1
               UNTIL INDICE-FILIAL > 9.

       CONFERE-FILIAL.
           IF TFL-SITUACAO (INDICE-FILIAL) NOT = SPACE
               IF TFL-NOME (INDICE-FILIAL) = SPACES
                   DISPLAY "ERRO: FILIAL " INDICE-FILIAL
                       " SEM NOME"
                   SET FILIAIS-EM-ERRO TO TRUE
               END-IF
               IF TFL-QUANTOS-MAXIMO (INDICE-FILIAL) = 0
                   DISPLAY "ERRO: FILIAL " INDICE-FILIAL
                       " COM QUANTOS-MAXIMO ZERADO"
                   SET FILIAIS-EM-ERRO TO TRUE
               END-IF
               IF TFL-NUMERO-MINIMO (INDICE-FILIAL) = 0
                       OR TFL-NUMERO-MINIMO (INDICE-FILIAL)
                           > TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                   DISPLAY "ERRO: FILIAL " INDICE-FILIAL
                       " COM FAIXA DE NUMERO INCONSISTENTE"
                   SET FILIAIS-EM-ERRO TO TRUE
               END-IF
           END-IF.

       CARREGA-FILIAIS.
           OPEN INPUT ARQUIVO-FILIAIS.
           IF FS-FILIAIS = "35"
               DISPLAY "AVISO: TABFIL AINDA NAO EXISTE - CADASTRO"
                   " VAZIO"
           ELSE
               IF FS-FILIAIS NOT = "00"
                   DISPLAY "AVISO: ARQUIVO-FILIAIS (TABFIL) NAO"
                       " PODE SER LIDO - FILE STATUS " FS-FILIAIS
                       " - CADASTRO VAZIO"
               ELSE
                   PERFORM LE-REGISTRO-FILIAL
                       UNTIL FIM-DAS-FILIAIS
                   CLOSE ARQUIVO-FILIAIS
               END-IF
           END-IF.

       LE-REGISTRO-FILIAL.
           READ ARQUIVO-FILIAIS
               AT END
                   SET FIM-DAS-FILIAIS TO TRUE
               NOT AT END
                   MOVE LINHA-FILIAL TO REG-FILIAL
                   PERFORM CARREGA-REGISTRO-FILIAL
           END-READ.

      *    Linha com codigo, situacao ou limite invalido e avisada
      *    e desprezada; a regravacao sai so com o cadastro valido.
       CARREGA-REGISTRO-FILIAL.
           IF CAD-CODIGO IS NUMERIC AND CAD-CODIGO NOT = "0"
                   AND (CAD-SITUACAO = "A" OR CAD-SITUACAO = "F")
                   AND CAD-QUANTOS-MAXIMO IS NUMERIC
                   AND CAD-NUMERO-MINIMO IS NUMERIC
                   AND CAD-NUMERO-MAXIMO IS NUMERIC
               MOVE CAD-CODIGO TO INDICE-FILIAL
               MOVE CAD-NOME TO TFL-NOME (INDICE-FILIAL)
               MOVE CAD-CONTATO TO TFL-CONTATO (INDICE-FILIAL)
               MOVE CAD-SITUACAO TO TFL-SITUACAO (INDICE-FILIAL)
               MOVE CAD-QUANTOS-MAXIMO
                   TO TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
               MOVE CAD-NUMERO-MINIMO
                   TO TFL-NUMERO-MINIMO (INDICE-FILIAL)
               MOVE CAD-NUMERO-MAXIMO
                   TO TFL-NUMERO-MAXIMO (INDICE-FILIAL)
           ELSE
               DISPLAY "AVISO: LINHA INVALIDA NO TABFIL DESPREZADA - "
                   LINHA-FILIAL
           END-IF.

       GRAVA-FILIAIS.
           PERFORM CONFERE-FILIAIS.
           IF FILIAIS-EM-ERRO
               DISPLAY "GRAVACAO RECUSADA - CORRIJA O CADASTRO"
                   " ANTES DE GRAVAR"
           ELSE
               PERFORM REGRAVA-ARQUIVO-FILIAIS
               IF CODIGO-RETORNO = 0
                   PERFORM GRAVA-TRILHA-MUDANCAS
                   SET MANUTENCAO-ENCERRADA TO TRUE
                   DISPLAY "TABFIL GRAVADO"
               END-IF
           END-IF.

       REGRAVA-ARQUIVO-FILIAIS.
           OPEN OUTPUT ARQUIVO-FILIAIS.
           IF FS-FILIAIS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL REGRAVAR"
                   " ARQUIVO-FILIAIS (TABFIL) - FILE STATUS "
                   FS-FILIAIS
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM REGRAVA-FILIAL
                   VARYING INDICE-FILIAL FROM 1 BY 1
                   UNTIL INDICE-FILIAL > 9
               CLOSE ARQUIVO-FILIAIS
           END-IF.

       REGRAVA-FILIAL.
           IF TFL-SITUACAO (INDICE-FILIAL) NOT = SPACE
               MOVE INDICE-FILIAL TO SAI-CODIGO
               MOVE TFL-NOME (INDICE-FILIAL) TO SAI-NOME
               MOVE TFL-CONTATO (INDICE-FILIAL) TO SAI-CONTATO
               MOVE TFL-SITUACAO (INDICE-FILIAL) TO SAI-SITUACAO
               MOVE TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
                   TO SAI-QUANTOS-MAXIMO
               MOVE TFL-NUMERO-MINIMO (INDICE-FILIAL)
                   TO SAI-NUMERO-MINIMO
               MOVE TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                   TO SAI-NUMERO-MAXIMO
               MOVE REG-FILIAL-SAIDA TO LINHA-FILIAL
               WRITE LINHA-FILIAL
           END-IF.

       GRAVA-TRILHA-MUDANCAS.
           OPEN EXTEND ARQUIVO-AUDITORIA-FIL.
           IF FS-AUDITORIA-FIL = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA-FIL
           END-IF.
           IF FS-AUDITORIA-FIL NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-AUDITORIA-FIL (TABFAUD) - FILE STATUS "
                   FS-AUDITORIA-FIL
               MOVE 8 TO CODIGO-RETORNO
           ELSE
               PERFORM COMPARA-FILIAL
                   VARYING INDICE-FILIAL FROM 1 BY 1
                   UNTIL INDICE-FILIAL > 9
               CLOSE ARQUIVO-AUDITORIA-FIL
           END-IF.

       COMPARA-FILIAL.
           MOVE INDICE-FILIAL TO AFL-FILIAL.
           IF ORIG-SITUACAO (INDICE-FILIAL) = SPACE
                   AND TFL-SITUACAO (INDICE-FILIAL) NOT = SPACE
               MOVE "INCLUSAO" TO AFL-CAMPO
               MOVE SPACES TO AFL-VALOR-ANTIGO
               MOVE TFL-NOME (INDICE-FILIAL) TO AFL-VALOR-NOVO
               PERFORM GRAVA-MUDANCA
           ELSE
               PERFORM COMPARA-CAMPOS-FILIAL
           END-IF.

       COMPARA-CAMPOS-FILIAL.
           IF TFL-NOME (INDICE-FILIAL) NOT = ORIG-NOME (INDICE-FILIAL)
               MOVE "NOME" TO AFL-CAMPO
               MOVE ORIG-NOME (INDICE-FILIAL) TO AFL-VALOR-ANTIGO
               MOVE TFL-NOME (INDICE-FILIAL) TO AFL-VALOR-NOVO
               PERFORM GRAVA-MUDANCA
           END-IF.
           IF TFL-CONTATO (INDICE-FILIAL)
                   NOT = ORIG-CONTATO (INDICE-FILIAL)
               MOVE "CONTATO" TO AFL-CAMPO
               MOVE ORIG-CONTATO (INDICE-FILIAL) TO AFL-VALOR-ANTIGO
               MOVE TFL-CONTATO (INDICE-FILIAL) TO AFL-VALOR-NOVO
               PERFORM GRAVA-MUDANCA
           END-IF.
           IF TFL-SITUACAO (INDICE-FILIAL)
                   NOT = ORIG-SITUACAO (INDICE-FILIAL)
               MOVE "SITUACAO" TO AFL-CAMPO
               MOVE ORIG-SITUACAO (INDICE-FILIAL) TO AFL-VALOR-ANTIGO
               MOVE TFL-SITUACAO (INDICE-FILIAL) TO AFL-VALOR-NOVO
               PERFORM GRAVA-MUDANCA
           END-IF.
           IF TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
                   NOT = ORIG-QUANTOS-MAXIMO (INDICE-FILIAL)
               MOVE "QUANTOS-MAXIMO" TO AFL-CAMPO
               MOVE ORIG-QUANTOS-MAXIMO (INDICE-FILIAL)
                   TO AFL-VALOR-ANTIGO
               MOVE TFL-QUANTOS-MAXIMO (INDICE-FILIAL)
                   TO AFL-VALOR-NOVO
               PERFORM GRAVA-MUDANCA
           END-IF.
           IF TFL-NUMERO-MINIMO (INDICE-FILIAL)
                   NOT = ORIG-NUMERO-MINIMO (INDICE-FILIAL)
               MOVE "NUMERO-MINIMO" TO AFL-CAMPO
               MOVE ORIG-NUMERO-MINIMO (INDICE-FILIAL)
                   TO AFL-VALOR-ANTIGO
               MOVE TFL-NUMERO-MINIMO (INDICE-FILIAL)
                   TO AFL-VALOR-NOVO
               PERFORM GRAVA-MUDANCA
           END-IF.
           IF TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                   NOT = ORIG-NUMERO-MAXIMO (INDICE-FILIAL)
               MOVE "NUMERO-MAXIMO" TO AFL-CAMPO
               MOVE ORIG-NUMERO-MAXIMO (INDICE-FILIAL)
                   TO AFL-VALOR-ANTIGO
               MOVE TFL-NUMERO-MAXIMO (INDICE-FILIAL)
                   TO AFL-VALOR-NOVO
               PERFORM GRAVA-MUDANCA
           END-IF.

       GRAVA-MUDANCA.
           MOVE DATA-EXECUCAO TO AFL-DATA.
           MOVE HORA-EXECUCAO TO AFL-HORA.
           MOVE USUARIO-EXECUCAO TO AFL-USUARIO.
           MOVE REGISTRO-AUDITORIA-FIL TO LINHA-AUDITORIA-FIL.
           WRITE LINHA-AUDITORIA-FIL.
