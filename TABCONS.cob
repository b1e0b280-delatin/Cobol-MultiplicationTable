      *                (sempre calculo vivo)
      *    Sem o mestre no ar, tudo corre pelo calculo vivo.
      *    A area de comunicacao esta no copybook TABCALCA.
      *
      *    Toda consulta deixa uma linha no log TABCLOG: data, hora,
      *    usuario, programa, opcao, a chave perguntada e a origem
      *    da resposta (M mestre, C calculado agora, X parte de
      *    cada, N sem resposta), com as linhas de cada origem e as
      *    divergencias. Cada divergencia vai tambem para o arquivo
      *    de excecoes TABCDIV, que o TABCATV lista para a
      *    retaguarda conferir no proximo TABVER. Sem os arquivos o
      *    balcao segue atendendo, com aviso.
      *
      *    Layout do TABCLOG (colunas):
      *      01-08  data            10-17  hora
      *      19-38  usuario         40-47  programa
      *      49     opcao           51-53  numero
      *      55-58  multiplicador (opcao 1) ou inicio (opcao 2)
      *      60-61  quantos         63-69  produto(-alvo)
      *      71     origem M/C/X/N  73-75  linhas do mestre
      *      77-79  linhas calculadas agora
      *      81-83  divergencias
      *
      *    Layout do TABCDIV (colunas):
      *      01-08  data            10-17  hora
      *      19-38  usuario         40-47  programa
      *      49-51  numero          53-56  multiplicador
      *      58-64  produto armazenado
      *      66-73  data do calculo armazenado
      *      75-81  produto recalculado

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS MST-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS FS-MESTRE.
           SELECT ARQUIVO-LOG-CONSULTAS ASSIGN TO "TABCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG-CONSULTAS.
           SELECT ARQUIVO-DIVERGENCIAS ASSIGN TO "TABCDIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIVERGENCIAS.

       DATA DIVISION.
       FILE SECTION.
           05  MST-PRODUTO        PIC 9(07).
           05  MST-DATA-CALCULO   PIC 9(08).

       FD  ARQUIVO-LOG-CONSULTAS.
       01  LINHA-LOG-CONSULTA PIC X(83).

       FD  ARQUIVO-DIVERGENCIAS.
       01  LINHA-DIVERGENCIA PIC X(81).

       WORKING-STORAGE SECTION.

       01  FS-MESTRE PIC X(02).
       01  FS-LOG-CONSULTAS PIC X(02).
       01  FS-DIVERGENCIAS PIC X(02).
       01  LOG-DISPONIVEL PIC X(01) VALUE "N".
           88  LOG-NO-AR              VALUE "S".
       01  DIVERGENCIAS-DISPONIVEL PIC X(01) VALUE "N".
           88  DIVERGENCIAS-NO-AR     VALUE "S".
       01  MESTRE-DISPONIVEL PIC X(01) VALUE "N".
           88  MESTRE-NO-AR           VALUE "S".
       01  REGISTRO-MESTRE-LIDO PIC X(01) VALUE "N".
       01  INDICE-EXIBICAO PIC 9(03).
       01  MULT-EXIBICAO PIC 9(05).

       01  DATA-CONSULTA PIC 9(08).
       01  HORA-CONSULTA PIC 9(08).
       01  USUARIO-EXECUCAO PIC X(20).

      *    Linha do log TABCLOG, uma por consulta atendida.
       01  REG-LOG-CONSULTA.
           05  CLG-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-PROGRAMA       PIC X(08) VALUE "TABCONS".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-OPCAO          PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-NUMERO         PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-MULTIPLICADOR  PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-QUANTOS        PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-PRODUTO        PIC 9(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-ORIGEM         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-LINHAS-MESTRE  PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-LINHAS-CALCULO PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CLG-DIVERGENCIAS   PIC 9(03).

      *    Linha do TABCDIV, uma por produto armazenado divergente.
       01  REG-DIVERGENCIA.
           05  CDV-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-HORA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-PROGRAMA       PIC X(08) VALUE "TABCONS".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-NUMERO         PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-MULTIPLICADOR  PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-PRODUTO-ARMAZENADO PIC 9(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-DATA-CALCULO   PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CDV-PRODUTO-RECALCULADO PIC 9(07).
       01  PRODUTO-RECALCULADO PIC 9(07).

       COPY TABCALCA.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT USUARIO-EXECUCAO FROM ENVIRONMENT-VALUE.
           OPEN INPUT ARQUIVO-MESTRE.
           IF FS-MESTRE = "00"
               SET MESTRE-NO-AR TO TRUE
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-CONSULTA.
           INITIALIZE AREA-CALCULO.
           ACCEPT DATA-CONSULTA FROM DATE YYYYMMDD.
           ACCEPT HORA-CONSULTA FROM TIME.
           MOVE 0 TO CLG-LINHAS-MESTRE.
           MOVE 0 TO CLG-LINHAS-CALCULO.
           MOVE 0 TO CLG-DIVERGENCIAS.
           IF OPCAO-PRODUTO
               PERFORM CONSULTA-PRODUTO
           ELSE
           ELSE
               PERFORM LE-MESTRE-PAR
               IF ACHOU-NO-MESTRE
                   ADD 1 TO CLG-LINHAS-MESTRE
                   DISPLAY MST-NUMERO " * " MST-MULTIPLICADOR " = "
                       MST-PRODUTO "  (CALCULADO EM "
                       MST-DATA-CALCULO ")"
                   IF MST-PRODUTO NOT = CALC-PRODUTO
                       MOVE CALC-PRODUTO TO PRODUTO-RECALCULADO
                       PERFORM ANOTA-DIVERGENCIA
                   END-IF
               ELSE
                   ADD 1 TO CLG-LINHAS-CALCULO
                   DISPLAY CALC-NUMERO " * " CALC-MULTIPLICADOR " = "
                       CALC-PRODUTO
                       "  (CALCULADO AGORA, NAO ARMAZENADO)"
               END-IF
           END-IF.
           MOVE CALC-MULTIPLICADOR TO CLG-MULTIPLICADOR.
           MOVE 0 TO CLG-QUANTOS.
           MOVE 0 TO CLG-PRODUTO.
           PERFORM GRAVA-LOG-CONSULTA.

      *    Leitura direta do mestre pelo par corrente da area de
      *    calculo; ACHOU-NO-MESTRE responde pela existencia.
           ELSE
               DISPLAY "CALCULO NAO EFETUADO - STATUS " CALC-STATUS
           END-IF.
           MOVE CALC-INICIO TO CLG-MULTIPLICADOR.
           MOVE CALC-QUANTOS TO CLG-QUANTOS.
           MOVE 0 TO CLG-PRODUTO.
           PERFORM GRAVA-LOG-CONSULTA.

      *    Multiplicador acima de 9999 nao cabe na chave do mestre
      *    (MST-MULTIPLICADOR e 9(04)); a linha corre direto pelo
               END-READ
           END-IF.
           IF ACHOU-NO-MESTRE
               ADD 1 TO CLG-LINHAS-MESTRE
               DISPLAY MST-NUMERO " * " MST-MULTIPLICADOR " = "
                   MST-PRODUTO "  (CALCULADO EM "
                   MST-DATA-CALCULO ")"
               IF MST-PRODUTO NOT =
                       CALC-TABELA-PRODUTOS (INDICE-EXIBICAO)
                   MOVE CALC-TABELA-PRODUTOS (INDICE-EXIBICAO)
                       TO PRODUTO-RECALCULADO
                   PERFORM ANOTA-DIVERGENCIA
               END-IF
           ELSE
               ADD 1 TO CLG-LINHAS-CALCULO
               DISPLAY CALC-NUMERO " * " MULT-EXIBICAO " = "
                   CALC-TABELA-PRODUTOS (INDICE-EXIBICAO)
                   "  (CALCULADO AGORA, NAO ARMAZENADO)"
           ACCEPT CALC-PRODUTO-ALVO.
           CALL "TABCALC" USING AREA-CALCULO.
           IF CALC-STATUS = 0
               ADD 1 TO CLG-LINHAS-CALCULO
               DISPLAY "PRODUTO " CALC-PRODUTO-ALVO " / NUMERO "
                   CALC-NUMERO " = MULTIPLICADOR "
                   CALC-MULT-ENCONTRADO
                   DISPLAY "CALCULO NAO EFETUADO - STATUS " CALC-STATUS
               END-IF
           END-IF.
           MOVE 0 TO CLG-MULTIPLICADOR.
           MOVE 0 TO CLG-QUANTOS.
           MOVE CALC-PRODUTO-ALVO TO CLG-PRODUTO.
           PERFORM GRAVA-LOG-CONSULTA.

      *    O aviso continua na tela; com o TABCDIV no ar a
      *    divergencia chega a retaguarda sem depender de telefone.
       ANOTA-DIVERGENCIA.
           ADD 1 TO CLG-DIVERGENCIAS.
           MOVE DATA-CONSULTA TO CDV-DATA.
           MOVE HORA-CONSULTA TO CDV-HORA.
           MOVE USUARIO-EXECUCAO TO CDV-USUARIO.
           MOVE MST-NUMERO TO CDV-NUMERO.
           MOVE MST-MULTIPLICADOR TO CDV-MULTIPLICADOR.
           MOVE MST-PRODUTO TO CDV-PRODUTO-ARMAZENADO.
           MOVE MST-DATA-CALCULO TO CDV-DATA-CALCULO.
           MOVE PRODUTO-RECALCULADO TO CDV-PRODUTO-RECALCULADO.
           PERFORM ABRE-DIVERGENCIAS.
           IF DIVERGENCIAS-NO-AR
               MOVE REG-DIVERGENCIA TO LINHA-DIVERGENCIA
               WRITE LINHA-DIVERGENCIA
               CLOSE ARQUIVO-DIVERGENCIAS
               DISPLAY "ATENCAO: PRODUTO ARMAZENADO DIVERGE"
                   " DO RECALCULO (" PRODUTO-RECALCULADO ")"
                   " - ANOTADO PARA A RETAGUARDA (TABCDIV)"
           ELSE
               DISPLAY "AVISO: EXCECOES DO BALCAO (TABCDIV)"
                   " INDISPONIVEL - FILE STATUS " FS-DIVERGENCIAS
               DISPLAY "ATENCAO: PRODUTO ARMAZENADO DIVERGE"
                   " DO RECALCULO (" PRODUTO-RECALCULADO ")"
                   " - AVISAR A RETAGUARDA"
           END-IF.

       GRAVA-LOG-CONSULTA.
           MOVE DATA-CONSULTA TO CLG-DATA.
           MOVE HORA-CONSULTA TO CLG-HORA.
           MOVE USUARIO-EXECUCAO TO CLG-USUARIO.
           MOVE OPCAO-CONSULTA TO CLG-OPCAO.
           MOVE CALC-NUMERO TO CLG-NUMERO.
           IF CLG-LINHAS-MESTRE > 0
               IF CLG-LINHAS-CALCULO > 0
                   MOVE "X" TO CLG-ORIGEM
               ELSE
                   MOVE "M" TO CLG-ORIGEM
               END-IF
           ELSE
               IF CLG-LINHAS-CALCULO > 0
                   MOVE "C" TO CLG-ORIGEM
               ELSE
                   MOVE "N" TO CLG-ORIGEM
               END-IF
           END-IF.
           PERFORM ABRE-LOG-CONSULTAS.
           IF LOG-NO-AR
               MOVE REG-LOG-CONSULTA TO LINHA-LOG-CONSULTA
               WRITE LINHA-LOG-CONSULTA
               CLOSE ARQUIVO-LOG-CONSULTAS
           ELSE
               DISPLAY "AVISO: LOG DE CONSULTAS (TABCLOG) INDISPONIVEL"
                   " - FILE STATUS " FS-LOG-CONSULTAS
                   " - CONSULTA SEM REGISTRO"
           END-IF.

      *    Log e excecoes sao abertos so para acrescentar a linha de
      *    cada consulta e fechados em seguida, para que os
      *    atendentes em balcoes diferentes gravem nos mesmos
      *    arquivos; sem eles o balcao continua, so com o aviso.
       ABRE-LOG-CONSULTAS.
           MOVE "N" TO LOG-DISPONIVEL.
           OPEN EXTEND ARQUIVO-LOG-CONSULTAS.
           IF FS-LOG-CONSULTAS = "35"
               OPEN OUTPUT ARQUIVO-LOG-CONSULTAS
           END-IF.
           IF FS-LOG-CONSULTAS = "00"
               SET LOG-NO-AR TO TRUE
           END-IF.

       ABRE-DIVERGENCIAS.
           MOVE "N" TO DIVERGENCIAS-DISPONIVEL.
           OPEN EXTEND ARQUIVO-DIVERGENCIAS.
           IF FS-DIVERGENCIAS = "35"
               OPEN OUTPUT ARQUIVO-DIVERGENCIAS
           END-IF.
           IF FS-DIVERGENCIAS = "00"
               SET DIVERGENCIAS-NO-AR TO TRUE
           END-IF.
