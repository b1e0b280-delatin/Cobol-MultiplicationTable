       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABTRCB.
      *    Rastreio em lote de pedidos pela referencia.
      *
      *    TABTRCB e o irmao de lote do TABTRC: le o arquivo de
      *    perguntas TABTRCIN - as referencias que as filiais
      *    reclamam por fax ou telefone, digitadas uma vez so - e
      *    grava no TABTRCOU um bloco por referencia com a vida do
      *    pedido (eventos da trilha, situacao na suspensao ou no
      *    arrasto) e as chaves do TABMST gravadas por ele. O
      *    rastreio e o do subprograma TABRAST. No fim do arquivo de
      *    respostas sai um trailer com as contagens de referencias
      *    lidas, encontradas e nao encontradas.
      *
      *    Registro de pergunta (TABTRCIN):
      *      col 1-14  referencia do pedido
      *
      *    Condicao de retorno: 0 todas encontradas, 4 referencia
      *    nao encontrada ou em branco, 8 falha de arquivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PERGUNTAS ASSIGN TO "TABTRCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERGUNTAS.
           SELECT ARQUIVO-RESPOSTAS ASSIGN TO "TABTRCOU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPOSTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PERGUNTAS.
       01  REG-PERGUNTA.
           05  PGT-REFERENCIA     PIC X(14).
           05  FILLER             PIC X(66).

       FD  ARQUIVO-RESPOSTAS.
       01  LINHA-RESPOSTA PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-PERGUNTAS PIC X(02).
       01  FS-RESPOSTAS PIC X(02).

       01  FIM-ARQUIVO-PERGUNTAS PIC X(01) VALUE "N".
           88  FIM-DAS-PERGUNTAS      VALUE "S".

       01  INDICE-EVENTO PIC 9(03).
       01  INDICE-CHAVE PIC 9(03).
       01  CHAVES-NA-LINHA PIC 9(01).
       01  PONTEIRO-CHAVES PIC 9(03).

       01  CONTADORES-CONSULTA.
           05  CTR-LIDAS          PIC 9(06) VALUE 0.
           05  CTR-ENCONTRADAS    PIC 9(06) VALUE 0.
           05  CTR-NAO-ENCONTRADAS PIC 9(06) VALUE 0.
       01  CODIGO-RETORNO PIC 9(01) VALUE 0.

       01  CABECALHO-PERGUNTA.
           05  FILLER             PIC X(12) VALUE "REFERENCIA: ".
           05  RSP-REFERENCIA     PIC X(14).

       01  CABECALHO-EVENTOS.
           05  FILLER             PIC X(27)
               VALUE "DATA     HORA     ARQUIVO  ".
           05  FILLER             PIC X(23)
               VALUE "SITUACAO     DESCRICAO".

       01  DETALHE-EVENTO.
           05  DEV-DATA           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEV-HORA           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEV-ARQUIVO        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEV-SITUACAO       PIC X(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  DEV-DESCRICAO      PIC X(40).

       01  LINHA-EXCEDENTES.
           05  FILLER             PIC X(39)
               VALUE "EVENTOS NAO LISTADOS (LIMITE DE 100): ".
           05  LEX-QTD            PIC ZZZZ9.

       01  LINHA-QTD-CHAVES.
           05  FILLER             PIC X(27)
               VALUE "CHAVES GRAVADAS NO TABMST: ".
           05  LQC-QTD            PIC ZZZZ9.

       01  CHAVE-EDITADA.
           05  CHE-NUMERO         PIC 9(03).
           05  FILLER             PIC X(01) VALUE "*".
           05  CHE-MULTIPLICADOR  PIC 9(04).

       01  TRAILER-RESPOSTAS.
           05  FILLER             PIC X(19)
               VALUE "REFERENCIAS LIDAS: ".
           05  TRL-LIDAS          PIC ZZZZZ9.
           05  FILLER             PIC X(15) VALUE "  ENCONTRADAS: ".
           05  TRL-ENCONTRADAS    PIC ZZZZZ9.
           05  FILLER             PIC X(19)
               VALUE "  NAO ENCONTRADAS: ".
           05  TRL-NAO-ENCONTRADAS PIC ZZZZZ9.

       COPY TABRASTA.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT ARQUIVO-PERGUNTAS.
           IF FS-PERGUNTAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-PERGUNTAS (TABTRCIN) - FILE STATUS "
                   FS-PERGUNTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQUIVO-RESPOSTAS.
           IF FS-RESPOSTAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR"
                   " ARQUIVO-RESPOSTAS (TABTRCOU) - FILE STATUS "
                   FS-RESPOSTAS
               CLOSE ARQUIVO-PERGUNTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PROCESSA-PERGUNTA UNTIL FIM-DAS-PERGUNTAS.
           PERFORM GRAVA-TRAILER-RESPOSTAS.
           CLOSE ARQUIVO-PERGUNTAS.
           CLOSE ARQUIVO-RESPOSTAS.
       PROGRAM-END.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

       PROCESSA-PERGUNTA.
           READ ARQUIVO-PERGUNTAS
               AT END
                   SET FIM-DAS-PERGUNTAS TO TRUE
               NOT AT END
                   ADD 1 TO CTR-LIDAS
                   PERFORM RESPONDE-PERGUNTA
           END-READ.

       RESPONDE-PERGUNTA.
           MOVE PGT-REFERENCIA TO RSP-REFERENCIA.
           MOVE CABECALHO-PERGUNTA TO LINHA-RESPOSTA.
           WRITE LINHA-RESPOSTA.
           MOVE PGT-REFERENCIA TO RAST-REFERENCIA.
           CALL "TABRAST" USING AREA-RASTREIO.
           IF RAST-STATUS = 8
               MOVE "ERRO: FALHA NA LEITURA - RASTREIO INCOMPLETO"
                   TO LINHA-RESPOSTA
               WRITE LINHA-RESPOSTA
               MOVE 8 TO CODIGO-RETORNO
           END-IF.
           IF RAST-STATUS = 4 OR RAST-STATUS = 12
               ADD 1 TO CTR-NAO-ENCONTRADAS
               MOVE "NENHUM REGISTRO COM A REFERENCIA"
                   TO LINHA-RESPOSTA
               WRITE LINHA-RESPOSTA
               IF CODIGO-RETORNO < 4
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               ADD 1 TO CTR-ENCONTRADAS
               PERFORM GRAVA-RASTREIO
           END-IF.
           MOVE SPACES TO LINHA-RESPOSTA.
           WRITE LINHA-RESPOSTA.

       GRAVA-RASTREIO.
           MOVE CABECALHO-EVENTOS TO LINHA-RESPOSTA.
           WRITE LINHA-RESPOSTA.
           PERFORM GRAVA-EVENTO
               VARYING INDICE-EVENTO FROM 1 BY 1
               UNTIL INDICE-EVENTO > RAST-QTD-EVENTOS.
           IF RAST-EVENTOS-EXCEDENTES > 0
               MOVE RAST-EVENTOS-EXCEDENTES TO LEX-QTD
               MOVE LINHA-EXCEDENTES TO LINHA-RESPOSTA
               WRITE LINHA-RESPOSTA
           END-IF.
           MOVE RAST-QTD-CHAVES TO LQC-QTD.
           MOVE LINHA-QTD-CHAVES TO LINHA-RESPOSTA.
           WRITE LINHA-RESPOSTA.
           MOVE SPACES TO LINHA-RESPOSTA.
           MOVE 1 TO PONTEIRO-CHAVES.
           MOVE 0 TO CHAVES-NA-LINHA.
           PERFORM GRAVA-CHAVE
               VARYING INDICE-CHAVE FROM 1 BY 1
               UNTIL INDICE-CHAVE > RAST-CHAVES-LISTADAS.
           IF CHAVES-NA-LINHA > 0
               WRITE LINHA-RESPOSTA
           END-IF.
           IF RAST-QTD-CHAVES > RAST-CHAVES-LISTADAS
               MOVE "CHAVES NAO LISTADAS ALEM DAS 200 PRIMEIRAS"
                   TO LINHA-RESPOSTA
               WRITE LINHA-RESPOSTA
           END-IF.

       GRAVA-EVENTO.
           MOVE RAST-EVT-DATA (INDICE-EVENTO) TO DEV-DATA.
           MOVE RAST-EVT-HORA (INDICE-EVENTO) TO DEV-HORA.
           MOVE RAST-EVT-ARQUIVO (INDICE-EVENTO) TO DEV-ARQUIVO.
           MOVE RAST-EVT-SITUACAO (INDICE-EVENTO) TO DEV-SITUACAO.
           MOVE RAST-EVT-DESCRICAO (INDICE-EVENTO) TO DEV-DESCRICAO.
           MOVE DETALHE-EVENTO TO LINHA-RESPOSTA.
           WRITE LINHA-RESPOSTA.

      *    Oito chaves por linha, no formato NNN*MMMM.
       GRAVA-CHAVE.
           MOVE RAST-CHV-NUMERO (INDICE-CHAVE) TO CHE-NUMERO.
           MOVE RAST-CHV-MULTIPLICADOR (INDICE-CHAVE)
               TO CHE-MULTIPLICADOR.
           STRING "  " CHAVE-EDITADA DELIMITED BY SIZE
               INTO LINHA-RESPOSTA WITH POINTER PONTEIRO-CHAVES.
           ADD 1 TO CHAVES-NA-LINHA.
           IF CHAVES-NA-LINHA = 8
               WRITE LINHA-RESPOSTA
               MOVE SPACES TO LINHA-RESPOSTA
               MOVE 1 TO PONTEIRO-CHAVES
               MOVE 0 TO CHAVES-NA-LINHA
           END-IF.

       GRAVA-TRAILER-RESPOSTAS.
           MOVE CTR-LIDAS TO TRL-LIDAS.
           MOVE CTR-ENCONTRADAS TO TRL-ENCONTRADAS.
           MOVE CTR-NAO-ENCONTRADAS TO TRL-NAO-ENCONTRADAS.
           MOVE TRAILER-RESPOSTAS TO LINHA-RESPOSTA.
           WRITE LINHA-RESPOSTA.
