       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABTRC.
      *    Consulta no console da vida de um pedido pela referencia.
      *
      *    TABTRC responde no balcao a pergunta da filial "o que
      *    aconteceu com o pedido que mandamos?": o operador digita
      *    a referencia do pedido (filial, data da consolidacao e
      *    sequencia, como o TABMERGE a atribui) e a tela mostra,
      *    em ordem, o recebimento, o adiamento, a rejeicao com o
      *    motivo, a ressubmissao, o processamento com a folha do
      *    TABRPT, a situacao corrente na suspensao ou no arrasto e
      *    as chaves do TABMST gravadas pelo pedido. O rastreio e
      *    feito pelo subprograma TABRAST; o TABTRCB responde as
      *    mesmas perguntas em lote. Referencia em branco encerra.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  FIM-CONSULTA-SW PIC X(01) VALUE "N".
           88  FIM-DA-CONSULTA        VALUE "S".
       01  REFERENCIA-CONSULTA PIC X(14).
       01  INDICE-EVENTO PIC 9(03).
       01  INDICE-CHAVE PIC 9(03).
       01  CHAVES-NA-LINHA PIC 9(01).
       01  PONTEIRO-CHAVES PIC 9(03).
       01  LINHA-CHAVES PIC X(80).

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

       01  CHAVE-EDITADA.
           05  CHE-NUMERO         PIC 9(03).
           05  FILLER             PIC X(01) VALUE "*".
           05  CHE-MULTIPLICADOR  PIC 9(04).

       01  QTD-EDITADA PIC ZZZZ9.

       COPY TABRASTA.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM PROCESSA-CONSULTA UNTIL FIM-DA-CONSULTA.
       PROGRAM-END.
           STOP RUN.

       PROCESSA-CONSULTA.
           DISPLAY " ".
           DISPLAY "RASTREIO DE PEDIDO PELA REFERENCIA".
           DISPLAY "REFERENCIA (BRANCO = ENCERRAR): " WITH NO ADVANCING.
           MOVE SPACES TO REFERENCIA-CONSULTA.
           ACCEPT REFERENCIA-CONSULTA.
           IF REFERENCIA-CONSULTA = SPACES
               SET FIM-DA-CONSULTA TO TRUE
           ELSE
               MOVE REFERENCIA-CONSULTA TO RAST-REFERENCIA
               CALL "TABRAST" USING AREA-RASTREIO
               IF RAST-STATUS = 8
                   DISPLAY "ERRO: FALHA NA LEITURA DOS ARQUIVOS -"
                       " RASTREIO INCOMPLETO"
               END-IF
               IF RAST-STATUS = 4
                   DISPLAY "NENHUM REGISTRO COM A REFERENCIA "
                       REFERENCIA-CONSULTA
               ELSE
                   PERFORM EXIBE-RASTREIO
               END-IF
           END-IF.

       EXIBE-RASTREIO.
           DISPLAY "DATA     HORA     ARQUIVO  SITUACAO     DESCRICAO".
           PERFORM EXIBE-EVENTO
               VARYING INDICE-EVENTO FROM 1 BY 1
               UNTIL INDICE-EVENTO > RAST-QTD-EVENTOS.
           IF RAST-EVENTOS-EXCEDENTES > 0
               MOVE RAST-EVENTOS-EXCEDENTES TO QTD-EDITADA
               DISPLAY "EVENTOS NAO EXIBIDOS (LIMITE DE 100): "
                   QTD-EDITADA
           END-IF.
           MOVE RAST-QTD-CHAVES TO QTD-EDITADA.
           DISPLAY "CHAVES GRAVADAS NO TABMST: " QTD-EDITADA.
           MOVE SPACES TO LINHA-CHAVES.
           MOVE 1 TO PONTEIRO-CHAVES.
           MOVE 0 TO CHAVES-NA-LINHA.
           PERFORM EXIBE-CHAVE
               VARYING INDICE-CHAVE FROM 1 BY 1
               UNTIL INDICE-CHAVE > RAST-CHAVES-LISTADAS.
           IF CHAVES-NA-LINHA > 0
               DISPLAY LINHA-CHAVES
           END-IF.
           IF RAST-QTD-CHAVES > RAST-CHAVES-LISTADAS
               DISPLAY "CHAVES NAO EXIBIDAS ALEM DAS 200 PRIMEIRAS"
           END-IF.

       EXIBE-EVENTO.
           MOVE RAST-EVT-DATA (INDICE-EVENTO) TO DEV-DATA.
           MOVE RAST-EVT-HORA (INDICE-EVENTO) TO DEV-HORA.
           MOVE RAST-EVT-ARQUIVO (INDICE-EVENTO) TO DEV-ARQUIVO.
           MOVE RAST-EVT-SITUACAO (INDICE-EVENTO) TO DEV-SITUACAO.
           MOVE RAST-EVT-DESCRICAO (INDICE-EVENTO) TO DEV-DESCRICAO.
           DISPLAY DETALHE-EVENTO.

      *    Oito chaves por linha, no formato NNN*MMMM.
       EXIBE-CHAVE.
           MOVE RAST-CHV-NUMERO (INDICE-CHAVE) TO CHE-NUMERO.
           MOVE RAST-CHV-MULTIPLICADOR (INDICE-CHAVE)
               TO CHE-MULTIPLICADOR.
           STRING "  " CHAVE-EDITADA DELIMITED BY SIZE
               INTO LINHA-CHAVES WITH POINTER PONTEIRO-CHAVES.
           ADD 1 TO CHAVES-NA-LINHA.
           IF CHAVES-NA-LINHA = 8
               DISPLAY LINHA-CHAVES
               MOVE SPACES TO LINHA-CHAVES
               MOVE 1 TO PONTEIRO-CHAVES
               MOVE 0 TO CHAVES-NA-LINHA
           END-IF.
