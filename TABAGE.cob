      *
      *    O relatorio TABAGERP traz a relacao dos itens em
      *    suspensao com o numero de cada um, os itens agrupados
      *    pelo motivo 01-11 (documentados no MTABLE) com faixas de
      *    dias em suspensao, a secao de escalacao com tudo que
      *    passou do limite de dias (TABPARM, palavra-chave
      *    ESCALA-DIAS, padrao 007) e a conciliacao saldo inicial +
      *    novos - ressubmetidos = saldo final. Os dias sao dias
      *    uteis, contados pelo subprograma TABDIAS sobre o
      *    calendario TABCAL: sabado, domingo e feriado nao contam.
      *
      *    Condicao de retorno: 0 suspensao em dia, 4 item escalado
      *    aguardando providencia, 8 falha de arquivo ou conciliacao

       01  DATA-EXECUCAO PIC 9(08).
       01  HORA-EXECUCAO PIC 9(08).
       01  DATA-SUSPENSO PIC 9(08).
       01  IDADE-SUSPENSO PIC S9(07).
       01  MOTIVO-SUSPENSO PIC 9(02).

       COPY TABDIASA.

      *    Faixas de envelhecimento por motivo de rejeicao:
      *    ate 7 dias uteis, de 8 a 30 e acima de 30.
       01  TABELA-MOTIVOS.
           05  ENTRADA-MOTIVO OCCURS 11 TIMES.
               10  MOT-ATE-7          PIC 9(06).
               10  MOT-8-A-30         PIC 9(06).
               10  MOT-ACIMA-30       PIC 9(06).
       PROGRAM-BEGIN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           INITIALIZE TABELA-MOTIVOS.
           PERFORM LE-PARAMETROS.
           OPEN OUTPUT ARQUIVO-SUSPENSO-SAI.
           MOVE HORA-EXECUCAO TO REL-HORA.
           MOVE RELATORIO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-BASE-CONTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM APURA-SEQUENCIA-MAXIMA.
           MOVE CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *    A primeira chamada ao TABDIAS carrega o calendario e diz
      *    ao relatorio se os feriados entraram na conta dos dias.
       GRAVA-BASE-CONTAGEM.
           MOVE "P" TO UTIL-FUNCAO.
           MOVE DATA-EXECUCAO TO UTIL-DATA-INICIAL.
           CALL "TABDIAS" USING AREA-DIA-UTIL.
           IF UTIL-CALENDARIO = "S"
               MOVE "DIAS CONTADOS EM DIAS UTEIS - CALENDARIO TABCAL"
                   TO LINHA-RELATORIO
           ELSE
               MOVE "DIAS UTEIS SEM TABCAL - SO FINS DE SEMANA"
                   TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

      *    Passagem previa do TABSUSIN so para apurar a maior
      *    sequencia ja usada; os numeros novos continuam dali e
      *    nunca repetem um numero em aberto.
               PERFORM ANOTA-ESCALADO
           END-IF.

      *    Idade em dias uteis (TABDIAS): o item nao envelhece nem
      *    escala enquanto as filiais estao fechadas.
       CALCULA-IDADE-SUSPENSO.
           MOVE 0 TO IDADE-SUSPENSO.
           IF SUS-DATA IS NUMERIC
               MOVE SUS-DATA TO DATA-SUSPENSO
               MOVE "I" TO UTIL-FUNCAO
               MOVE DATA-SUSPENSO TO UTIL-DATA-INICIAL
               MOVE DATA-EXECUCAO TO UTIL-DATA-FINAL
               CALL "TABDIAS" USING AREA-DIA-UTIL
               IF UTIL-STATUS = 0 AND UTIL-IDADE > 0
                   MOVE UTIL-IDADE TO IDADE-SUSPENSO
               END-IF
           END-IF.

           ELSE
               MOVE 0 TO MOTIVO-SUSPENSO
           END-IF.
           IF MOTIVO-SUSPENSO < 1 OR MOTIVO-SUSPENSO > 11
               ADD 1 TO CTR-MOTIVO-INVALIDO
           ELSE
               IF IDADE-SUSPENSO > 30
           IF CTR-ESCALADOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "ESCALACAO - ITENS ACIMA DO LIMITE DE DIAS UTEIS"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM GRAVA-LINHA-ESCALADO
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-MOTIVO
               VARYING INDICE-MOTIVO FROM 1 BY 1
               UNTIL INDICE-MOTIVO > 11.
           IF CTR-MOTIVO-INVALIDO > 0
               MOVE "ITENS COM MOTIVO INVALIDO" TO REL-DESCRICAO
               MOVE CTR-MOTIVO-INVALIDO TO REL-VALOR
