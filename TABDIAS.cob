       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABDIAS.
      *    Calendario de dias uteis.
      *
      *    TABDIAS concentra a conta de dias uteis que o MTABLE, o
      *    TABMERGE e o TABAGE fazem: a idade de um lote ou de um
      *    item de suspensao em dias uteis e o primeiro dia util em
      *    ou depois de uma data. Sabado e domingo nunca sao dias
      *    uteis; os feriados vem do calendario TABCAL, mantido
      *    pelo TABCMNT, carregado na primeira chamada e mantido em
      *    memoria ate o fim do programa chamador.
      *
      *    Layout do TABCAL (colunas):
      *      01-08  data do feriado AAAAMMDD
      *      10-39  descricao
      *    Linha em branco ou com "*" na coluna 1 e comentario.
      *
      *    Sem o TABCAL a conta segue so com os fins de semana, com
      *    aviso no console; linha com data invalida e avisada e
      *    desprezada. A area de comunicacao esta no copybook
      *    TABDIASA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CALENDARIO ASSIGN TO "TABCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CALENDARIO.
       01  LINHA-CALENDARIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-CALENDARIO PIC X(02).

       01  FIM-CALENDARIO-SW PIC X(01) VALUE "N".
           88  FIM-DO-CALENDARIO      VALUE "S".
       01  CALENDARIO-LIDO-SW PIC X(01) VALUE "N".
           88  CALENDARIO-JA-LIDO     VALUE "S".
       01  CALENDARIO-SITUACAO PIC X(01) VALUE "N".
           88  CALENDARIO-CARREGADO   VALUE "S".

       01  REG-CALENDARIO.
           05  CAL-DATA           PIC X(08).
           05  FILLER             PIC X(01).
           05  CAL-DESCRICAO      PIC X(30).
           05  FILLER             PIC X(41).
       01  DATA-FERIADO PIC 9(08).

      *    Feriados como dia corrido (FUNCTION INTEGER-OF-DATE),
      *    para a comparacao direta com o dia em exame.
       01  QTD-FERIADOS PIC 9(03) VALUE 0.
       01  TABELA-FERIADOS.
           05  FER-DIA PIC 9(07) OCCURS 500 TIMES.
       01  INDICE-FERIADO PIC 9(03).
       01  CTR-FERIADOS-EXCEDENTES PIC 9(05) VALUE 0.

       01  DIA-INICIAL PIC 9(07).
       01  DIA-FINAL PIC 9(07).
       01  DIA-PARTIDA PIC 9(07).
       01  DIA-CORRENTE PIC 9(07).
       01  DIAS-AVANCADOS PIC 9(03).
       01  QUOCIENTE-SEMANA PIC 9(07).
       01  DIA-SEMANA PIC 9(01).
       01  DIA-UTIL-SW PIC X(01).
           88  DIA-E-UTIL             VALUE "S".
           88  DIA-NAO-UTIL           VALUE "N".

       LINKAGE SECTION.
       COPY TABDIASA.

       PROCEDURE DIVISION USING AREA-DIA-UTIL.
       PROGRAM-BEGIN.
           IF NOT CALENDARIO-JA-LIDO
               PERFORM CARREGA-CALENDARIO
           END-IF.
           MOVE CALENDARIO-SITUACAO TO UTIL-CALENDARIO.
           MOVE 0 TO UTIL-STATUS.
           MOVE 0 TO DIA-INICIAL.
           IF UTIL-DATA-INICIAL IS NUMERIC
               COMPUTE DIA-INICIAL =
                   FUNCTION INTEGER-OF-DATE (UTIL-DATA-INICIAL)
           END-IF.
           IF DIA-INICIAL = 0
               MOVE 12 TO UTIL-STATUS
           ELSE
               IF UTIL-FUNCAO = "I"
                   PERFORM CALCULA-IDADE
               ELSE
                   IF UTIL-FUNCAO = "P"
                       PERFORM CALCULA-PROXIMO-DIA
                   ELSE
                       MOVE 12 TO UTIL-STATUS
                   END-IF
               END-IF
           END-IF.
       PROGRAM-END.
           GOBACK.

       CALCULA-IDADE.
           MOVE 0 TO DIA-FINAL.
           IF UTIL-DATA-FINAL IS NUMERIC
               COMPUTE DIA-FINAL =
                   FUNCTION INTEGER-OF-DATE (UTIL-DATA-FINAL)
           END-IF.
           IF DIA-FINAL = 0
               MOVE 12 TO UTIL-STATUS
           ELSE
               IF DIA-FINAL < DIA-INICIAL
                   COMPUTE UTIL-IDADE = DIA-FINAL - DIA-INICIAL
               ELSE
                   MOVE 0 TO UTIL-IDADE
                   COMPUTE DIA-PARTIDA = DIA-INICIAL + 1
                   PERFORM CONTA-DIA-UTIL
                       VARYING DIA-CORRENTE FROM DIA-PARTIDA BY 1
                       UNTIL DIA-CORRENTE > DIA-FINAL
               END-IF
           END-IF.

       CONTA-DIA-UTIL.
           PERFORM VERIFICA-DIA-UTIL.
           IF DIA-E-UTIL
               ADD 1 TO UTIL-IDADE
           END-IF.

      *    Calendario que nao deixa dia util nenhum num ano inteiro
      *    so pode estar errado: a busca para ali com status 08.
       CALCULA-PROXIMO-DIA.
           MOVE DIA-INICIAL TO DIA-CORRENTE.
           MOVE 0 TO DIAS-AVANCADOS.
           PERFORM VERIFICA-DIA-UTIL.
           PERFORM AVANCA-DIA
               UNTIL DIA-E-UTIL OR DIAS-AVANCADOS > 366.
           IF DIA-E-UTIL
               COMPUTE UTIL-PROXIMO-DIA =
                   FUNCTION DATE-OF-INTEGER (DIA-CORRENTE)
           ELSE
               MOVE UTIL-DATA-INICIAL TO UTIL-PROXIMO-DIA
               MOVE 8 TO UTIL-STATUS
           END-IF.

       AVANCA-DIA.
           ADD 1 TO DIA-CORRENTE.
           ADD 1 TO DIAS-AVANCADOS.
           PERFORM VERIFICA-DIA-UTIL.

      *    O dia corrido 1 (01/01/1601) caiu numa segunda-feira: o
      *    resto por 7 da 1 na segunda, 6 no sabado e 0 no domingo.
       VERIFICA-DIA-UTIL.
           SET DIA-E-UTIL TO TRUE.
           DIVIDE DIA-CORRENTE BY 7 GIVING QUOCIENTE-SEMANA
               REMAINDER DIA-SEMANA.
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               SET DIA-NAO-UTIL TO TRUE
           ELSE
               PERFORM PROCURA-FERIADO
                   VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO > QTD-FERIADOS
                   OR DIA-NAO-UTIL
           END-IF.

       PROCURA-FERIADO.
           IF FER-DIA (INDICE-FERIADO) = DIA-CORRENTE
               SET DIA-NAO-UTIL TO TRUE
           END-IF.

       CARREGA-CALENDARIO.
           SET CALENDARIO-JA-LIDO TO TRUE.
           OPEN INPUT ARQUIVO-CALENDARIO.
           IF FS-CALENDARIO = "35"
               DISPLAY "AVISO: CALENDARIO TABCAL NAO EXISTE - SO"
                   " SABADOS E DOMINGOS CONTAM COMO DIA NAO UTIL"
           ELSE
               IF FS-CALENDARIO NOT = "00"
                   DISPLAY "AVISO: ARQUIVO-CALENDARIO (TABCAL) NAO"
                       " PODE SER LIDO - FILE STATUS " FS-CALENDARIO
                       " - SO SABADOS E DOMINGOS CONTAM COMO DIA"
                       " NAO UTIL"
               ELSE
                   SET CALENDARIO-CARREGADO TO TRUE
                   PERFORM LE-REGISTRO-CALENDARIO
                       UNTIL FIM-DO-CALENDARIO
                   CLOSE ARQUIVO-CALENDARIO
                   IF CTR-FERIADOS-EXCEDENTES > 0
                       DISPLAY "AVISO: " CTR-FERIADOS-EXCEDENTES
                           " FERIADOS DO TABCAL ALEM DA TABELA"
                           " - CONTADOS COMO DIA UTIL"
                   END-IF
               END-IF
           END-IF.

       LE-REGISTRO-CALENDARIO.
           READ ARQUIVO-CALENDARIO
               AT END
                   SET FIM-DO-CALENDARIO TO TRUE
               NOT AT END
                   MOVE LINHA-CALENDARIO TO REG-CALENDARIO
                   PERFORM CARREGA-FERIADO
           END-READ.

       CARREGA-FERIADO.
           IF REG-CALENDARIO = SPACES OR CAL-DATA (1:1) = "*"
               CONTINUE
           ELSE
               MOVE 0 TO DIA-CORRENTE
               IF CAL-DATA IS NUMERIC
                   MOVE CAL-DATA TO DATA-FERIADO
                   COMPUTE DIA-CORRENTE =
                       FUNCTION INTEGER-OF-DATE (DATA-FERIADO)
               END-IF
               IF DIA-CORRENTE = 0
                   DISPLAY "AVISO: LINHA INVALIDA NO TABCAL"
                       " DESPREZADA - " LINHA-CALENDARIO
               ELSE
                   IF QTD-FERIADOS < 500
                       ADD 1 TO QTD-FERIADOS
                       MOVE DIA-CORRENTE TO FER-DIA (QTD-FERIADOS)
                   ELSE
                       ADD 1 TO CTR-FERIADOS-EXCEDENTES
                   END-IF
               END-IF
           END-IF.
