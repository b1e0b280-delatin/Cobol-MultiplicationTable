      *    Area de comunicacao com o subprograma TABDIAS.
      *
      *    UTIL-FUNCAO:
      *      "I" - idade em dias uteis: quantos dias uteis ha depois
      *            de UTIL-DATA-INICIAL ate UTIL-DATA-FINAL,
      *            inclusive, em UTIL-IDADE. Data final anterior a
      *            inicial devolve em UTIL-IDADE a diferenca negativa
      *            em dias corridos.
      *      "P" - primeiro dia util em ou depois de
      *            UTIL-DATA-INICIAL, em UTIL-PROXIMO-DIA
      *    Dia nao util e sabado, domingo ou feriado do calendario
      *    TABCAL. UTIL-CALENDARIO diz se o TABCAL foi carregado
      *    ("S") ou se so os fins de semana contaram ("N").
      *    UTIL-STATUS:
      *      00 - calculo efetuado
      *      08 - nenhum dia util no ano seguinte a data inicial
      *      12 - funcao ou data invalida
       01  AREA-DIA-UTIL.
           05  UTIL-FUNCAO        PIC X(01).
           05  UTIL-DATA-INICIAL  PIC 9(08).
           05  UTIL-DATA-FINAL    PIC 9(08).
           05  UTIL-PROXIMO-DIA   PIC 9(08).
           05  UTIL-IDADE         PIC S9(07).
           05  UTIL-CALENDARIO    PIC X(01).
           05  UTIL-STATUS        PIC 9(02).
