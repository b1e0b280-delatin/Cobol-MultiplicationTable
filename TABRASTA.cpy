      *    Area de comunicacao com o subprograma TABRAST.
      *
      *    Entrada:
      *      RAST-REFERENCIA - referencia do pedido (filial, data da
      *                        consolidacao e sequencia, 14 posicoes)
      *    Saida:
      *      RAST-EVENTO     - vida do pedido em ordem: os lancamentos
      *                        da trilha TABAUD e, no fim, a situacao
      *                        corrente na suspensao TABSUSP e no
      *                        arrasto TABFUT
      *      RAST-CHAVE      - chaves NUMERO/MULTIPLICADOR gravadas no
      *                        TABMST pelo pedido (diario TABJRN)
      *    Eventos e chaves alem da capacidade das tabelas sao so
      *    contados em RAST-EVENTOS-EXCEDENTES e RAST-QTD-CHAVES.
      *    RAST-STATUS:
      *      00 - pedido encontrado
      *      04 - nenhum registro com a referencia
      *      08 - falha na abertura de arquivo
      *      12 - referencia em branco
       01  AREA-RASTREIO.
           05  RAST-REFERENCIA    PIC X(14).
           05  RAST-STATUS        PIC 9(02).
           05  RAST-QTD-EVENTOS   PIC 9(03).
           05  RAST-EVENTOS-EXCEDENTES PIC 9(05).
           05  RAST-EVENTO OCCURS 100 TIMES.
               10  RAST-EVT-DATA      PIC X(08).
               10  RAST-EVT-HORA      PIC X(08).
               10  RAST-EVT-ARQUIVO   PIC X(08).
               10  RAST-EVT-SITUACAO  PIC X(12).
               10  RAST-EVT-DESCRICAO PIC X(40).
           05  RAST-QTD-CHAVES    PIC 9(05).
           05  RAST-CHAVES-LISTADAS PIC 9(03).
           05  RAST-CHAVE OCCURS 200 TIMES.
               10  RAST-CHV-NUMERO    PIC 9(03).
               10  RAST-CHV-MULTIPLICADOR PIC 9(04).
