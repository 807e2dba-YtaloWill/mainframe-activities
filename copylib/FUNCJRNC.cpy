      *    LAYOUT DO DIARIO DE ALTERACOES DO CADFUNC (FUNCJRN)       *
      *    SEQUENCIAL EM EXTEND, GRAVADO PELO CGPRG068 A CADA        *
      *    INCLUSAO ('I'), ALTERACAO ('A') E EXCLUSAO ('E'): IMAGEM  *
      *    ANTES E DEPOIS DO REGISTRO (70 BYTES DO CADFUNCC, SPACES  *
      *    NO LADO QUE NAO EXISTE), OPERADOR DO CARTAO, RUN-ID DO    *
      *    LOTE E DATA/HORA - O QUE FALTOU NA DISPUTA DO DISSIDIO    *
      *    DO ANO PASSADO. O RELATORIO MENSAL DE MOVIMENTACAO E      *
           05 WS-RUNID-FJ         PIC 9(04)      COMP-3.
           05 WS-DATA-FJ          PIC 9(08)      COMP-3.
           05 WS-HORA-FJ          PIC 9(06)      COMP-3.
           05 WS-ANTES-FJ         PIC X(70).
           05 WS-DEPOIS-FJ        PIC X(70).
           05 FILLER              PIC X(06).
