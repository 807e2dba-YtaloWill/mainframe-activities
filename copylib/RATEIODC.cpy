      *--------------------------------------------------------------*
      *    AREA DE DADOS DA ROTINA COMUM DE RATEIO DE COMISSAO       *
      *--------------------------------------------------------------*
      *    USADA EM CONJUNTO COM A ROTINA 996-RATEAR (COPY RATEIO NA *
      *    PROCEDURE DIVISION): O CHAMADOR POE O RATEIO DA VENDA EM  *
      *    REG-VENDRAT (COPY VENDRATC) E O VALOR A RATEAR EM         *
      *    WS-BASE-RAT E RECEBE EM WS-PARTE-RAT O VENDEDOR E A PARTE *
      *    DE CADA PARTICIPANTE. CADA PARTE E ARREDONDADA NO         *
      *    CENTAVO E A DIFERENCA DO ARREDONDAMENTO FICA COM O ULTIMO *
      *    PARTICIPANTE - A SOMA DAS PARTES E SEMPRE IGUAL A BASE.   *
      *--------------------------------------------------------------*
           05  WS-BASE-RAT            PIC 9(08)V99.
           05  WS-SOMA-RAT            PIC 9(08)V99.
           05  WS-QT-RAT              PIC 9(01).
           05  WS-SUB-RAT             PIC 9(01).
           05  WS-PARTE-RAT           OCCURS 5 TIMES.
               10  WS-VEND-RAT        PIC 9(03).
               10  WS-VALOR-RAT       PIC 9(08)V99.
