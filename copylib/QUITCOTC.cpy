      *--------------------------------------------------------------*
      *    LAYOUT DA COTACAO DE QUITACAO ANTECIPADA (QUITCOT)        *
      *    KSDS PELO NUMERO DO LOTE, LRECL 40, GRAVADO PELO CARTAO   *
      *    'C' DO CGPRG184: A ULTIMA COTACAO DO LOTE (UMA COTACAO    *
      *    NOVA SUBSTITUI A ANTERIOR), COM A DATA BASE, A TAXA DA    *
      *    TAXQUIT USADA, A DATA LIMITE DE VALIDADE, O SALDO DAS     *
      *    PARCELAS ABERTAS E O VALOR COTADO (SOMA DOS VALORES       *
      *    PRESENTES). O CARTAO 'Q' SO QUITA COM A COTACAO VIGENTE   *
      *    ('V') E O PAGAMENTO IGUAL AO VALOR COTADO, REFAZENDO O    *
      *    VALOR PRESENTE DE CADA PARCELA COM A MESMA TAXA E DATA    *
      *    BASE, E MARCA A COTACAO COMO UTILIZADA ('U').             *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-LOTE-CQ          PIC 9(05)      COMP-3.
           05 WS-DT-BASE-CQ       PIC 9(08)      COMP-3.
           05 WS-DT-VALID-CQ      PIC 9(08)      COMP-3.
           05 WS-TAXA-CQ          PIC 9(02)V9(04) COMP-3.
           05 WS-QTPARC-CQ        PIC 9(02)      COMP-3.
           05 WS-SALDO-CQ         PIC 9(08)V99   COMP-3.
           05 WS-VALCOT-CQ        PIC 9(08)V99   COMP-3.
           05 WS-SIT-CQ           PIC X(01).
              88 COTACAO-VIGENTE      VALUE 'V'.
              88 COTACAO-UTILIZADA    VALUE 'U'.
           05 WS-RUNID-CQ         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(05).
