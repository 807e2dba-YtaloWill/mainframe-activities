      *--------------------------------------------------------------*
      *    LAYOUT DO RATEIO DE COMISSAO POR VENDA DE LOTE (VENDRAT)  *
      *    KSDS PELO NUMERO DO LOTE, LRECL 50. GRAVADO PELO CGPRG064 *
      *    NA BAIXA DE VENDA COM OS PARTICIPANTES DO NEGOCIO (ATE 5: *
      *    CAPTADOR, FECHADOR E OUTROS) E O PERCENTUAL DE CADA UM    *
      *    NA COMISSAO DO LOTE - A SOMA E SEMPRE 100,00. A REVENDA   *
      *    DO LOTE (DEPOIS DO DISTRATO) REGRAVA O RATEIO. LIDO PELO  *
      *    FECHAMENTO MENSAL (CGPRG065), PELO ESTORNO DO DISTRATO    *
      *    (CGPRG118) E PELO META X REALIZADO (CGPRG122), TODOS COM  *
      *    A MESMA ROTINA DE RATEIO (COPY RATEIO). LOTE VENDIDO SEM  *
      *    REGISTRO NO VENDRAT (VENDA ANTERIOR AO RATEIO) VALE COMO  *
      *    100% DO VENDEDOR CARIMBADO NO CADLOTE (WS-VENDEDOR-L).    *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-LOTE-RV          PIC 9(05)      COMP-3.
           05 WS-COMPVENDA-RV     PIC 9(06)      COMP-3.
           05 WS-QTPART-RV        PIC 9(01).
           05 WS-PART-RV          OCCURS 5 TIMES.
              10 WS-VEND-RV       PIC 9(03)      COMP-3.
              10 WS-PAPEL-RV      PIC X(01).
                 88 PAPEL-CAPTADOR    VALUE 'C'.
                 88 PAPEL-FECHADOR    VALUE 'F'.
                 88 PAPEL-OUTRO       VALUE 'O'.
              10 WS-PERC-RV       PIC 9(03)V99   COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU O RATEIO
           05 WS-RUNID-RV         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(09).
