      *--------------------------------------------------------------*
      *    LAYOUT DA TABELA DE TAXAS DA QUITACAO ANTECIPADA (TAXQUIT)*
      *    SEQUENCIAL EM EXTEND, LRECL 20, MANTIDA PELO CGPRG185 NA  *
      *    CONVENCAO DA TABELA DE PRECOS PRECEPTB (CGPRG066): CADA   *
      *    CARTAO ACRESCENTA UMA VIGENCIA NOVA. A TAXA MENSAL (%)    *
      *    TRAZ A VALOR PRESENTE CADA PARCELA ABERTA DO LOTEPARC NA  *
      *    COTACAO DO CGPRG184, QUE USA A VIGENCIA MAIS RECENTE NAO  *
      *    POSTERIOR A DATA BASE; A VALIDADE (DIAS CORRIDOS) DA A    *
      *    DATA LIMITE DE PAGAMENTO DA COTACAO.                      *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-VIG-TQ           PIC 9(08).
           05 WS-TAXA-TQ          PIC 9(02)V9(04).
           05 WS-VALIDADE-TQ      PIC 9(03).
           05 FILLER              PIC X(03).
