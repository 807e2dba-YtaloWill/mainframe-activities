      *--------------------------------------------------------------*
      *    LAYOUT DAS FAIXAS DO IMPOSTO DE RENDA (IRRFTAB) -         *
      *    SEQUENCIAL, LRECL 33, COM VIGENCIA AAAAMM: LIMITE         *
      *    SUPERIOR DA BASE, ALIQUOTA E PARCELA A DEDUZIR; A ULTIMA  *
      *    FAIXA DA VIGENCIA DEVE COBRIR QUALQUER BASE. MESMO        *
      *    LAYOUT DA FD DO CGPRG123                                  *
      *--------------------------------------------------------------*
           05 WS-VIG-IR           PIC 9(06).
           05 WS-LIMITE-IR        PIC 9(07)V99.
           05 WS-ALIQ-IR          PIC 9(02)V99.
           05 WS-DEDUZ-IR         PIC 9(06)V99.
           05 FILLER              PIC X(06).
