      *--------------------------------------------------------------*
      *    LAYOUT DAS FAIXAS PREVIDENCIARIAS (INSSTAB) - SEQUENCIAL, *
      *    LRECL 25, COM VIGENCIA AAAAMM NO PADRAO DO PRECEPTB:      *
      *    DENTRO DA VIGENCIA, FAIXAS EM ORDEM CRESCENTE DE TETO; O  *
      *    DESCONTO E PROGRESSIVO POR FATIA E CESSA NO TETO DA       *
      *    ULTIMA FAIXA. MESMO LAYOUT DA FD DO CGPRG123              *
      *--------------------------------------------------------------*
           05 WS-VIG-IN           PIC 9(06).
           05 WS-TETO-IN          PIC 9(07)V99.
           05 WS-ALIQ-IN          PIC 9(02)V99.
           05 FILLER              PIC X(06).
