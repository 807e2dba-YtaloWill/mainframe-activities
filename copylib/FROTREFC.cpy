      *    NAO DO CARTAO DIGITADO. COMPARTILHADO VIA COPY, TANTO NA  *
      *    FD QUANTO NA WORKING-STORAGE                              *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CIDADE-FR        PIC 9(07)      COMP-3.
           05 WS-FROTA-FR         PIC 9(07)      COMP-3.
           05 FILLER              PIC X(08).
