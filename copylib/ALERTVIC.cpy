      *    (WS-QTD-REALERTA), NAO DUPLICATA; O ENVELHECIMENTO DOS    *
      *    ALERTAS NAO FECHADOS E O CGPRG057. COMPARTILHADO VIA      *
      *    COPY, TANTO NA FD QUANTO NA WORKING-STORAGE               *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CHAVE-AL.
              10 WS-CIDADE-AL     PIC 9(07)      COMP-3.
              10 WS-COMPET-AL     PIC 9(06)      COMP-3.
           05 WS-ESTADO-AL        PIC X(02).
           05 WS-SIT-AL           PIC X(01).
           05 WS-DT-ABERTURA-AL   PIC 9(08)      COMP-3.
           05 WS-DT-CIENCIA-AL    PIC 9(08)      COMP-3.
           05 WS-QTD-REALERTA-AL  PIC 9(02)      COMP-3.
           05 FILLER              PIC X(06).
