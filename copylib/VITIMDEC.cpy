      *    SEQUENCIAL EM EXTEND, COMO O ACIDDET. COMPARTILHADO VIA   *
      *    COPY, TANTO NA FD QUANTO NA WORKING-STORAGE               *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CIDADE-VT        PIC 9(07)      COMP-3.
           05 WS-COMPET-VT        PIC 9(06)      COMP-3.
           05 WS-DATA-VT          PIC 9(08)      COMP-3.
           05 WS-HORA-VT          PIC 9(04)      COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU O REGISTRO (VER SYSINHT)
           05 WS-RUNID-VT         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-VT        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(03).
