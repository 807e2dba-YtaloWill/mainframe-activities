      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE CONTATO DAS PREFEITURAS (PREFCON)   *
      *    KSDS INDEXADO PELO MESMO CODIGO DE MUNICIPIO DO MUNTAB,   *
      *    LRECL 100, MANTIDO PELO CGPRG205 E LIDO PELO CGPRG206     *
      *    PARA ENDERECAR AO PREFEITO O BOLETIM ANUAL DE SEGURANCA   *
      *    VIARIA DO MUNICIPIO. COMPARTILHADO VIA COPY, TANTO NA FD  *
      *    QUANTO NA WORKING-STORAGE, COMO O CADENDC                 *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CIDADE-PC        PIC 9(07)      COMP-3.
           05 WS-PREFEITO-PC      PIC X(30).
           05 WS-ENDER-PC         PIC X(30).
           05 WS-CEP-PC           PIC 9(08)      COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU OU ALTEROU O REGISTRO (VER
      *       WS-HDR-RUNID/WS-HDR-DATA-LOTE EM SYSINHT)
           05 WS-RUNID-PC         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-PC        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(23).
