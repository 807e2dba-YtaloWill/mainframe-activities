      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
      *    WS-SEGM-DT: SEGMENTO VIARIO DO ACIDENTE NA CIDADE (CHAVE  *
      *    CIDADE+SEGMENTO DO SEGVIA - COPY SEGVIAC), OCUPANDO O     *
      *    ANTIGO FILLER. ZERO OU NAO NUMERICO (REGISTRO ANTERIOR AO *
      *    CADASTRO DE SEGMENTOS) = LOCAL NAO INFORMADO              *
      *--------------------------------------------------------------*
           05 WS-CIDADE-DT        PIC 9(07)      COMP-3.
           05 WS-COMPET-DT        PIC 9(06)      COMP-3.
           05 WS-DATA-DT          PIC 9(08)      COMP-3.
           05 WS-HORA-DT          PIC 9(04)      COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU O REGISTRO (VER SYSINHT)
           05 WS-RUNID-DT         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-DT        PIC 9(08)      COMP-3.
           05 WS-SEGM-DT          PIC 9(04).
