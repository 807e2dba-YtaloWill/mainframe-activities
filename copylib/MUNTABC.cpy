      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE MUNICIPIOS (MUNTAB)                 *
      *    KSDS INDEXADO PELO CODIGO DO MUNICIPIO                    *
      *    (MESMO WS-CIDADE DOS CARTOES DE ACIDENTES), CARREGADO DO  *
      *    ARQUIVO OFICIAL DO IBGE PELO CGPRG042 E CONSULTADO PELOS  *
      *    RELATORIOS DE ACIDENTES (CGPRG006/007/011) PARA IMPRIMIR  *
      *    OFICIAL DO MUNICIPIO. COMPARTILHADO VIA COPY, TANTO NA    *
      *    FD QUANTO NA WORKING-STORAGE                              *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CIDADE-M         PIC 9(07)      COMP-3.
           05 WS-NOME-M           PIC X(20).
           05 WS-UF-M             PIC X(02).
           05 FILLER              PIC X(04).
