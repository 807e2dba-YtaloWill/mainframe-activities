      *--------------------------------------------------------------*
      *    LAYOUT DA TABELA DE CONVERSAO DO CODIGO DE CIDADE         *
      *    (CONVIBGE) - UM REGISTRO POR MUNICIPIO DO MUNTAB, COM O   *
      *    CODIGO ANTIGO DE 5 DIGITOS E O CODIGO OFICIAL DO IBGE DE  *
      *    7 DIGITOS (DIGITO E PREFIXO DA UF JA CONFERIDOS). GRAVADO *
      *    PELO CGPRG207 NA ORDEM DO CODIGO ANTIGO E LIDO PELO       *
      *    CGPRG208 NA CONVERSAO DOS CADASTROS. SEQUENCIAL, LRECL 40 *
      *--------------------------------------------------------------*
           05 WS-ANT-CV           PIC 9(05).
           05 WS-NOVO-CV          PIC 9(07).
           05 WS-UF-CV            PIC X(02).
           05 WS-NOME-CV          PIC X(20).
           05 FILLER              PIC X(06).
