      *    PRECISAR DE UM SUFIXO PROPRIO NOS NOMES). O REGISTRO DO   *
      *    ARQUIVO CADGRAVA EM SI USA O COPY ACIDREGP (EMPACOTADO)   *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC). O    *
      *    CARTAO PASSOU DE 5 PARA 7 POSICOES NA CIDADE, E OS DEMAIS *
      *    CAMPOS DO CARTAO ANDARAM 2 POSICOES PARA A DIREITA        *
      *--------------------------------------------------------------*
           05 WS-CIDADE           PIC 9(07).
           05 WS-ESTADO           PIC X(02).
           05 WS-QTD-VEICULOS     PIC 9(07).
           05 WS-BAFOMETRO        PIC X(01).
