      *    O CARTAO DE SYSIN CONTINUA EM ACIDREG (ZONADO), POIS O     *
      *    ACCEPT FROM SYSIN EXIGE REPRESENTACAO DISPLAY              *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA    *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM    *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)           *
      *--------------------------------------------------------------*
           05 WS-CIDADE           PIC 9(07)      COMP-3.
           05 WS-ESTADO           PIC X(02).
           05 WS-QTD-VEICULOS     PIC 9(07)      COMP-3.
           05 WS-BAFOMETRO        PIC X(01).
