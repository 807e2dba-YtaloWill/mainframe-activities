      *                          INCLUIDA A ROTINA 999-ERRO (COPY
      *                          ERRORTN), QUE O PROGRAMA AINDA NAO
      *                          TINHA POR NAO ABRIR ARQUIVO
      *  V11    OUT/2026 010227  CODIGO DA CIDADE PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS (COPY
      *                          ACIDREG); CID E CAMPOS DE MAIOR/MENOR
      *                          CIDADE AMPLIADOS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-CTLIDO              PIC 9(02).
           05  WS-MED-POR-SP          PIC ZZ9,99.
           05  WS-QTD-ACIDS-SP        PIC ZZZ.ZZ9.
           05  WS-CID-MAIOR-ACID      PIC 9(7).
           05  WS-QTDACID-MAIOR       PIC Z.ZZ9.
           05  WS-CID-MENOR-OBITO     PIC 9(7).
           05  WS-PORCOBITO-MENOR     PIC ZZ9,99.
           05  AS-DATA                PIC 9999/99/99.
           05  AS-PORACID             PIC 9V99.
           COPY SYSINHT.
      *-----> SAIDA - DADOS PARA SYSOUT
       01  WS-REG-SYSOUT.
           05 CID                 PIC 9999999.
           05 FILLER              PIC X(01)        VALUE '-'.
           05 UF                  PIC XX.
           05 FILLER              PIC X(04)        VALUE SPACES.
