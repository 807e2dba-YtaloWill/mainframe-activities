      *                          LISTAGEM DE EXCECAO (WS-CTEXCCURSO),
      *                          NO MESMO PADRAO JA USADO PARA ESTADO/
      *                          BAFOMETRO INVALIDOS EM OUTROS PROGRAMAS
      *  V08    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO DE
      *                          SYSIN COM NUMERO DE 5 POSICOES
      *                          (CAMPOS SEGUINTES DESLOCADOS DE 1)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-CURSO-SUB           PIC 9(02).
           05  WS-CTEXCCURSO          PIC 9(02).
           05  AS-MEDIA-MAIOR         PIC 9(02)V99.
           05  WS-NUM-MAIOR           PIC 9(05).
           05  WS-NOME-MAIOR          PIC X(20).
           05  AS-MEDIA-MENOR         PIC 9(02)V99.
           05  WS-NUM-MENOR           PIC 9(05).
           05  WS-NOME-MENOR          PIC X(20).

      *-----> TABELA DE SUBTOTAIS POR CURSO, MONTADA DINAMICAMENTE
           05  AS-QTD-OVER25-SIX      PIC 9(02).
      *-----> ENTRADA - DADOS VIA SYSIN (NO JCL DE EXECUCAO)
       01  WS-REG-SYSIN.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-NOME-IN          PIC X(20).
           05 WS-SEXO-IN          PIC X(01).
           05 WS-IDADE-IN         PIC 9(02).
           COPY SYSINHT.
      *-----> DADOS DE SAIDA
       01  WS-REG-SYSOUT.
           05 WS-NUM              PIC 9(05).
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 WS-NOM              PIC X(20).
           05 FILLER              PIC X(01)        VALUE SPACES.
