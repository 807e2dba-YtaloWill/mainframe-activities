      *                          RUNSTAT (COPY RUNSTATC, OPEN
      *                          EXTEND), CONFRONTADO DIARIAMENTE
      *                          PELO VIGIA CGPRG073
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): LINHA DO
      *                          RELATORIO DE DIFERENCAS (MESMA
      *                          LARGURA)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

       01  WS-REG-RELDIF.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
