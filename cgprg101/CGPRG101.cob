      *                          AUDITCIC) COM USERID, DATA/HORA E
      *                          O NUMERO CONSULTADO. RELATORIO
      *                          DIARIO NO CGPRG133
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          TITULAR EXIBIDA COM 5 POSICOES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05 FILLER               PIC X(10) VALUE 'TITULAR:  '.
           05 WS-NOME-T            PIC X(20).
           05 FILLER               PIC X(08) VALUE '  MATR. '.
           05 WS-MAT-T             PIC 9(05).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(10) VALUE 'CURSO:    '.
           05 WS-CURSO-T           PIC X(12).
