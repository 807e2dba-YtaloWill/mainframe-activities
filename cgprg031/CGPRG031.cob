      *                          CODIGO SEM CATALOGO SAI COMO
      *                          DIGITADO (WS-TIT-CURSO X(12) P/
      *                          X(20))
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          SORT (MESMOS 3 BYTES), DA TABELA DO
      *                          GRUPO E DA LINHA DO RANKING (MESMA
      *                          LARGURA)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       01  REG-SORTRNK.
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-MEDIA-SRT        PIC 9(02)V99   COMP-3.
           05 WS-NUMERO-SRT       PIC 9(05)      COMP-3.
           05 WS-NOME-SRT         PIC X(20).
      *-----> CATALOGO DE CURSOS - NOME OFICIAL (VER V02)
       FD  CURSOTAB
           05  WS-PERCENTIL           PIC 9(03)  VALUE ZEROS.
           05  WS-GAP                 PIC S9(02)V99 VALUE ZEROS.
           05  WS-GRUPO-OCOR          OCCURS 500 TIMES.
               10  WS-GR-NUMERO       PIC 9(05).
               10  WS-GR-NOME         PIC X(20).
               10  WS-GR-MEDIA        PIC 9(02)V99.

           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-POS-R            PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MEDIA-R          PIC Z9,99.
