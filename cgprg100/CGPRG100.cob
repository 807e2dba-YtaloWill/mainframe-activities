      *                          REGISTRO PASSAM A CONFERIR O FILE
      *                          STATUS A CADA WRITE, COMO O
      *                          043-CONFERIR-CARTA DO CGPRG028
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): APTOFIL COM A
      *                          MATRICULA EM 9(05) (MESMOS 20 BYTES -
      *                          VER CGPRG033), CHAVE DO DIPLIDX E
      *                          LIVRO DE REGISTRO COM 5 POSICOES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           RECORDING MODE  F
           .
       01  REG-APTOFIL.
           05 WS-NUMERO-AP        PIC 9(05).
           05 WS-CURSO-AP         PIC X(12).
           05 FILLER              PIC X(03).
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DIPLIDX.
           05 WS-CHAVE-DI.
              10 WS-NUMERO-DI     PIC 9(05)      COMP-3.
              10 WS-CURSO-DI      PIC X(12).
           05 WS-DIPLOMA-DI       PIC 9(06)      COMP-3.
           05 FILLER              PIC X(06).
           05 FILLER              PIC X(11) VALUE 'ALUNO(A): '.
           05 WS-LIV-NOME-N       PIC X(20).
           05 FILLER              PIC X(13) VALUE '  MATRICULA: '.
           05 WS-LIV-MAT-N        PIC 9(05).
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-LIV-CURSO.
           05 FILLER              PIC X(09) VALUE 'CURSO: '.
