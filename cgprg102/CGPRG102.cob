      *  V01    SET/2026 010149  PROGRAMA CRIADO - PROCESSAMENTO DO
      *                          RETORNO DE ACEITE DO CENSO COM
      *                          EXTRATO DE CORRECAO E CONCILIACAO
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CENSOFIL E
      *                          CORRFIL A LRECL 61 (VER CGPRG039),
      *                          MATRICULA DO CENSORET COM 5 POSICOES
      *                          (MESMOS 20 BYTES), CHAVE DO CENSTAT E
      *                          LINHA DO RELATORIO AJUSTADAS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05 WS-EXP-TIPO         PIC X(02).
           05 WS-EXP-ESCOLA       PIC 9(08).
           05 WS-EXP-ANO          PIC 9(04).
           05 WS-EXP-MATR         PIC 9(05).
           05 FILLER              PIC X(42).
       FD  CENSORET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CENSORET.
           05 WS-RET-MATR         PIC 9(05).
           05 WS-RET-SIT          PIC X(01).
           05 WS-RET-MOTIVO       PIC X(04).
           05 FILLER              PIC X(10).
       FD  CENSTAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CENSTAT.
           05 WS-NUMERO-CS        PIC 9(05)      COMP-3.
           05 WS-SIT-CS           PIC X(01).
              88 CENSO-PENDENTE       VALUE 'P'.
              88 CENSO-ACEITO         VALUE 'A'.
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CORRFIL            PIC X(61).
       FD  RELCEN
           LABEL RECORD OMITTED
           RECORDING MODE  F

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MATR-R           PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SIT-R            PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MOTIVO-R         PIC X(04).
