      *                          REVOGADO OU FORA DE VIGENCIA NAO
      *                          TROCA SITUACAO DE ALUNO, COM
      *                          MENSAGEM PROPRIA
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO DE
      *                          SITUACAO COM MATRICULA DE 5 POSICOES
      *                          (CAMPOS SEGUINTES DESLOCADOS DE 1)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

      *-----> ENTRADA - CARTAO DE SITUACAO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-SIT-ALUNO-IN     PIC X(01).
           05 WS-DT-SIT-IN        PIC 9(08).
           05 WS-MOT-SIT-IN       PIC X(02).
