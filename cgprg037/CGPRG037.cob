      *--------------------------------------------------------------*
      * DDL DE REFERENCIA (CRIAR UMA UNICA VEZ):
      *   CREATE TABLE CG.TCADALU
      *         (NUMERO     INTEGER       NOT NULL PRIMARY KEY,
      *          NOME       CHAR(20)     NOT NULL,
      *          SEXO       CHAR(1)      NOT NULL,
      *          IDADE      SMALLINT     NOT NULL,
      *                          EXECUCAO PLENA GRAVADA NO DISCLOG
      *                          (COPY DISCLOGC - RELATORIO MENSAL
      *                          NO CGPRG135)
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): COLUNA NUMERO
      *                          DA CG.TCADALU PASSA DE SMALLINT
      *                          (LIMITE 32767) A INTEGER E O HOST
      *                          VARIABLE HV-NUMERO A S9(09) COMP; O
      *                          DBA APLICA ANTES DA 1A CARGA APOS A
      *                          CONVERSAO: ALTER TABLE CG.TCADALU
      *                          ALTER COLUMN NUMERO SET DATA TYPE
      *                          INTEGER
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

      *-----> VARIAVEIS HOSPEDEIRAS DA TABELA CG.TCADALU
       01  WS-HV-TCADALU.
           05  HV-NUMERO              PIC S9(09) COMP.
           05  HV-NOME                PIC X(20).
           05  HV-SEXO                PIC X(01).
           05  HV-IDADE               PIC S9(04) COMP.
