      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010096  PROGRAMA CRIADO - ENVELHECIMENTO
      *                          DOS ALERTAS NAO FECHADOS
      *  V02    OUT/2026 010227  CIDADE DO RELAGE COM OS 7 DIGITOS DO
      *                          CODIGO IBGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

       01  WS-REG-RELAGE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-R         PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-COMPET-R         PIC 9(06).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-UF-R             PIC X(02).
