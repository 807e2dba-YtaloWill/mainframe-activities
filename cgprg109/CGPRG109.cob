      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010156  PROGRAMA CRIADO - CONCILIACAO DO
      *                          CADGRAVA CONTRA O CATGRAVA
      *  V02    OUT/2026 010227  CIDADE DA TABELA E DO RELCONC COM OS 7
      *                          DIGITOS DO CODIGO IBGE (CADGRAVA COM 41
      *                          BYTES VIA ACIDREGP)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *       CIDADE/COMPETENCIA)
       01  WS-TAB-TOTAL.
           05  WS-TOT-OCOR            OCCURS 2000 TIMES.
               10  WS-TOT-CIDADE      PIC 9(07).
               10  WS-TOT-COMPET      PIC 9(06).
               10  WS-TOT-ACID        PIC 9(04).
               10  WS-TOT-VEIC        PIC 9(07).

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-R         PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-COMPET-R         PIC 9(06).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-ACIDT-R          PIC ZZZ9.
