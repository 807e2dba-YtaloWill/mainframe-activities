      *  V01    SET/2026 010153  PROGRAMA CRIADO - VARREDURA DE
      *                          PONTOS NEGROS POR TENDENCIA DE
      *                          PARTICIPACAO G+F
      *  V02    OUT/2026 010227  CIDADE COM OS 7 DIGITOS DO CODIGO IBGE
      *                          NA TABELA, NO TITULO E NO BSPOTFIL
      *                          (SOBRE O FILLER - LRECL MANTIDO)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           RECORDING MODE  F
           .
       01  REG-BSPOTFIL.
           05 WS-CIDADE-BP        PIC 9(07).
           05 WS-COMPET-BP        PIC 9(06).
           05 WS-SHARE-BP         PIC 9(03)V99.
           05 WS-SUBIDAS-BP       PIC 9(02).
           05 FILLER              PIC X(10).
       FD  RELBSP
           LABEL RECORD OMITTED
           RECORDING MODE  F
      *       JANELA: TOTAL DE ACIDENTES E TOTAL G+F
       01  WS-TAB-CIDADE.
           05  WS-CID-OCOR            OCCURS 300 TIMES.
               10  WS-CID-CODIGO      PIC 9(07).
               10  WS-CID-CMP-OCOR    OCCURS 12 TIMES.
                   15  WS-CID-TOTAL   PIC 9(04).
                   15  WS-CID-GF      PIC 9(04).
       01  WS-REG-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'CIDADE: '.
           05 WS-TIT-CIDADE       PIC 9(07).
           05 FILLER              PIC X(11) VALUE '  SUBIDAS: '.
           05 WS-TIT-SUBIDAS      PIC 9(02).
           05 FILLER              PIC X(20) VALUE
              '  PARTICIPACAO G+F: '.
           05 WS-TIT-SHARE        PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(38) VALUE SPACES.

       01  WS-REG-TENDENCIA.
           05 FILLER              PIC X(03) VALUE SPACES.
