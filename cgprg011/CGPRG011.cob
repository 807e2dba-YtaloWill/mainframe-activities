      *                          NAO ABRE (NEM TRUNCA) O RELACID/
      *                          ALERTINS E NAO GASTA O SORT -
      *                          MESMA CONSTRUCAO DO CGPRG009
      *  V27    OUT/2026 010227  CODIGO DA CIDADE PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS: CADGRAVA
      *                          COM 41 BYTES, ALERTINS COM 23 BYTES,
      *                          CIDADE DO RELATORIO E DA TABELA TOP 10
      *                          AMPLIADA (COLUNAS SEGUINTES MANTIDAS)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
      *-----> ARQUIVO DE TRABALHO DO SORT (CADGRAVA ORDENADO POR
      *       ESTADO/CIDADE)
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVAS          PIC X(41)
           .
      *-----> POLITICA DE CLASSIFICACAO COM VIGENCIA (VER V23)
       FD  POLTAB
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-ALERTINS           PIC X(23)
           .
      *-----> HISTORICO DE ESTATISTICAS DE EXECUCAO (VER V24)
       FD  RUNSTAT

       01  WS-REG-RELACID.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-CIDADE-R         PIC 9(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ESTADO-R         PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-QTD-VEICULOS-R   PIC Z.ZZZ.ZZ9.

      *-----> LINHA DE ALERTA PARA CIDADES CLASSIFICADAS INSEGURA
       01  WS-REG-ALERTA.
           05 WS-ALERTA-CIDADE    PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ALERTA-ESTADO    PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
      *-----> TABELA DAS 10 CIDADES COM MAIOR PERCENTUAL DE ACIDENTES
       01  WS-TOP10-TAB.
           05  WS-TOP10-OCOR          OCCURS 10 TIMES.
               10  WS-TOP10-CIDADE    PIC 9(07) VALUE ZEROS.
               10  WS-TOP10-ESTADO    PIC X(02) VALUE SPACES.
               10  WS-TOP10-PORC      PIC 9(03)V99 VALUE ZEROS.
               10  WS-TOP10-QTDACID   PIC 9(04) VALUE ZEROS.

       01  WS-TOP10-TROCA.
           05  WS-TOP10-CIDADE-T      PIC 9(07).
           05  WS-TOP10-ESTADO-T      PIC X(02).
           05  WS-TOP10-PORC-T        PIC 9(03)V99.
           05  WS-TOP10-QTDACID-T     PIC 9(04).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE 'COD-CIDADE'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-TOP10-CIDADE-R      PIC 9(07).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE 'UF'.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-TOP10-ESTADO-R      PIC X(02).
