      *  V01    SET/2026 010158  PROGRAMA CRIADO - EXPORTACAO
      *                          REGULATORIA DOS ACIDENTES COM
      *                          CONTROLES DE TRANSMISSAO
      *  V02    OUT/2026 010227  DETALHE DO EXPACID PASSA A LEVAR O
      *                          CODIGO IBGE OFICIAL DE 7 DIGITOS (SOBRE
      *                          O FILLER - LRECL 80 MANTIDO), SEM
      *                          TRADUCAO MANUAL
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *       (ATE 2000 PARES)
       01  WS-TAB-SEV.
           05  WS-SEV-OCOR            OCCURS 2000 TIMES.
               10  WS-SEV-CIDADE      PIC 9(07).
               10  WS-SEV-COMPET      PIC 9(06).
               10  WS-SEV-QL          PIC 9(04).
               10  WS-SEV-QM          PIC 9(04).

       01  WS-REG-DETALHE-EX.
           05 FILLER              PIC X(02) VALUE '10'.
           05 WS-CIDADE-DX        PIC 9(07).
           05 WS-UF-DX            PIC X(02).
           05 WS-COMPET-DX        PIC 9(06).
           05 WS-VEIC-DX          PIC 9(07).
           05 WS-QG-DX            PIC 9(04).
           05 WS-QF-DX            PIC 9(04).
           05 WS-BAF-DX           PIC X(01).
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-REG-TRAILER-EX.
           05 FILLER              PIC X(02) VALUE '99'.
      *-----> LINHA DA PAGINA DE EXCECOES
       01  WS-REG-EXCECAO.
           05 FILLER              PIC X(12) VALUE '*** CIDADE  '.
           05 WS-EXC-CIDADE       PIC 9(07).
           05 FILLER              PIC X(09) VALUE '  COMPET '.
           05 WS-EXC-COMPET       PIC 9(06).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-EXC-MOTIVO       PIC X(30).
           05 FILLER              PIC X(04) VALUE ' ***'.
           05 FILLER              PIC X(09) VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
