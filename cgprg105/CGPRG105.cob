      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010152  PROGRAMA CRIADO - INDICE DE RISCO
      *                          PONDERADO POR SEVERIDADE
      *  V02    OUT/2026 010227  CIDADE DA TABELA, DO SORT E DO RELSEV
      *                          COM OS 7 DIGITOS DO CODIGO IBGE
      *  V03    OUT/2026 010230  O SEVPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-G OF REG-CADGRAVI
                  FILE STATUS   IS WS-FS-GRI
           .
           SELECT SORTSEV ASSIGN TO SORTWKJ
           .
           SELECT RELSEV ASSIGN TO RELSEVJ
       01  REG-CADGRAVI.
           COPY CADGRVIC.
      *-----> PESOS POR CLASSE DE SEVERIDADE (UM REGISTRO)
      *-----> ARQUIVO DE TRABALHO DO SORT (INDICE DECRESCENTE)
       SD  SORTSEV
           RECORDING MODE  F
           .
       01  REG-SORTSEV.
           05 WS-INDICE-SRT       PIC 9(07)V99.
           05 WS-CIDADE-SRT       PIC 9(07).
           05 WS-ESTADO-SRT       PIC X(02).
           05 WS-PORCS-SRT        PIC 9(03)V99.
           05 WS-QL-SRT           PIC 9(04).
      *       CLASSE DE SEVERIDADE NA COMPETENCIA
       01  WS-TAB-CIDADE.
           05  WS-CID-OCOR            OCCURS 300 TIMES.
               10  WS-CID-CODIGO      PIC 9(07).
               10  WS-CID-QL          PIC 9(04).
               10  WS-CID-QM          PIC 9(04).
               10  WS-CID-QG          PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-POS-R            PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CIDADE-R         PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ESTADO-R         PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-INDICE-R         PIC ZZZ.ZZ9,99.

       01  WS-HIFEN               PIC X(94)       VALUE ALL '-'.

      *-----> SEVPARM - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-SEVPARM.
           05 WS-PESO-L-SP        PIC 9(03)V99.
           05 WS-PESO-M-SP        PIC 9(03)V99.
           05 WS-PESO-G-SP        PIC 9(03)V99.
           05 WS-PESO-F-SP        PIC 9(03)V99.
           05 FILLER              PIC X(10).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *--------------------------------------------------------------*
       015-LER-SEVPARM.

           MOVE 'SEVPARM'   TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO ABRIR O SEVPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * SEVPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           MOVE WS-REG-PL   TO  REG-SEVPARM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'SEVPARM SEM REGISTRO'  TO WS-MSG
              MOVE   WS-FS-PRM              TO WS-FS-MSG
           DISPLAY ' * PESOS L/M/G/F : ' WS-PESO-L-SP ' '
                   WS-PESO-M-SP ' ' WS-PESO-G-SP ' ' WS-PESO-F-SP

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO FECHAR O SEVPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                  TO WS-FS-MSG
