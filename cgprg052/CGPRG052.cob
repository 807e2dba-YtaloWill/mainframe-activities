      *  V01    AGO/2026 010093  PROGRAMA CRIADO - IMPACTO
      *                          FINANCEIRO DOS ACIDENTES COM TABELA
      *                          DE CUSTOS COM VIGENCIA
      *  V02    OUT/2026 010227  CODIGO DA CIDADE PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS: CADGRAVA
      *                          COM 41 BYTES, REGISTRO DO SORT COM 16,
      *                          CIDADE DA LINHA AMPLIADA (COLUNAS
      *                          SEGUINTES MANTIDAS)
      *  V03    OUT/2026 010230  O CUSTPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT CADGRAVA ASSIGN TO CADGRAVJ
                  FILE STATUS   IS WS-FS-GRA
           .
           SELECT SORTFIN ASSIGN TO SORTWKJ
           .
           SELECT RELFIN ASSIGN TO RELFINJ
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       SD  SORTFIN
           RECORDING MODE  F
           .
       01  REG-SORTFIN.
           05 WS-ESTADO-SRT       PIC X(02).
           05 WS-CIDADE-SRT       PIC 9(07)      COMP-3.
           05 WS-COMPET-SRT       PIC 9(06)      COMP-3.
           05 WS-QTD-ACID-SRT     PIC 9(04)      COMP-3.
           05 WS-QTD-OBIT-SRT     PIC 9(04)      COMP-3.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UF-R             PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CIDADE-R         PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-COMPET-R         PIC 9(06).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-ACID-R           PIC Z.ZZ9.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

      *-----> CUSTOS MEDIOS COM VIGENCIA (PARAMETROS)
      *       - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-CUSTPARM.
           05 WS-VIG-INI-P        PIC 9(06).
           05 WS-CUSTO-ACID-P     PIC 9(09)V99.
           05 WS-CUSTO-OBIT-P     PIC 9(09)V99.
           05 FILLER              PIC X(02).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *--------------------------------------------------------------*
       018-CARREGAR-CUSTOS.

           MOVE 'CUSTPARM'  TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-CUS
           IF WS-FS-CUS  NOT = '00'
              MOVE  'ERRO AO ABRIR O CUSTPARM'  TO WS-MSG
              MOVE   WS-FS-CUS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * CUSTPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           PERFORM 019-LER-CUSTO
           PERFORM 020-GUARDAR-CUSTO
           END-IF
           DISPLAY ' * VIGENCIAS DE CUSTO CARREGADAS: ' WS-CTCUSTO

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-CUS
           IF WS-FS-CUS  NOT = '00'
              MOVE  'ERRO AO FECHAR O CUSTPARM'  TO WS-MSG
              MOVE   WS-FS-CUS                   TO WS-FS-MSG
      *--------------------------------------------------------------*
       019-LER-CUSTO.

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-CUS
           MOVE WS-REG-PL   TO  REG-CUSTPARM
           IF WS-FS-CUS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CUSTPARM'  TO WS-MSG
              MOVE   WS-FS-CUS                     TO WS-FS-MSG
