      *           (FOLHAFEE). O CONTROLE DE PERIODO E O FECHMES
      *           (KSDS POR COMPETENCIA): COMPETENCIA JA FECHADA
      *           ABORTA EM 999-ERRO - O MESMO MES NUNCA LIQUIDA
      *           DUAS VEZES. A COMISSAO DE CADA LOTE E REPARTIDA
      *           ENTRE OS PARTICIPANTES DA VENDA PELO RATEIO DO
      *           VENDRAT (CGPRG064) E O GERENTE DE CADA
      *           PARTICIPANTE (VENDMST) RECEBE O SEU OVERRIDE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          QUE A COMISSAO NOVA E TRUNCADO EM
      *                          ZERO, COM O SALDO APONTADO NA
      *                          EXCECAO - FOLHA NAO PAGA NEGATIVO)
      *  V03    OUT/2026 010202  CONTABILIZACAO: A COMISSAO LIQUIDA DE
      *                          CADA VENDEDOR FECHADA P/ A FOLHA
      *                          ENFILEIRA NO CTBFILA O EVENTO COM, NA
      *                          DATA DO FECHAMENTO, PARA O CGPRG172
      *  V04    OUT/2026 010213  RATEIO DA COMISSAO: CADA LOTE VENDIDO
      *                          E REPARTIDO ENTRE OS PARTICIPANTES DO
      *                          VENDRAT (ROTINA COMUM 996-RATEAR -
      *                          COPY RATEIO; LOTE SEM RATEIO = 100%
      *                          DO WS-VENDEDOR-L) E O GERENTE DE CADA
      *                          PARTICIPANTE GANHA O OVERRIDE DO
      *                          VENDMST SOBRE A PARTE DELE. O RELCOM
      *                          (LRECL 100) GANHA A COLUNA OVERRIDE E
      *                          O LIQUIDO DA FOLHA PASSA A COMISSAO +
      *                          OVERRIDE - ESTORNO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-VENDEDOR-V OF REG-VENDMST
                  FILE STATUS   IS WS-FS-VEN
           .
      *-----> RATEIO DA COMISSAO POR VENDA (VER V04)
           SELECT VENDRAT ASSIGN TO VENDRATJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-RV OF REG-VENDRAT
                  FILE STATUS   IS WS-FS-RAT
           .
      *-----> CONTROLE DE PERIODO FECHADO (VER OBJETIVO)
           SELECT FECHMES ASSIGN TO FECHMESJ
                  ORGANIZATION  IS INDEXED
           SELECT RELCOM ASSIGN TO RELCOMJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V03)
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-VENDMST.
           COPY VENDMSTC.
      *-----> RATEIO DA COMISSAO POR VENDA (VER V04)
       FD  VENDRAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDRAT.
           COPY VENDRATC.
       FD  FECHMES
           LABEL RECORD STANDARD
           RECORDING MODE  F
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCOM             PIC X(100)
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V03)
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
               10  WS-VEND-QTD        PIC 9(04).
               10  WS-VEND-COMIS      PIC 9(08)V99.
               10  WS-VEND-ESTORNO    PIC 9(08)V99.
               10  WS-VEND-OVERRIDE   PIC 9(08)V99.

      *-----> DADOS DE SAIDA - IMPRESSAO DO DEMONSTRATIVO
       01  WS-CAB1.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(25) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'LOTES   '.
           05 FILLER                PIC X(17) VALUE
              '        COMISSAO '.
           05 FILLER                PIC X(15) VALUE
              '       OVERRIDE'.
           05 FILLER                PIC X(15) VALUE
              '        ESTORNO'.
           05 FILLER                PIC X(15) VALUE
              '        LIQUIDO'.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-REG-RELCOM.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-COMIS-R          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-OVERRIDE-R       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ESTORNO-R        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIQ-R            PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(06) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE (VER V03)
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-EVENTO-CTB          PIC X(03).
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

      *-----> APOIO DO RATEIO DA COMISSAO E DO OVERRIDE (VER V04)
       01  WS-AREA-RATEIO.
           05  WS-FS-RAT              PIC X(02).
           05  WS-SW-VENDRAT          PIC X(01)  VALUE 'N'.
               88 VENDRAT-ABERTO          VALUE 'S'.
           05  WS-CTRATEIO            PIC 9(04)  VALUE ZEROS.
           05  WS-VEND-ATU            PIC 9(03).
           05  WS-GERENTE-ATU         PIC 9(03).
           05  WS-PARTE-SUB           PIC 9(01).
           05  WS-VLR-OVERRIDE        PIC 9(08)V99.
           05  WS-TOT-OVERRIDE        PIC 9(09)V99 VALUE ZEROS.
           05  WS-TOT-OVERRIDE-E      PIC $$$.$$$.$$9,99.
           COPY RATEIODC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
              GO TO  999-ERRO
           END-IF

      *    SEM O VENDRAT (NENHUMA VENDA COM RATEIO AINDA) TODA
      *    COMISSAO VAI INTEIRA PARA O VENDEDOR DO CADLOTE
           OPEN INPUT VENDRAT
           IF WS-FS-RAT = '35'
              DISPLAY ' * VENDRAT AUSENTE - VENDAS SEM RATEIO'
           ELSE
              IF WS-FS-RAT  NOT = '00'
                 MOVE  'ERRO AO ABRIR O VENDRAT'  TO WS-MSG
                 MOVE   WS-FS-RAT                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-VENDRAT
           END-IF

           OPEN OUTPUT FOLHAFEE
           IF WS-FS-FOL  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHAFEE'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND CTBFILA
           IF WS-FS-CTB = '35'
              OPEN OUTPUT CTBFILA
           END-IF
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE ZEROS     TO  WS-TAB-VEND
           MOVE WS-DTEDI  TO  WS-DATA-CAB

           IF LOTE-VENDIDO OF REG-CADLOTE
              AND WS-COMPVENDA-L OF REG-CADLOTE = WS-COMPET-IN
              ADD 1  TO  WS-CTVENDA
              PERFORM 036-RATEAR-VENDA
           END-IF

           PERFORM 025-LER-CADLOTE
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O VENDEDOR WS-VEND-ATU NO ACUMULADO (ABRE
      *    POSICAO NOVA QUANDO E O PRIMEIRO LANCAMENTO DELE NO MES)
      *--------------------------------------------------------------*
       032-ACUMULAR-VENDEDOR.

           MOVE 1  TO  WS-VEND-SUB
           PERFORM 033-PROCURAR-VENDEDOR
               UNTIL WS-VEND-SUB > WS-CTVEND
                  OR WS-VEND-COD (WS-VEND-SUB) = WS-VEND-ATU

           IF WS-VEND-SUB > WS-CTVEND
              IF WS-CTVEND = 99
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-CTVEND
              MOVE WS-CTVEND    TO  WS-VEND-SUB
              MOVE WS-VEND-ATU  TO  WS-VEND-COD (WS-VEND-SUB)
              MOVE ZEROS  TO  WS-VEND-QTD (WS-VEND-SUB)
              MOVE ZEROS  TO  WS-VEND-COMIS (WS-VEND-SUB)
              MOVE ZEROS  TO  WS-VEND-ESTORNO (WS-VEND-SUB)
              MOVE ZEROS  TO  WS-VEND-OVERRIDE (WS-VEND-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NO ACUMULADO DE VENDEDORES
           ADD 1  TO  WS-VEND-SUB
           .
      *--------------------------------------------------------------*
      *    REPARTIR A COMISSAO DO LOTE ENTRE OS PARTICIPANTES DA
      *    VENDA (VER V04). LOTE SEM RATEIO NO VENDRAT = 100% DO
      *    VENDEDOR CARIMBADO NO CADLOTE
      *--------------------------------------------------------------*
       036-RATEAR-VENDA.

           MOVE WS-LOTE-L OF REG-CADLOTE  TO  WS-LOTE-RV
           MOVE '23'  TO  WS-FS-RAT
           IF VENDRAT-ABERTO
              READ VENDRAT
              IF WS-FS-RAT NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO VENDRAT'  TO WS-MSG
                 MOVE  WS-FS-RAT                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           IF WS-FS-RAT = '23'
              MOVE SPACES  TO  REG-VENDRAT
              MOVE WS-LOTE-L OF REG-CADLOTE      TO  WS-LOTE-RV
              MOVE 1                             TO  WS-QTPART-RV
              MOVE WS-VENDEDOR-L OF REG-CADLOTE  TO  WS-VEND-RV (1)
              MOVE 'F'                           TO  WS-PAPEL-RV (1)
              MOVE 100                           TO  WS-PERC-RV (1)
           ELSE
              ADD 1  TO  WS-CTRATEIO
           END-IF

           MOVE WS-COMISSAO-L OF REG-CADLOTE  TO  WS-BASE-RAT
           PERFORM 996-RATEAR
           ADD WS-COMISSAO-L OF REG-CADLOTE  TO  WS-TOT-COMIS

           MOVE 1  TO  WS-PARTE-SUB
           PERFORM 037-CREDITAR-PARTE
               UNTIL WS-PARTE-SUB > WS-QT-RAT
           .
      *--------------------------------------------------------------*
      *    CREDITAR A PARTE DE UM PARTICIPANTE E O OVERRIDE DO
      *    GERENTE DELE
      *--------------------------------------------------------------*
       037-CREDITAR-PARTE.

           MOVE WS-VEND-RAT (WS-PARTE-SUB)  TO  WS-VEND-ATU
           PERFORM 032-ACUMULAR-VENDEDOR
           ADD 1  TO  WS-VEND-QTD (WS-VEND-SUB)
           ADD WS-VALOR-RAT (WS-PARTE-SUB)
               TO  WS-VEND-COMIS (WS-VEND-SUB)

           PERFORM 038-APURAR-OVERRIDE
           IF WS-VLR-OVERRIDE > ZEROS
              MOVE WS-GERENTE-ATU  TO  WS-VEND-ATU
              PERFORM 032-ACUMULAR-VENDEDOR
              ADD WS-VLR-OVERRIDE  TO  WS-VEND-OVERRIDE (WS-VEND-SUB)
              ADD WS-VLR-OVERRIDE  TO  WS-TOT-OVERRIDE
           END-IF

           ADD 1  TO  WS-PARTE-SUB
           .
      *--------------------------------------------------------------*
      *    APURAR O OVERRIDE DO GERENTE DO PARTICIPANTE SOBRE A
      *    PARTE DELE: % DO REGISTRO DO GERENTE NO VENDMST. SEM
      *    GERENTE, GERENTE DE SI MESMO OU SEM % = SEM OVERRIDE
      *--------------------------------------------------------------*
       038-APURAR-OVERRIDE.

           MOVE ZEROS  TO  WS-VLR-OVERRIDE
           MOVE ZEROS  TO  WS-GERENTE-ATU

           MOVE WS-VEND-RAT (WS-PARTE-SUB)
                TO  WS-VENDEDOR-V OF REG-VENDMST
           READ VENDMST
           IF WS-FS-VEN NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO VENDMST'  TO WS-MSG
              MOVE  WS-FS-VEN                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-VEN = '00'
              AND WS-GERENTE-V OF REG-VENDMST NUMERIC
              AND WS-GERENTE-V OF REG-VENDMST NOT = ZEROS
              AND WS-GERENTE-V OF REG-VENDMST
                  NOT = WS-VEND-RAT (WS-PARTE-SUB)
              MOVE WS-GERENTE-V OF REG-VENDMST  TO  WS-GERENTE-ATU
              MOVE WS-GERENTE-ATU  TO  WS-VENDEDOR-V OF REG-VENDMST
              READ VENDMST
              IF WS-FS-VEN NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO VENDMST'  TO WS-MSG
                 MOVE  WS-FS-VEN                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-VEN = '00'
                 AND WS-OVERRIDE-V OF REG-VENDMST NUMERIC
                 COMPUTE WS-VLR-OVERRIDE ROUNDED =
                         WS-VALOR-RAT (WS-PARTE-SUB)
                       * WS-OVERRIDE-V OF REG-VENDMST / 100
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    APLICAR OS ESTORNOS DA COMPETENCIA (ESTORNCOM - VER
      *    V02). ARQUIVO AUSENTE (FS='35') VALE COMO SEM DISTRATOS
      *--------------------------------------------------------------*
              MOVE ZEROS          TO  WS-VEND-COMIS (WS-VEND-SUB)
              MOVE ZEROS          TO  WS-VEND-ESTORNO
                                      (WS-VEND-SUB)
              MOVE ZEROS          TO  WS-VEND-OVERRIDE
                                      (WS-VEND-SUB)
           END-IF

           ADD WS-VALOR-EC  TO  WS-VEND-ESTORNO (WS-VEND-SUB)
           MOVE WS-VEND-QTD (WS-VEND-SUB)    TO  WS-QTD-R
           MOVE WS-VEND-COMIS (WS-VEND-SUB)  TO  WS-COMIS-R
           MOVE WS-VEND-ESTORNO (WS-VEND-SUB) TO WS-ESTORNO-R
           MOVE WS-VEND-OVERRIDE (WS-VEND-SUB) TO WS-OVERRIDE-R

      *    FOLHA NAO PAGA NEGATIVO: ESTORNO ACIMA DA COMISSAO NOVA
      *    TRUNCA EM ZERO E O SALDO SAI NA EXCECAO (VER V02)
           COMPUTE WS-VLR-LIQUIDO =
                   WS-VEND-COMIS (WS-VEND-SUB)
                 + WS-VEND-OVERRIDE (WS-VEND-SUB)
                 - WS-VEND-ESTORNO (WS-VEND-SUB)
           IF WS-VLR-LIQUIDO < ZEROS
              DISPLAY ' *** ESTORNO MAIOR QUE A COMISSAO - VEND. '
              GO TO 999-ERRO
           END-IF

           IF WS-VLR-LIQUIDO > ZEROS
              MOVE 'COM'                      TO  WS-EVENTO-CTB
              MOVE WS-VLR-LIQUIDO             TO  WS-VALOR-CTB
              MOVE WS-VEND-COD (WS-VEND-SUB)  TO  WS-REFER-NUM-CTB
              MOVE WS-COMPET-IN               TO  WS-REFER-SUB-CTB
              PERFORM 082-ENFILEIRAR-CONTABIL
           END-IF

           ADD 1  TO  WS-VEND-SUB
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB E
      *    REFERENCIA WS-REFER-CTB) NA FILA DA CONTABILIDADE, LIDA
      *    PELO CGPRG172 (VER V03)
      *--------------------------------------------------------------*
       082-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DATA-FECH-N  TO  WS-DATA-QC
           MOVE WS-VALOR-CTB    TO  WS-VALOR-QC
           MOVE WS-REFER-CTB    TO  WS-REFER-QC

           WRITE REG-CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTCONTAB
           .
      *--------------------------------------------------------------*
      *    FECHAR A COMPETENCIA NO FECHMES
      *--------------------------------------------------------------*
       085-FECHAR-COMPETENCIA.
           PERFORM 015-DATA-HORA

           MOVE WS-TOT-COMIS  TO  WS-TOT-COMIS-E
           MOVE WS-TOT-OVERRIDE  TO  WS-TOT-OVERRIDE-E

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG065        *'
           DISPLAY ' * VENDEDORES COM COMISSAO      = ' WS-CTVEND
           DISPLAY ' * TOTAL DE COMISSOES DO MES    = '
                   WS-TOT-COMIS-E
           DISPLAY ' * VENDAS COM RATEIO - VENDRAT  = ' WS-CTRATEIO
           DISPLAY ' * TOTAL DE OVERRIDE DE GERENTE = '
                   WS-TOT-OVERRIDE-E
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           IF VENDRAT-ABERTO
              CLOSE  VENDRAT
              IF WS-FS-RAT  NOT = '00'
                 MOVE  'ERRO AO FECHAR O VENDRAT'  TO WS-MSG
                 MOVE   WS-FS-RAT                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  FECHMES
           IF WS-FS-FEC  NOT = '00'
              MOVE  'ERRO AO FECHAR O FECHMES'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG065        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE RATEIO DA COMISSAO (VER V04)
      *--------------------------------------------------------------*
           COPY RATEIO.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
