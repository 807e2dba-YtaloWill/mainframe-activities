       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG178.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONCILIAR O ARQUIVO DE REPASSE MENSAL DO GOVERNO
      *           (REPGOV - FIES/PROUNI) CONTRA O RECEBIVEL DO
      *           GOVERNO (FINREC - COPY FINRECC, LANCADO PELO
      *           CGPRG022 NA GERACAO). CADA REPASSE BAIXA A PARCELA
      *           ABERTA DO ALUNO NA COMPETENCIA: VALOR IGUAL AO
      *           PREVISTO = 'P'; VALOR DIFERENTE = 'D' (DIVERGENTE,
      *           COM A DIFERENCA NO RELATORIO); O RECEBIDO VAI A
      *           CONTABILIDADE COMO EVENTO RGV NO CTBFILA, NA DATA
      *           DO REPASSE. REPASSE SEM PARCELA NO FINREC OU DE
      *           PARCELA JA BAIXADA NAO TOCA O RECEBIVEL NEM A
      *           CONTABILIDADE - SO E LISTADO PARA O FINANCEIRO.
      *           NO FIM, AS PARCELAS AINDA ABERTAS ATE A
      *           COMPETENCIA DO CARTAO SAO LISTADAS COMO SEM
      *           REPASSE. O RELATORIO RELREPG (PAGOS, DIVERGENTES,
      *           NAO PAGOS E TOTAIS) E A PROVA DO FINANCEIRO QUANDO
      *           O REPASSE VEM A MENOR. RC 4 QUANDO HA QUALQUER
      *           DIVERGENCIA OU PENDENCIA
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA DO REPASSE AAAAMM
      *   POS 07-10 RUNID DO LOTE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010207  PROGRAMA CRIADO - CONCILIACAO DO
      *                          REPASSE MENSAL FIES/PROUNI
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT REPGOV ASSIGN TO REPGOVJ
                  FILE STATUS   IS WS-FS-REP
           .
           SELECT FINREC ASSIGN TO FINRECJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-FR OF REG-FINREC
                  FILE STATUS   IS WS-FS-FRC
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
           SELECT RELREPG ASSIGN TO RELREPGJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> REPASSE MENSAL DO GOVERNO - UM REGISTRO POR ALUNO E
      *       COMPETENCIA REPASSADA, LRECL 60
       FD  REPGOV
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REPGOV.
      *-----> 'F' FIES / 'P' PROUNI
           05 WS-PROGRAMA-RG      PIC X(01).
           05 WS-CONTRATO-RG      PIC X(15).
           05 WS-NUMERO-RG        PIC 9(05).
           05 WS-COMPET-RG        PIC 9(06).
           05 WS-VALOR-RG         PIC 9(07)V99.
           05 WS-DT-REP-RG        PIC 9(08).
           05 FILLER              PIC X(16).
       FD  FINREC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FINREC.
           COPY FINRECC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
       FD  RELREPG
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELREPG            PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTPAGO              PIC 9(05) VALUE ZEROS.
           05  WS-CTDIVERG            PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMREC            PIC 9(05) VALUE ZEROS.
           05  WS-CTDUPLIC            PIC 9(05) VALUE ZEROS.
           05  WS-CTINVAL             PIC 9(05) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(05) VALUE ZEROS.
           05  WS-CTFRLIDO            PIC 9(06) VALUE ZEROS.
           05  WS-CTPEND              PIC 9(05) VALUE ZEROS.
           05  WS-CTIRREG             PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-DTSYS-LOTE          PIC 9(08).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-REP              PIC X(02).
           05  WS-FS-FRC              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG178'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-DIFERENCA           PIC S9(07)V99.
           05  WS-VAL-PREV-BX         PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-REP-BX          PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-DIF-BX          PIC S9(09)V99 VALUE ZEROS.
           05  WS-VAL-SEMREC          PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-PEND            PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-ARQ             PIC 9(09)V99 VALUE ZEROS.
           05  WS-VALOR-E             PIC $$$.$$$.$$9,99.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  FILLER  REDEFINES  WS-COMPET-IN.
               10  WS-COMPET-ANO-IN   PIC 9(04).
               10  WS-COMPET-MES-IN   PIC 9(02).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> COMPETENCIA DA LINHA DO RELATORIO DESMEMBRADA
       01  WS-COMPET-LIN              PIC 9(06).
       01  FILLER  REDEFINES  WS-COMPET-LIN.
           05  WS-COMPET-ANO-LIN      PIC 9(04).
           05  WS-COMPET-MES-LIN      PIC 9(02).

      *-----> DADOS DE SAIDA - RELATORIO DE CONCILIACAO (RELREPG)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'CONCILIACAO DO REPASSE FIES/PROUNI      '.
           05 FILLER                PIC X(13) VALUE 'COMPETENCIA: '.
           05 WS-MES-CAB            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-ANO-CAB            PIC 9(04).
           05 FILLER                PIC X(17) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(03) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'SITUACAO'.
           05 FILLER                PIC X(07) VALUE 'MATR.'.
           05 FILLER                PIC X(21) VALUE 'NOME'.
           05 FILLER                PIC X(07) VALUE 'PROGR.'.
           05 FILLER                PIC X(08) VALUE 'COMPET.'.
           05 FILLER                PIC X(14) VALUE
              '      PREVISTO'.
           05 FILLER                PIC X(14) VALUE
              '     REPASSADO'.
           05 FILLER                PIC X(15) VALUE
              '     DIFERENCA '.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-R            PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PROG-R           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MES-R            PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-R            PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PREV-R           PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-R            PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIFER-R          PIC -$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.

       01  WS-REG-SUBTIT.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(44) VALUE
              'PARCELAS SEM REPASSE ATE A COMPETENCIA      '.
           05 WS-MES-SUB          PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-SUB          PIC 9(04).
           05 FILLER              PIC X(48) VALUE SPACES.

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-T         PIC X(40).
           05 WS-VALOR-T          PIC -$$$.$$$.$$9,99.
           05 FILLER              PIC X(44) VALUE SPACES.

       01  WS-REG-TOTAL-QTD.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-Q         PIC X(40).
           05 WS-QTD-Q            PIC ZZZZ9.
           05 FILLER              PIC X(54) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *-----> AREA DO CHAMADOR EXIGIDA PELA ROTINA 999-ERRO (COPY
      *       ERRORTN): RUN-ID DO LOTE E IMAGEM DO REGISTRO EM
      *       PROCESSAMENTO, PERSISTIDOS NO ERRLOG PELO CGPRG076
       01  WS-RUNID-ERR           PIC 9(04)       VALUE ZEROS.
       01  WS-IMAGEM-ERR          PIC X(90)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG178.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
                   UNTIL WS-FS-REP = '10'
           PERFORM 050-LISTAR-PENDENTES THRU 050-LISTAR-PENDENTES-FIM
           PERFORM 060-IMPRIMIR-TOTAIS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG178 - CONCILIACAO REPASSE GOVERNO *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * COMPETENCIA : ' WS-COMPET-IN
           DISPLAY ' * RUNID       : ' WS-RUNID-IN

           IF WS-COMPET-IN NOT NUMERIC
              OR WS-RUNID-IN NOT NUMERIC
              MOVE  'PARAMETRO DE REPASSE INVALIDO'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-COMPET-MES-IN < 01 OR WS-COMPET-MES-IN > 12
              MOVE  'PARAMETRO DE REPASSE INVALIDO'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR

           ACCEPT WS-DTSYS-LOTE  FROM DATE YYYYMMDD
           PERFORM 015-DATA-HORA
           MOVE WS-DTEDI          TO  WS-DATA-CAB
           MOVE WS-COMPET-MES-IN  TO  WS-MES-CAB
           MOVE WS-COMPET-ANO-IN  TO  WS-ANO-CAB

           OPEN INPUT REPGOV
           IF WS-FS-REP  NOT = '00'
              MOVE  'ERRO AO ABRIR O REPGOV'  TO WS-MSG
              MOVE   WS-FS-REP                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O FINREC
           IF WS-FS-FRC  NOT = '00'
              MOVE  'ERRO AO ABRIR O FINREC'  TO WS-MSG
              MOVE   WS-FS-FRC                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
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

           OPEN OUTPUT RELREPG
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELREPG'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-REPGOV
           .
      *--------------------------------------------------------------*
      *    DATA E HORA DO SISTEMA EDITADAS
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           STRING  WS-DTSYS  (5:2) '/'
                   WS-DTSYS  (3:2) '/20'
                   WS-DTSYS  (1:2)
           DELIMITED BY SIZE INTO WS-DTEDI

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE REPASSE DO GOVERNO
      *--------------------------------------------------------------*
       025-LER-REPGOV.

           READ REPGOV
           IF WS-FS-REP  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO REPGOV'  TO WS-MSG
              MOVE   WS-FS-REP                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-REP = '00'
              MOVE REG-REPGOV  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONCILIAR UM REPASSE CONTRA A PARCELA DO FINREC. SO A
      *    PARCELA ABERTA E BAIXADA; O RECEBIDO DELA VAI AO CTBFILA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO

           IF WS-NUMERO-RG NOT NUMERIC
              OR WS-COMPET-RG NOT NUMERIC
              OR WS-VALOR-RG NOT NUMERIC
              OR WS-DT-REP-RG NOT NUMERIC
              ADD 1  TO  WS-CTINVAL
              DISPLAY ' *** REPASSE INVALIDO: ' REG-REPGOV
              GO TO 030-PROCESSAR-SAI
           END-IF

           ADD WS-VALOR-RG     TO  WS-VAL-ARQ
           MOVE WS-NUMERO-RG   TO  WS-NUMERO-R
           MOVE WS-COMPET-RG   TO  WS-COMPET-LIN
           PERFORM 035-BUSCAR-NOME
           MOVE WS-VALOR-RG    TO  WS-REP-R

           MOVE WS-NUMERO-RG   TO  WS-NUMERO-FR OF REG-FINREC
           MOVE WS-COMPET-RG   TO  WS-COMPET-FR OF REG-FINREC
           READ FINREC
           IF WS-FS-FRC = '23'
              ADD 1            TO  WS-CTSEMREC
              ADD WS-VALOR-RG  TO  WS-VAL-SEMREC
              MOVE 'SEM PARCELA '  TO  WS-SIT-R
              MOVE WS-PROGRAMA-RG  TO  WS-PROG-R
              PERFORM 037-EDITAR-PROGRAMA
              MOVE ZEROS           TO  WS-PREV-R
              MOVE WS-VALOR-RG     TO  WS-DIFERENCA
              PERFORM 040-IMPRIMIR-LINHA
              GO TO 030-PROCESSAR-SAI
           END-IF
           IF WS-FS-FRC NOT = '00'
              MOVE 'ERRO NA LEITURA DO FINREC'  TO WS-MSG
              MOVE  WS-FS-FRC                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-PROGRAMA-FR OF REG-FINREC  TO  WS-PROG-R
           PERFORM 037-EDITAR-PROGRAMA
           MOVE WS-VALOR-FR OF REG-FINREC     TO  WS-PREV-R

      *    PARCELA JA BAIXADA POR OUTRO REPASSE: SO LISTA
           IF NOT REPASSE-ABERTO OF REG-FINREC
              ADD 1            TO  WS-CTDUPLIC
              ADD WS-VALOR-RG  TO  WS-VAL-SEMREC
              MOVE 'JA BAIXADA  '  TO  WS-SIT-R
              MOVE WS-VALOR-RG     TO  WS-DIFERENCA
              PERFORM 040-IMPRIMIR-LINHA
              GO TO 030-PROCESSAR-SAI
           END-IF

           COMPUTE WS-DIFERENCA = WS-VALOR-RG
                                - WS-VALOR-FR OF REG-FINREC
           IF WS-DIFERENCA = ZEROS
              ADD 1  TO  WS-CTPAGO
              MOVE 'P'             TO  WS-SIT-FR OF REG-FINREC
              MOVE 'PAGO        '  TO  WS-SIT-R
           ELSE
              ADD 1  TO  WS-CTDIVERG
              MOVE 'D'             TO  WS-SIT-FR OF REG-FINREC
              MOVE 'DIVERGENTE  '  TO  WS-SIT-R
           END-IF
           ADD WS-VALOR-FR OF REG-FINREC  TO  WS-VAL-PREV-BX
           ADD WS-VALOR-RG                TO  WS-VAL-REP-BX
           ADD WS-DIFERENCA               TO  WS-VAL-DIF-BX

           MOVE WS-VALOR-RG    TO  WS-VALOR-REP-FR OF REG-FINREC
           MOVE WS-DT-REP-RG   TO  WS-DT-REP-FR OF REG-FINREC
           MOVE WS-RUNID-IN    TO  WS-RUNID-FR OF REG-FINREC
           MOVE WS-DTSYS-LOTE  TO  WS-DTLOTE-FR OF REG-FINREC
           REWRITE REG-FINREC
           IF WS-FS-FRC NOT = '00'
              MOVE 'ERRO NA ATUALIZ. DO FINREC'  TO WS-MSG
              MOVE  WS-FS-FRC                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-VALOR-RG > ZEROS
              PERFORM 045-ENFILEIRAR-CONTABIL
           END-IF
           PERFORM 040-IMPRIMIR-LINHA
           .
       030-PROCESSAR-SAI.
           PERFORM 025-LER-REPGOV
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    NOME DO ALUNO DA LINHA (WS-NUMERO-R) NO CADALU
      *--------------------------------------------------------------*
       035-BUSCAR-NOME.

           MOVE WS-NUMERO-R  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '00'
              MOVE WS-NOME-S OF REG-CADALU  TO  WS-NOME-R
           ELSE
              IF WS-FS-ALU NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE '** FORA DO CADALU **'  TO  WS-NOME-R
           END-IF
           .
      *--------------------------------------------------------------*
      *    NOME DO PROGRAMA DA LINHA (CODIGO JA EM WS-PROG-R)
      *--------------------------------------------------------------*
       037-EDITAR-PROGRAMA.

           EVALUATE WS-PROG-R
              WHEN 'F'
                 MOVE 'FIES  '  TO  WS-PROG-R
              WHEN 'P'
                 MOVE 'PROUNI'  TO  WS-PROG-R
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DO RELATORIO (COMPETENCIA EM
      *    WS-COMPET-LIN E DIFERENCA EM WS-DIFERENCA)
      *--------------------------------------------------------------*
       040-IMPRIMIR-LINHA.

           MOVE WS-COMPET-MES-LIN  TO  WS-MES-R
           MOVE WS-COMPET-ANO-LIN  TO  WS-ANO-R
           MOVE WS-DIFERENCA       TO  WS-DIFER-R

           IF WS-CTLIN > 55
              PERFORM 058-IMPCAB
           END-IF

           WRITE REG-RELREPG  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREPG'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O REPASSE RECEBIDO (EVENTO RGV) NA FILA DA
      *    CONTABILIDADE, NA DATA DO REPASSE, PARA O CGPRG172
      *--------------------------------------------------------------*
       045-ENFILEIRAR-CONTABIL.

           MOVE WS-NUMERO-RG    TO  WS-REFER-NUM-CTB
           MOVE WS-COMPET-RG    TO  WS-REFER-SUB-CTB

           MOVE SPACES          TO  REG-CTBFILA
           MOVE 'RGV'           TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DT-REP-RG    TO  WS-DATA-QC
           MOVE WS-VALOR-RG     TO  WS-VALOR-QC
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
      *    LISTAR AS PARCELAS SEM REPASSE: O FINREC E REABERTO PARA
      *    LEITURA SEQUENCIAL E TODA PARCELA AINDA ABERTA DE
      *    COMPETENCIA ATE A DO CARTAO ENTRA NA LISTA
      *--------------------------------------------------------------*
       050-LISTAR-PENDENTES.

           CLOSE FINREC
           IF WS-FS-FRC  NOT = '00'
              MOVE  'ERRO AO FECHAR O FINREC'  TO WS-MSG
              MOVE   WS-FS-FRC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN INPUT FINREC
           IF WS-FS-FRC  NOT = '00'
              MOVE  'ERRO AO ABRIR O FINREC'  TO WS-MSG
              MOVE   WS-FS-FRC                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-CTLIN > 52
              PERFORM 058-IMPCAB
           END-IF
           MOVE WS-COMPET-MES-IN  TO  WS-MES-SUB
           MOVE WS-COMPET-ANO-IN  TO  WS-ANO-SUB
           WRITE REG-RELREPG  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREPG'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELREPG  FROM  WS-REG-SUBTIT
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREPG'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 2  TO  WS-CTLIN

           PERFORM 054-LER-FINREC
           PERFORM 052-VERIFICAR-PARCELA
               UNTIL WS-FS-FRC = '10'
           .
       050-LISTAR-PENDENTES-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LISTAR A PARCELA SE AINDA ABERTA ATE A COMPETENCIA
      *--------------------------------------------------------------*
       052-VERIFICAR-PARCELA.

           IF REPASSE-ABERTO OF REG-FINREC
              AND WS-COMPET-FR OF REG-FINREC NOT > WS-COMPET-IN
              ADD 1  TO  WS-CTPEND
              ADD WS-VALOR-FR OF REG-FINREC  TO  WS-VAL-PEND
              MOVE 'SEM REPASSE '  TO  WS-SIT-R
              MOVE WS-NUMERO-FR OF REG-FINREC  TO  WS-NUMERO-R
              PERFORM 035-BUSCAR-NOME
              MOVE WS-PROGRAMA-FR OF REG-FINREC  TO  WS-PROG-R
              PERFORM 037-EDITAR-PROGRAMA
              MOVE WS-COMPET-FR OF REG-FINREC  TO  WS-COMPET-LIN
              MOVE WS-VALOR-FR OF REG-FINREC   TO  WS-PREV-R
              MOVE ZEROS                       TO  WS-REP-R
              COMPUTE WS-DIFERENCA = ZEROS
                                   - WS-VALOR-FR OF REG-FINREC
              PERFORM 040-IMPRIMIR-LINHA
           END-IF

           PERFORM 054-LER-FINREC
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO FINREC
      *--------------------------------------------------------------*
       054-LER-FINREC.

           READ FINREC  NEXT RECORD
           IF WS-FS-FRC  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FINREC'  TO WS-MSG
              MOVE   WS-FS-FRC                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-FRC = '00'
              ADD 1  TO  WS-CTFRLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       058-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELREPG FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELREPG FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELREPG FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELREPG FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DA CONCILIACAO
      *--------------------------------------------------------------*
       060-IMPRIMIR-TOTAIS.

           IF WS-CTLIN > 40
              PERFORM 058-IMPCAB
           END-IF
           WRITE REG-RELREPG  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREPG'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'REPASSES LIDOS NO ARQUIVO               '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTLIDO              TO  WS-QTD-Q
           PERFORM 064-GRAVAR-TOTAL-QTD
           MOVE 'PAGOS PELO VALOR PREVISTO               '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTPAGO              TO  WS-QTD-Q
           PERFORM 064-GRAVAR-TOTAL-QTD
           MOVE 'PAGOS COM VALOR DIVERGENTE              '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTDIVERG            TO  WS-QTD-Q
           PERFORM 064-GRAVAR-TOTAL-QTD
           MOVE 'REPASSES SEM PARCELA NO RECEBIVEL       '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTSEMREC            TO  WS-QTD-Q
           PERFORM 064-GRAVAR-TOTAL-QTD
           MOVE 'REPASSES DE PARCELA JA BAIXADA          '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTDUPLIC            TO  WS-QTD-Q
           PERFORM 064-GRAVAR-TOTAL-QTD
           MOVE 'REPASSES INVALIDOS (VER SYSOUT)         '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTINVAL             TO  WS-QTD-Q
           PERFORM 064-GRAVAR-TOTAL-QTD
           MOVE 'PARCELAS SEM REPASSE (NAO PAGAS)        '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTPEND              TO  WS-QTD-Q
           PERFORM 064-GRAVAR-TOTAL-QTD

           MOVE 'TOTAL DO ARQUIVO DE REPASSE             '
                                       TO  WS-ROTULO-T
           MOVE WS-VAL-ARQ             TO  WS-VALOR-T
           PERFORM 062-GRAVAR-TOTAL
           MOVE 'PREVISTO DAS PARCELAS BAIXADAS          '
                                       TO  WS-ROTULO-T
           MOVE WS-VAL-PREV-BX         TO  WS-VALOR-T
           PERFORM 062-GRAVAR-TOTAL
           MOVE 'REPASSADO NAS PARCELAS BAIXADAS         '
                                       TO  WS-ROTULO-T
           MOVE WS-VAL-REP-BX          TO  WS-VALOR-T
           PERFORM 062-GRAVAR-TOTAL
           MOVE 'DIFERENCA NAS PARCELAS BAIXADAS         '
                                       TO  WS-ROTULO-T
           MOVE WS-VAL-DIF-BX          TO  WS-VALOR-T
           PERFORM 062-GRAVAR-TOTAL
           MOVE 'REPASSADO SEM PARCELA ABERTA            '
                                       TO  WS-ROTULO-T
           MOVE WS-VAL-SEMREC          TO  WS-VALOR-T
           PERFORM 062-GRAVAR-TOTAL
           MOVE 'PREVISTO E NAO REPASSADO                '
                                       TO  WS-ROTULO-T
           MOVE WS-VAL-PEND            TO  WS-VALOR-T
           PERFORM 062-GRAVAR-TOTAL
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE TOTAL EM VALOR
      *--------------------------------------------------------------*
       062-GRAVAR-TOTAL.

           WRITE REG-RELREPG  FROM  WS-REG-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREPG'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE TOTAL EM QUANTIDADE
      *--------------------------------------------------------------*
       064-GRAVAR-TOTAL-QTD.

           WRITE REG-RELREPG  FROM  WS-REG-TOTAL-QTD
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREPG'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG178        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REPASSES LIDOS    - REPGOV   = ' WS-CTLIDO
           DISPLAY ' * PAGOS PELO PREVISTO          = ' WS-CTPAGO
           DISPLAY ' * PAGOS COM DIVERGENCIA        = ' WS-CTDIVERG
           DISPLAY ' * SEM PARCELA NO FINREC        = ' WS-CTSEMREC
           DISPLAY ' * PARCELA JA BAIXADA           = ' WS-CTDUPLIC
           DISPLAY ' * REPASSES INVALIDOS           = ' WS-CTINVAL
           DISPLAY ' * PARCELAS LIDAS    - FINREC   = ' WS-CTFRLIDO
           DISPLAY ' * PARCELAS SEM REPASSE         = ' WS-CTPEND
           MOVE WS-VAL-REP-BX  TO  WS-VALOR-E
           DISPLAY ' * REPASSADO NAS PARCELAS       = ' WS-VALOR-E
           MOVE WS-VAL-PEND  TO  WS-VALOR-E
           DISPLAY ' * PREVISTO E NAO REPASSADO     = ' WS-VALOR-E
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           COMPUTE WS-CTPROC = WS-CTPAGO + WS-CTDIVERG + WS-CTSEMREC
                   + WS-CTDUPLIC + WS-CTINVAL
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              COMPUTE WS-CTIRREG = WS-CTDIVERG + WS-CTSEMREC
                      + WS-CTDUPLIC + WS-CTINVAL + WS-CTPEND
              IF WS-CTIRREG > ZEROS
                 DISPLAY ' * ATENCAO - REPASSE COM DIVERGENCIA OU   *'
                 DISPLAY ' *           PENDENCIA - VER O RELREPG    *'
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  REPGOV
           IF WS-FS-REP  NOT = '00'
              MOVE  'ERRO AO FECHAR O REPGOV'  TO WS-MSG
              MOVE   WS-FS-REP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FINREC
           IF WS-FS-FRC  NOT = '00'
              MOVE  'ERRO AO FECHAR O FINREC'  TO WS-MSG
              MOVE   WS-FS-FRC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELREPG
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELREPG'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG178        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG178 <
