       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG180.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CALENDARIO DE PERIODOS FINANCEIROS
      *           (PERFIN - COPY PERFINC: SITUACAO ABERTO/FECHADO/
      *           REABERTO DE CADA COMPETENCIA POR AREA - M =
      *           MENSALIDADES, L = LOTES, F = FOLHA) A PARTIR DE
      *           CARTOES NA CONVENCAO DO CGPRG008, COM OS CONTROLES
      *           DE CABECALHO/RODAPE DO LOTE (COPY SYSINHT). A
      *           PRIMEIRA POSICAO DO CARTAO DIZ A ACAO: 'F' =
      *           FECHAR, 'R' = REABRIR, 'L' = LISTAR A AUDITORIA.
      *           O OPERADOR DO CARTAO (POSICOES 3-5) E CONFERIDO NO
      *           OPERTAB NA DATA DO LOTE: FECHAMENTO E LISTAGEM
      *           PEDEM NIVEL 2 OU 3, REABERTURA SO NIVEL 3
      *           (REVISOR). SO SE REABRE PERIODO FECHADO. A
      *           LISTAGEM DE AUDITORIA (RELPERF) MOSTRA OS
      *           LANCAMENTOS GRAVADOS NO PERAUD (COPY PERAUDC) PELOS
      *           PROGRAMAS LANCADORES DESDE A ULTIMA REABERTURA DA
      *           COMPETENCIA; SAI SOB DEMANDA ('L') E, SEMPRE, NO
      *           NOVO FECHAMENTO DE UM PERIODO REABERTO. CARTAO
      *           RECUSADO VAI PARA O REJFILE (COPY REJCARDC)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010209  PROGRAMA CRIADO - FECHAMENTO E
      *                          REABERTURA DE PERIODOS FINANCEIROS
      *                          COM AUDITORIA DO PERIODO REABERTO
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
           SELECT PERFIN ASSIGN TO PERFINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PF OF REG-PERFIN
                  FILE STATUS   IS WS-FS-PER
           .
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-OPERID-T OF REG-OPERTAB
                  FILE STATUS   IS WS-FS-OPE
           .
           SELECT PERAUD ASSIGN TO PERAUDJ
                  FILE STATUS   IS WS-FS-AUD
           .
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
           SELECT RELPERF ASSIGN TO RELPERFJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PERFIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERFIN.
           COPY PERFINC.
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
       FD  PERAUD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERAUD.
           COPY PERAUDC.
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILE.
           COPY REJCARDC.
       FD  RELPERF
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPERF            PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTFECH              PIC 9(04) VALUE ZEROS.
           05  WS-CTREAB              PIC 9(04) VALUE ZEROS.
           05  WS-CTLIST              PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAVREJ           PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-CTAUDLIDO           PIC 9(06) VALUE ZEROS.
           05  WS-CTAUDIMP            PIC 9(06) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-PER              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-AUD              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG180'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
           05  WS-COD-REJ             PIC X(03).
      *-----> NIVEL MINIMO DO OPERADOR PARA A ACAO DO CARTAO
           05  WS-NIVEL-MIN           PIC 9(01).
      *-----> TOTAIS DE UMA LISTAGEM DE AUDITORIA
           05  WS-QTD-LIST            PIC 9(06).
           05  WS-VLR-LIST            PIC 9(13)V99.
      *-----> DATA EM EDICAO (AAAAMMDD -> DD/MM/AAAA)
           05  WS-DATA-AUX            PIC 9(08).
           05  WS-DATA-AUX-R  REDEFINES  WS-DATA-AUX.
               10  WS-ANO-AUX         PIC 9(04).
               10  WS-MES-AUX         PIC 9(02).
               10  WS-DIA-AUX         PIC 9(02).
           05  WS-HORA-AUX            PIC 9(06).
           05  WS-HORA-AUX-R  REDEFINES  WS-HORA-AUX.
               10  WS-HH-AUX          PIC 9(02).
               10  WS-MI-AUX          PIC 9(02).
               10  WS-SS-AUX          PIC 9(02).
       01  WS-DATA-ED.
           05  WS-DIA-ED              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-MES-ED              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-ANO-ED              PIC 9(04).
       01  WS-HORA-ED.
           05  WS-HH-ED               PIC 9(02).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-MI-ED               PIC 9(02).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-SS-ED               PIC 9(02).

      *-----> ENTRADA - CARTAO DE PERIODO FINANCEIRO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-FECHAR        VALUE 'F'.
               88 TRANS-REABRIR       VALUE 'R'.
               88 TRANS-LISTAR        VALUE 'L'.
           05 WS-AREA-IN          PIC X(01).
               88 AREA-VALIDA-IN      VALUE 'M' 'L' 'F'.
           05 WS-OPER-IN          PIC X(03).
      *-----> COMPETENCIA AAAAMM
           05 WS-COMPET-IN        PIC 9(06).
           05 WS-COMPET-IN-R  REDEFINES  WS-COMPET-IN.
               10 WS-ANO-COMP-IN  PIC 9(04).
               10 WS-MES-COMP-IN  PIC 9(02).
           05 FILLER              PIC X(69).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DO PERIODO
       01  WS-REG-PERFIN.
           COPY PERFINC.

      *-----> DADOS DE SAIDA - LISTAGEM DE AUDITORIA (RELPERF)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(50) VALUE
              'AUDITORIA DE LANCAMENTOS EM PERIODO REABERTO'.
           05 FILLER                PIC X(25) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB-SECAO.
           05 FILLER                PIC X(07) VALUE ' AREA: '.
           05 WS-AREA-SECAO         PIC X(01).
           05 FILLER                PIC X(09) VALUE '  COMPET.'.
           05 WS-COMPET-SECAO       PIC 9(06).
           05 FILLER                PIC X(15) VALUE
              '  REABERTO EM: '.
           05 WS-DT-SECAO           PIC X(10).
           05 FILLER                PIC X(06) VALUE '  POR '.
           05 WS-OPER-SECAO         PIC X(03).
           05 FILLER                PIC X(14) VALUE
              '  REABERTURAS:'.
           05 WS-QTD-SECAO          PIC Z9.
           05 FILLER                PIC X(27) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(10) VALUE ' PROGRAMA'.
           05 FILLER                PIC X(05) VALUE 'RUNID'.
           05 FILLER                PIC X(09) VALUE ' OPERADOR'.
           05 FILLER                PIC X(11) VALUE '  DATA LANC'.
           05 FILLER                PIC X(09) VALUE '    HORA'.
           05 FILLER                PIC X(11) VALUE '  DATA FATO'.
           05 FILLER                PIC X(14) VALUE ' REFERENCIA'.
           05 FILLER                PIC X(19) VALUE
              '              VALOR'.
           05 FILLER                PIC X(12) VALUE SPACES.

       01  WS-DET.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PROG-DET           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RUNID-DET          PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OPER-DET           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-DET           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-HORA-DET           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTFATO-DET         PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REFER-DET          PIC X(13).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-VALOR-DET          PIC $$$.$$$.$$$.$$9,99.
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-TOT-LIST.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(29) VALUE
              'LANCAMENTOS APOS A REABERTURA'.
           05 FILLER                PIC X(03) VALUE ' : '.
           05 WS-QTD-TOT            PIC ZZZ.ZZ9.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'VALOR TOTAL: '.
           05 WS-VLR-TOT            PIC $$.$$$.$$$.$$$.$$9,99.
           05 FILLER                PIC X(16) VALUE SPACES.

       01  WS-REG-AVISO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(60) VALUE
              'NENHUM LANCAMENTO NO PERIODO APOS A REABERTURA'.
           05 FILLER                PIC X(39) VALUE SPACES.

       01  WS-LINHA               PIC X(100).
       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
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
       000-CGPRG180.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG180 - PERIODOS FINANCEIROS        *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           MOVE WS-DTEDI  TO  WS-DATA-CAB

           OPEN I-O PERFIN
           IF WS-FS-PER = '35'
              OPEN OUTPUT PERFIN
              CLOSE PERFIN
              OPEN I-O PERFIN
           END-IF
           IF WS-FS-PER  NOT = '00'
              MOVE  'ERRO AO ABRIR O PERFIN'  TO WS-MSG
              MOVE   WS-FS-PER                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELPERF
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELPERF'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
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
      *    EDITAR A DATA DE WS-DATA-AUX EM WS-DATA-ED (DD/MM/AAAA)
      *--------------------------------------------------------------*
       016-EDITAR-DATA.

           MOVE WS-DIA-AUX  TO  WS-DIA-ED
           MOVE WS-MES-AUX  TO  WS-MES-ED
           MOVE WS-ANO-AUX  TO  WS-ANO-ED
           .
      *--------------------------------------------------------------*
      *    LEITURA DADOS DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTLIDO
              MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE FECHAMENTO ('F'), REABERTURA ('R')
      *    OU LISTAGEM DE AUDITORIA ('L')
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT TRANS-FECHAR AND NOT TRANS-REABRIR
              AND NOT TRANS-LISTAR
              MOVE 'ACAO DIFERENTE DE F/R/L'  TO  WS-MOTIVO-REJ
              MOVE 'PAR'                      TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF NOT AREA-VALIDA-IN
              MOVE 'AREA DIFERENTE DE M/L/F'  TO  WS-MOTIVO-REJ
              MOVE 'PAR'                      TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-COMPET-IN IS NOT NUMERIC
              MOVE 'COMPETENCIA INVALIDA'  TO  WS-MOTIVO-REJ
              MOVE 'PAR'                   TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-ANO-COMP-IN = ZEROS
              OR WS-MES-COMP-IN < 1 OR WS-MES-COMP-IN > 12
              MOVE 'COMPETENCIA INVALIDA'  TO  WS-MOTIVO-REJ
              MOVE 'PAR'                   TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-REABRIR
              MOVE 3  TO  WS-NIVEL-MIN
           ELSE
              MOVE 2  TO  WS-NIVEL-MIN
           END-IF
           MOVE SPACES  TO  WS-MOTIVO-REJ
           PERFORM 029-VALIDAR-OPERADOR THRU 029-VALIDAR-OPERADOR-FIM
           IF WS-MOTIVO-REJ NOT = SPACES
              MOVE 'OPE'  TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           EVALUATE TRUE
              WHEN TRANS-FECHAR
                 PERFORM 041-FECHAR THRU 041-FECHAR-FIM
              WHEN TRANS-REABRIR
                 PERFORM 043-REABRIR THRU 043-REABRIR-FIM
              WHEN OTHER
                 PERFORM 045-LISTAR THRU 045-LISTAR-FIM
           END-EVALUATE
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR O CARTAO COM O MOTIVO MONTADO PELO CHAMADOR E
      *    GRAVA-LO NO REJFILE COM A IMAGEM ORIGINAL (CONVENCAO DO
      *    CGPRG008)
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO-REJ ' ***'
           DISPLAY ' * ACAO/AREA : ' WS-TIPO-TRANS-IN '/' WS-AREA-IN
           DISPLAY ' * OPERADOR  : ' WS-OPER-IN
           DISPLAY ' * COMPET.   : ' WS-COMPET-IN

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE WS-HDR-RUNID      TO  WS-RUNID-RJ
           MOVE WS-HDR-DATA-LOTE  TO  WS-DATA-RJ
           MOVE WS-COD-REJ        TO  WS-MOTIVO-RJ
           MOVE WS-REG-SYSIN      TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              ADD 1  TO  WS-CTGRAVREJ
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR DO CARTAO NO OPERTAB NA DATA DO LOTE:
      *    CADASTRADO, NAO REVOGADO, EM VIGENCIA (DATAS EM BRANCO DE
      *    REGISTRO ANTIGO NAO LIMITAM) E COM O NIVEL MINIMO
      *--------------------------------------------------------------*
       029-VALIDAR-OPERADOR.

           MOVE WS-OPER-IN  TO  WS-OPERID-T OF REG-OPERTAB
           READ OPERTAB
           IF WS-FS-OPE = '23'
              MOVE 'OPERADOR NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-FS-OPE NOT = '00'
              MOVE 'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE  WS-FS-OPE                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF OPER-REVOGADO OF REG-OPERTAB
              MOVE 'OPERADOR REVOGADO'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-INI-T OF REG-OPERTAB NUMERIC
              AND WS-HDR-DATA-LOTE < WS-DT-INI-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-FIM-T OF REG-OPERTAB NUMERIC
              AND WS-DT-FIM-T OF REG-OPERTAB > ZEROS
              AND WS-HDR-DATA-LOTE > WS-DT-FIM-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF

           IF WS-NIVEL-T OF REG-OPERTAB < WS-NIVEL-MIN
              IF TRANS-REABRIR
                 MOVE 'REABERTURA SO POR NIVEL 3'  TO WS-MOTIVO-REJ
              ELSE
                 MOVE 'OPERADOR SEM NIVEL 2'  TO  WS-MOTIVO-REJ
              END-IF
           END-IF
           .
       029-VALIDAR-OPERADOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PERIODO DO CARTAO NO PERFIN PARA WS-REG-PERFIN.
      *    COMPETENCIA SEM REGISTRO VOLTA ABERTA, COM A CHAVE
      *    MONTADA E AS DATAS ZERADAS
      *--------------------------------------------------------------*
       035-LER-PERIODO.

           MOVE WS-AREA-IN    TO  WS-AREA-PF OF REG-PERFIN
           MOVE WS-COMPET-IN  TO  WS-COMPET-PF OF REG-PERFIN
           READ PERFIN
           IF WS-FS-PER = '00'
              MOVE REG-PERFIN  TO  WS-REG-PERFIN
           ELSE
              IF WS-FS-PER NOT = '23'
                 MOVE 'ERRO NA LEITURA DO PERFIN'  TO WS-MSG
                 MOVE  WS-FS-PER                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE SPACES        TO  WS-REG-PERFIN
              MOVE WS-AREA-IN    TO  WS-AREA-PF OF WS-REG-PERFIN
              MOVE WS-COMPET-IN  TO  WS-COMPET-PF OF WS-REG-PERFIN
              MOVE 'A'           TO  WS-SIT-PF OF WS-REG-PERFIN
              MOVE ZEROS         TO  WS-DT-FECH-PF OF WS-REG-PERFIN
              MOVE ZEROS         TO  WS-DT-REAB-PF OF WS-REG-PERFIN
              MOVE ZEROS         TO  WS-RUNID-PF OF WS-REG-PERFIN
              MOVE ZEROS         TO  WS-QTD-REAB-PF OF WS-REG-PERFIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O PERIODO: ABERTO (COM OU SEM REGISTRO) OU
      *    REABERTO. O NOVO FECHAMENTO DE UM PERIODO REABERTO TIRA
      *    ANTES A LISTAGEM DE AUDITORIA DO QUE FOI LANCADO DESDE A
      *    REABERTURA
      *--------------------------------------------------------------*
       041-FECHAR.

           PERFORM 035-LER-PERIODO

           IF PF-FECHADO OF WS-REG-PERFIN
              MOVE 'PERIODO JA FECHADO'  TO  WS-MOTIVO-REJ
              MOVE 'SIT'                 TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 041-FECHAR-FIM
           END-IF

           IF PF-REABERTO OF WS-REG-PERFIN
              PERFORM 050-LISTAR-AUDITORIA THRU 050-LISTAR-AUDITORIA-FIM
           END-IF

           MOVE 'F'               TO  WS-SIT-PF OF WS-REG-PERFIN
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-FECH-PF OF WS-REG-PERFIN
           MOVE WS-OPER-IN        TO  WS-OPER-FECH-PF OF WS-REG-PERFIN
           MOVE WS-HDR-RUNID      TO  WS-RUNID-PF OF WS-REG-PERFIN

           IF WS-FS-PER = '23'
              WRITE REG-PERFIN  FROM  WS-REG-PERFIN
              IF WS-FS-PER NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO PERFIN'  TO WS-MSG
                 MOVE  WS-FS-PER                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           ELSE
              REWRITE REG-PERFIN  FROM  WS-REG-PERFIN
              IF WS-FS-PER NOT = '00'
                 MOVE 'ERRO NA ALTERACAO DO PERFIN'  TO WS-MSG
                 MOVE  WS-FS-PER                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           ADD 1 TO WS-CTFECH
           DISPLAY ' * PERIODO FECHADO   - AREA ' WS-AREA-IN
                   ' COMPET. ' WS-COMPET-IN ' POR ' WS-OPER-IN
           .
       041-FECHAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    REABRIR O PERIODO (SO OPERADOR NIVEL 3 E SO PERIODO
      *    FECHADO): OS LANCAMENTOS VOLTAM A SER ACEITOS E PASSAM A
      *    SER GRAVADOS NO PERAUD ATE O NOVO FECHAMENTO
      *--------------------------------------------------------------*
       043-REABRIR.

           PERFORM 035-LER-PERIODO

           IF NOT PF-FECHADO OF WS-REG-PERFIN
              MOVE 'PERIODO NAO ESTA FECHADO'  TO  WS-MOTIVO-REJ
              MOVE 'SIT'                       TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 043-REABRIR-FIM
           END-IF

           MOVE 'R'               TO  WS-SIT-PF OF WS-REG-PERFIN
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-REAB-PF OF WS-REG-PERFIN
           MOVE WS-OPER-IN        TO  WS-OPER-REAB-PF OF WS-REG-PERFIN
           MOVE WS-HDR-RUNID      TO  WS-RUNID-PF OF WS-REG-PERFIN
           IF WS-QTD-REAB-PF OF WS-REG-PERFIN IS NOT NUMERIC
              MOVE ZEROS  TO  WS-QTD-REAB-PF OF WS-REG-PERFIN
           END-IF
           ADD 1  TO  WS-QTD-REAB-PF OF WS-REG-PERFIN

           REWRITE REG-PERFIN  FROM  WS-REG-PERFIN
           IF WS-FS-PER NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO PERFIN'  TO WS-MSG
              MOVE  WS-FS-PER                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1 TO WS-CTREAB
           DISPLAY ' * PERIODO REABERTO  - AREA ' WS-AREA-IN
                   ' COMPET. ' WS-COMPET-IN ' POR ' WS-OPER-IN
           .
       043-REABRIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LISTAR SOB DEMANDA A AUDITORIA DO PERIODO DESDE A ULTIMA
      *    REABERTURA (PERIODO REABERTO OU JA FECHADO DE NOVO)
      *--------------------------------------------------------------*
       045-LISTAR.

           PERFORM 035-LER-PERIODO

           IF WS-DT-REAB-PF OF WS-REG-PERFIN IS NOT NUMERIC
              OR WS-DT-REAB-PF OF WS-REG-PERFIN = ZEROS
              MOVE 'PERIODO NUNCA FOI REABERTO'  TO  WS-MOTIVO-REJ
              MOVE 'SIT'                         TO  WS-COD-REJ
              PERFORM 028-REJEITAR
              GO TO 045-LISTAR-FIM
           END-IF

           PERFORM 050-LISTAR-AUDITORIA THRU 050-LISTAR-AUDITORIA-FIM
           ADD 1 TO WS-CTLIST
           .
       045-LISTAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LISTAGEM DE AUDITORIA: PASSAR O PERAUD INTEIRO E IMPRIMIR
      *    OS LANCAMENTOS DA AREA/COMPETENCIA DO PERIODO EM
      *    WS-REG-PERFIN COM DATA IGUAL OU POSTERIOR A ULTIMA
      *    REABERTURA. PERAUD AUSENTE = NENHUM LANCAMENTO
      *--------------------------------------------------------------*
       050-LISTAR-AUDITORIA.

           MOVE ZEROS  TO  WS-QTD-LIST
           MOVE ZEROS  TO  WS-VLR-LIST

           MOVE WS-AREA-PF OF WS-REG-PERFIN    TO  WS-AREA-SECAO
           MOVE WS-COMPET-PF OF WS-REG-PERFIN  TO  WS-COMPET-SECAO
           MOVE WS-DT-REAB-PF OF WS-REG-PERFIN TO  WS-DATA-AUX
           PERFORM 016-EDITAR-DATA
           MOVE WS-DATA-ED                     TO  WS-DT-SECAO
           MOVE WS-OPER-REAB-PF OF WS-REG-PERFIN
                                               TO  WS-OPER-SECAO
           MOVE WS-QTD-REAB-PF OF WS-REG-PERFIN
                                               TO  WS-QTD-SECAO
           MOVE 65  TO  WS-CTLIN

           OPEN INPUT PERAUD
           IF WS-FS-AUD = '35'
              GO TO 050-LISTAR-TOTAL
           END-IF
           IF WS-FS-AUD  NOT = '00'
              MOVE  'ERRO AO ABRIR O PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 052-LER-PERAUD
           PERFORM 054-TRATAR-PERAUD UNTIL WS-FS-AUD = '10'

           CLOSE  PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE  'ERRO AO FECHAR O PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       050-LISTAR-TOTAL.

           IF WS-QTD-LIST = ZEROS
              MOVE WS-REG-AVISO  TO  WS-LINHA
              PERFORM 059-GRAVAR-LINHA
           END-IF

           MOVE WS-HIFEN  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA
           MOVE WS-QTD-LIST  TO  WS-QTD-TOT
           MOVE WS-VLR-LIST  TO  WS-VLR-TOT
           MOVE WS-TOT-LIST  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA

           DISPLAY ' * AUDITORIA LISTADA - AREA '
                   WS-AREA-PF OF WS-REG-PERFIN
                   ' COMPET. ' WS-COMPET-PF OF WS-REG-PERFIN
                   ' LANCAMENTOS: ' WS-QTD-LIST
           .
       050-LISTAR-AUDITORIA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LEITURA DO PERAUD
      *--------------------------------------------------------------*
       052-LER-PERAUD.

           READ PERAUD
           IF WS-FS-AUD  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-AUD = '00'
              ADD 1  TO  WS-CTAUDLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O LANCAMENTO SE FOR DO PERIODO E POSTERIOR A
      *    REABERTURA
      *--------------------------------------------------------------*
       054-TRATAR-PERAUD.

           IF WS-CHAVE-PA = WS-CHAVE-PF OF WS-REG-PERFIN
              AND WS-DATA-PA NOT < WS-DT-REAB-PF OF WS-REG-PERFIN
              MOVE WS-PROG-PA      TO  WS-PROG-DET
              MOVE WS-RUNID-PA     TO  WS-RUNID-DET
              MOVE WS-OPER-PA      TO  WS-OPER-DET
              MOVE WS-DATA-PA      TO  WS-DATA-AUX
              PERFORM 016-EDITAR-DATA
              MOVE WS-DATA-ED      TO  WS-DATA-DET
              MOVE WS-HORA-PA      TO  WS-HORA-AUX
              MOVE WS-HH-AUX       TO  WS-HH-ED
              MOVE WS-MI-AUX       TO  WS-MI-ED
              MOVE WS-SS-AUX       TO  WS-SS-ED
              MOVE WS-HORA-ED      TO  WS-HORA-DET
              MOVE WS-DT-MOVTO-PA  TO  WS-DATA-AUX
              PERFORM 016-EDITAR-DATA
              MOVE WS-DATA-ED      TO  WS-DTFATO-DET
              MOVE WS-REFER-PA     TO  WS-REFER-DET
              MOVE WS-VALOR-PA     TO  WS-VALOR-DET
              MOVE WS-DET          TO  WS-LINHA
              PERFORM 059-GRAVAR-LINHA
              ADD 1            TO  WS-QTD-LIST
              ADD 1            TO  WS-CTAUDIMP
              ADD WS-VALOR-PA  TO  WS-VLR-LIST
           END-IF

           PERFORM 052-LER-PERAUD
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO (PERIODO EM WS-CAB-SECAO)
      *--------------------------------------------------------------*
       058-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELPERF FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPERF FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPERF FROM WS-CAB-SECAO
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB-SECAO' TO WS-MSG
              MOVE WS-FS-REL                 TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPERF FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPERF FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO (JA MONTADA EM WS-LINHA)
      *--------------------------------------------------------------*
       059-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 058-IMPCAB
           END-IF

           WRITE REG-RELPERF  FROM  WS-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPERF'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG180        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * PERIODOS FECHADOS  - PERFIN  = ' WS-CTFECH
           DISPLAY ' * PERIODOS REABERTOS - PERFIN  = ' WS-CTREAB
           DISPLAY ' * LISTAGENS SOB DEMANDA        = ' WS-CTLIST
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * REJEITOS GRAVADOS - REJFILE  = ' WS-CTGRAVREJ
           DISPLAY ' * REGISTROS LIDOS   - PERAUD   = ' WS-CTAUDLIDO
           DISPLAY ' * LANCAMENTOS LISTADOS-RELPERF = ' WS-CTAUDIMP
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
              OR WS-CTLIDO NOT = WS-TRL-QTD-INFORMADA
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - LOTE COM QTDE DE CARTOES     *'
              DISPLAY ' *           DIFERENTE DO ESPERADO        *'
              DISPLAY ' * QTDE ESPERADA  (CABECALHO) = '
                      WS-HDR-QTD-ESPERADA
              DISPLAY ' * QTDE INFORMADA (RODAPE)    = '
                      WS-TRL-QTD-INFORMADA
              DISPLAY ' * QTDE LIDA      (WS-CTLIDO) = ' WS-CTLIDO
           END-IF

           COMPUTE WS-CTPROC = WS-CTFECH + WS-CTREAB + WS-CTLIST
                   + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              OR WS-CTREJ NOT = WS-CTGRAVREJ
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  PERFIN
           IF WS-FS-PER  NOT = '00'
              MOVE  'ERRO AO FECHAR O PERFIN'  TO WS-MSG
              MOVE   WS-FS-PER                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELPERF
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELPERF'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG180        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG180 <
