       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG170.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RETORNO DAS NFS-E DA PREFEITURA E LISTA DOS
      *           PAGAMENTOS AINDA SEM NOTA:
      *           1 - RETNFSE (COPY RETNFSEC, FECHADO POR RODAPE COM
      *               A QTDE): CADA RPS DA REMESSA DO CGPRG169 VOLTA
      *               EMITIDO ('E' - NUMERO DA NFS-E, DATA E CODIGO
      *               DE VERIFICACAO GRAVADOS NO NFSEREG, AMARRADOS
      *               A COBRANCA PAGA) OU REJEITADO ('R' - CODIGO E
      *               MENSAGEM DA PREFEITURA, SITUACAO 'J').
      *           2 - CARTOES DA CONTABILIDADE (SYSIN, LOTE COM
      *               CABECALHO/RODAPE - COPY SYSINHT):
      *               'M' = NFS-E EMITIDA A MAO NO SITE DA PREFEITURA
      *                     PARA O RPS (PENDENTE, BLOQUEADO OU
      *                     REJEITADO) - GRAVA O NUMERO DA NOTA;
      *               'R' = RPS REJEITADO, JA CORRIGIDO NA ORIGEM,
      *                     VOLTA PARA 'B' E O CGPRG169 REENVIA NA
      *                     PROXIMA EXECUCAO.
      *           3 - LISTA NO RELNFSE TODO PAGAMENTO DO NFSEREG SEM
      *               NFS-E (BLOQUEADO, PENDENTE OU REJEITADO), COM
      *               OS DIAS DESDE O PAGAMENTO (CONVENCAO 30/360 DO
      *               CGPRG024) ATE A DATA DO CABECALHO.
      *           RETNFSE SEM RODAPE OU COM QTDE DIVERGENTE = RC 8;
      *           RETORNO OU CARTAO REJEITADO = RC 4
      *--------------------------------------------------------------*
      * CARTAO DA CONTABILIDADE (SYSIN, ENTRE O CABECALHO E O
      * SENTINELA):
      *   POS 01    TIPO ('M' = NOTA MANUAL, 'R' = REENVIAR)
      *   POS 02-10 NUMERO DO RPS
      *   POS 11-25 NUMERO DA NFS-E              (SO NO 'M')
      *   POS 26-33 DATA DA NFS-E (AAAAMMDD)     (SO NO 'M')
      *   POS 34-42 CODIGO DE VERIFICACAO        (SO NO 'M')
      *   POS 43-45 OPERADOR
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010201  PROGRAMA CRIADO - RETORNO DAS NFS-E
      *                          E LISTA DE PAGAMENTOS SEM NOTA
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
           SELECT RETNFSE ASSIGN TO RETNFSEJ
                  FILE STATUS   IS WS-FS-RET
           .
           SELECT NFSEREG ASSIGN TO NFSEREGJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-RPS-NF OF REG-NFSEREG
                  FILE STATUS   IS WS-FS-NFS
           .
           SELECT RELNFSE ASSIGN TO RELNFSEJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  RETNFSE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RETNFSE.
           COPY RETNFSEC.
       FD  NFSEREG
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NFSEREG.
           COPY NFSEREGC.
       FD  RELNFSE
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELNFSE            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTEMITIDA           PIC 9(07) VALUE ZEROS.
           05  WS-CTREJEITADA         PIC 9(07) VALUE ZEROS.
           05  WS-CTJATRAT            PIC 9(07) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(07) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(07) VALUE ZEROS.
           05  WS-CTCARTAO            PIC 9(05) VALUE ZEROS.
           05  WS-CTMANUAL            PIC 9(05) VALUE ZEROS.
           05  WS-CTREENVIO           PIC 9(05) VALUE ZEROS.
           05  WS-CTCARTAO-REJ        PIC 9(05) VALUE ZEROS.
           05  WS-CTBLOQ              PIC 9(05) VALUE ZEROS.
           05  WS-CTPEND              PIC 9(05) VALUE ZEROS.
           05  WS-CTREJEIT-ABERTO     PIC 9(05) VALUE ZEROS.
           05  WS-VLBLOQ              PIC 9(09)V99 VALUE ZEROS.
           05  WS-VLPEND              PIC 9(09)V99 VALUE ZEROS.
           05  WS-VLREJEIT            PIC 9(09)V99 VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-RET              PIC X(02).
           05  WS-FS-NFS              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG170'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-RODAPE-LIDO         PIC X(01) VALUE 'N'.
               88  RODAPE-LIDO                  VALUE 'S'.
           05  WS-DIAS                PIC S9(05).

      *-----> DATA DE REFERENCIA (CABECALHO DO LOTE) E DATA DO
      *       PAGAMENTO, PARA OS DIAS SEM NOTA
       01  WS-DATA-REF                PIC 9(08).
       01  WS-DATA-REF-R  REDEFINES  WS-DATA-REF.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).
           05  WS-REF-DIA             PIC 9(02).
       01  WS-DATA-PAG                PIC 9(08).
       01  WS-DATA-PAG-R  REDEFINES  WS-DATA-PAG.
           05  WS-PAG-ANO             PIC 9(04).
           05  WS-PAG-MES             PIC 9(02).
           05  WS-PAG-DIA             PIC 9(02).
       01  WS-COMPET-N                PIC 9(06).
       01  WS-COMPET-R  REDEFINES  WS-COMPET-N.
           05  WS-COMPET-ANO          PIC 9(04).
           05  WS-COMPET-MES          PIC 9(02).

      *-----> ENTRADA - CARTAO DA CONTABILIDADE VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-IN          PIC X(01).
               88 CARTAO-MANUAL       VALUE 'M'.
               88 CARTAO-REENVIO      VALUE 'R'.
           05 WS-RPS-IN           PIC 9(09).
           05 WS-NFSE-IN          PIC X(15).
           05 WS-DT-NFSE-IN       PIC 9(08).
           05 WS-VERIF-IN         PIC X(09).
           05 WS-OPER-IN          PIC X(03).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> DADOS DE SAIDA - LISTAGEM
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'NFS-E - RETORNO E PAGAMENTOS SEM NOTA   '.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SUBTIT-CAB         PIC X(50).
           05 FILLER                PIC X(29) VALUE SPACES.

      *-----> CABECALHO DA COLUNA DA PARTE EM IMPRESSAO
       01  WS-CAB3                  PIC X(80).

       01  WS-COL-CARTAO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(02) VALUE 'T'.
           05 FILLER                PIC X(10) VALUE 'RPS'.
           05 FILLER                PIC X(16) VALUE 'NFS-E'.
           05 FILLER                PIC X(04) VALUE 'OPR'.
           05 FILLER                PIC X(47) VALUE 'SITUACAO'.

       01  WS-COL-PEND.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'RPS'.
           05 FILLER                PIC X(06) VALUE 'MATR.'.
           05 FILLER                PIC X(08) VALUE 'COMPET.'.
           05 FILLER                PIC X(11) VALUE 'PAGAMENTO'.
           05 FILLER                PIC X(11) VALUE '     VALOR'.
           05 FILLER                PIC X(05) VALUE 'DIAS'.
           05 FILLER                PIC X(11) VALUE 'SITUACAO'.
           05 FILLER                PIC X(17) VALUE 'MOTIVO'.

       01  WS-REG-CARTAO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIPO-C           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RPS-C            PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NFSE-C           PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-OPER-C           PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-C            PIC X(30).
           05 FILLER              PIC X(17) VALUE SPACES.

       01  WS-REG-PEND.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RPS-P            PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MAT-P            PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-COMPET-P         PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DT-PAG-P         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-VALOR-P          PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIAS-P           PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-P            PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MOTIVO-P         PIC X(16).

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'TOTAL '.
           05 WS-SIT-T            PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-QTD-T            PIC ZZ.ZZ9.
           05 FILLER              PIC X(16) VALUE ' PAGAMENTO(S)  $'.
           05 WS-VALOR-T          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(26) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.
       01  WS-BRANCO              PIC X(80)       VALUE SPACES.
       01  WS-LINHA-SALVA         PIC X(80).

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
       000-CGPRG170.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FS-RET = '10' OR RODAPE-LIDO
           PERFORM 048-INICIAR-CARTOES
           PERFORM 050-PROCESSAR-CARTAO THRU 050-PROCESSAR-LER
                   UNTIL WS-FIM = 'S'
           PERFORM 060-LISTAR-PENDENTES THRU 060-LISTAR-PENDENTES-FIM
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG170 - RETORNO DAS NFS-E           *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           OPEN INPUT RETNFSE
           IF WS-FS-RET  NOT = '00'
              MOVE  'ERRO AO ABRIR O RETNFSE'  TO WS-MSG
              MOVE   WS-FS-RET                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O NFSEREG
           IF WS-FS-NFS  NOT = '00'
              MOVE  'ERRO AO ABRIR O NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELNFSE
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELNFSE'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI  TO  WS-DATA-CAB

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

      *    A DATA DE REFERENCIA DOS DIAS SEM NOTA E A DO CABECALHO;
      *    CABECALHO SEM DATA USA A DO SISTEMA
           IF WS-HDR-DATA-LOTE NUMERIC
              AND WS-HDR-DATA-LOTE > ZEROS
              MOVE WS-HDR-DATA-LOTE  TO  WS-DATA-REF
           ELSE
              ACCEPT WS-DATA-REF  FROM DATE YYYYMMDD
           END-IF
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

           PERFORM 025-LER-RETNFSE
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
      *    LEITURA DO RETORNO DA PREFEITURA - O RODAPE ENCERRA O
      *    ARQUIVO E NAO CONTA COMO LIDO
      *--------------------------------------------------------------*
       025-LER-RETNFSE.

           READ RETNFSE

           IF WS-FS-RET  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO RETNFSE'  TO WS-MSG
              MOVE   WS-FS-RET                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-FS-RET = '00'
              MOVE REG-RETNFSE (1:90)  TO  WS-IMAGEM-ERR
              IF RN-RODAPE
                 SET RODAPE-LIDO  TO  TRUE
              ELSE
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM RETORNO: LOCALIZAR O RPS NO NFSEREG E GRAVAR A
      *    NFS-E OU A REJEICAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT RN-DETALHE
              OR (NOT RN-EMITIDA AND NOT RN-REJEITADA)
              OR WS-RPS-RN NOT NUMERIC OR WS-RPS-RN = ZEROS
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** RETORNO INVALIDO - TIPO ' WS-TIPO-RN
                      ' SITUACAO ' WS-SIT-RN
                      ' RPS ' WS-RPS-RN ' ***'
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-RPS-RN  TO  WS-RPS-NF OF REG-NFSEREG
           READ NFSEREG
           IF WS-FS-NFS = '23'
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** RPS NAO ENCONTRADO NO NFSEREG - RPS '
                      WS-RPS-RN ' ***'
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-FS-NFS NOT = '00'
              MOVE 'ERRO NA LEITURA DO NFSEREG'  TO WS-MSG
              MOVE  WS-FS-NFS                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

      *    NOTA JA GRAVADA (RETORNO REPETIDO OU NOTA MANUAL): NADA A
      *    FAZER; RPS BLOQUEADO NUNCA FOI ENVIADO
           IF NF-EMITIDA OF REG-NFSEREG
              ADD 1  TO  WS-CTJATRAT
              GO TO 030-PROCESSAR-LER
           END-IF
           IF NF-BLOQUEADA OF REG-NFSEREG
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** RETORNO DE RPS NAO ENVIADO - RPS '
                      WS-RPS-RN ' ***'
              GO TO 030-PROCESSAR-LER
           END-IF

           IF RN-EMITIDA
              SET NF-EMITIDA OF REG-NFSEREG  TO  TRUE
              MOVE WS-NFSE-RN     TO  WS-NFSE-NF OF REG-NFSEREG
              MOVE WS-DT-NFSE-RN  TO  WS-DT-NFSE-NF OF REG-NFSEREG
              MOVE WS-VERIF-RN    TO  WS-VERIF-NF OF REG-NFSEREG
              MOVE SPACES         TO  WS-ERRO-NF OF REG-NFSEREG
                                      WS-MOTIVO-NF OF REG-NFSEREG
              ADD 1  TO  WS-CTEMITIDA
           ELSE
              SET NF-REJEITADA OF REG-NFSEREG  TO  TRUE
              MOVE WS-ERRO-RN     TO  WS-ERRO-NF OF REG-NFSEREG
              MOVE WS-MENSAGEM-RN TO  WS-MOTIVO-NF OF REG-NFSEREG
              ADD 1  TO  WS-CTREJEITADA
           END-IF

           REWRITE REG-NFSEREG
           IF WS-FS-NFS NOT = '00'
              MOVE 'ERRO NA REGRAVACAO DO NFSEREG'  TO WS-MSG
              MOVE  WS-FS-NFS                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-RETNFSE
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DA CONTABILIDADE
      *--------------------------------------------------------------*
       040-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTCARTAO
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR A PARTE DOS CARTOES NA LISTAGEM E LER O PRIMEIRO
      *--------------------------------------------------------------*
       048-INICIAR-CARTOES.

           MOVE 'CARTOES DA CONTABILIDADE'  TO  WS-SUBTIT-CAB
           MOVE WS-COL-CARTAO               TO  WS-CAB3
           PERFORM 045-IMPCAB

           PERFORM 040-LER-SYSIN
           IF WS-FIM = 'S'
              MOVE ' NENHUM CARTAO NO LOTE'  TO  REG-RELNFSE
              PERFORM 070-GRAVAR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM CARTAO: NOTA MANUAL ('M') OU REENVIO ('R')
      *--------------------------------------------------------------*
       050-PROCESSAR-CARTAO.

           MOVE WS-TIPO-IN  TO  WS-TIPO-C
           MOVE WS-NFSE-IN  TO  WS-NFSE-C
           MOVE WS-OPER-IN  TO  WS-OPER-C
           MOVE ZEROS       TO  WS-RPS-C
           IF WS-RPS-IN NUMERIC
              MOVE WS-RPS-IN  TO  WS-RPS-C
           END-IF

           IF NOT CARTAO-MANUAL AND NOT CARTAO-REENVIO
              MOVE 'REJ - TIPO INVALIDO'      TO  WS-SIT-C
              GO TO 050-PROCESSAR-REJ
           END-IF
           IF WS-RPS-IN NOT NUMERIC OR WS-RPS-IN = ZEROS
              MOVE 'REJ - RPS INVALIDO'       TO  WS-SIT-C
              GO TO 050-PROCESSAR-REJ
           END-IF
           IF WS-OPER-IN = SPACES
              MOVE 'REJ - SEM OPERADOR'       TO  WS-SIT-C
              GO TO 050-PROCESSAR-REJ
           END-IF

           MOVE WS-RPS-IN  TO  WS-RPS-NF OF REG-NFSEREG
           READ NFSEREG
           IF WS-FS-NFS = '23'
              MOVE 'REJ - RPS INEXISTENTE'    TO  WS-SIT-C
              GO TO 050-PROCESSAR-REJ
           END-IF
           IF WS-FS-NFS NOT = '00'
              MOVE 'ERRO NA LEITURA DO NFSEREG'  TO WS-MSG
              MOVE  WS-FS-NFS                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF NF-EMITIDA OF REG-NFSEREG
              MOVE 'REJ - NFS-E JA EMITIDA'   TO  WS-SIT-C
              GO TO 050-PROCESSAR-REJ
           END-IF

           IF CARTAO-MANUAL
              IF WS-NFSE-IN = SPACES
                 OR WS-DT-NFSE-IN NOT NUMERIC
                 OR WS-DT-NFSE-IN = ZEROS
                 MOVE 'REJ - NFS-E/DATA INVALIDA' TO  WS-SIT-C
                 GO TO 050-PROCESSAR-REJ
              END-IF
              SET NF-EMITIDA OF REG-NFSEREG  TO  TRUE
              MOVE WS-NFSE-IN     TO  WS-NFSE-NF OF REG-NFSEREG
              MOVE WS-DT-NFSE-IN  TO  WS-DT-NFSE-NF OF REG-NFSEREG
              MOVE WS-VERIF-IN    TO  WS-VERIF-NF OF REG-NFSEREG
              MOVE SPACES         TO  WS-ERRO-NF OF REG-NFSEREG
              MOVE SPACES         TO  WS-MOTIVO-NF OF REG-NFSEREG
              STRING 'NOTA MANUAL - OPERADOR ' WS-OPER-IN
              DELIMITED BY SIZE INTO WS-MOTIVO-NF OF REG-NFSEREG
              ADD 1  TO  WS-CTMANUAL
              MOVE 'NFS-E MANUAL GRAVADA'     TO  WS-SIT-C
           ELSE
              IF NOT NF-REJEITADA OF REG-NFSEREG
                 MOVE 'REJ - RPS NAO REJEITADO' TO  WS-SIT-C
                 GO TO 050-PROCESSAR-REJ
              END-IF
              SET NF-BLOQUEADA OF REG-NFSEREG  TO  TRUE
              MOVE SPACES         TO  WS-MOTIVO-NF OF REG-NFSEREG
              STRING 'REENVIO - OPERADOR ' WS-OPER-IN
              DELIMITED BY SIZE INTO WS-MOTIVO-NF OF REG-NFSEREG
              ADD 1  TO  WS-CTREENVIO
              MOVE 'LIBERADO PARA REENVIO'    TO  WS-SIT-C
           END-IF

           REWRITE REG-NFSEREG
           IF WS-FS-NFS NOT = '00'
              MOVE 'ERRO NA REGRAVACAO DO NFSEREG'  TO WS-MSG
              MOVE  WS-FS-NFS                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           GO TO 050-PROCESSAR-LER
           .
       050-PROCESSAR-REJ.

           ADD 1  TO  WS-CTCARTAO-REJ
           .
       050-PROCESSAR-LER.

           MOVE WS-REG-CARTAO  TO  REG-RELNFSE
           PERFORM 070-GRAVAR-LINHA
           PERFORM 040-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LISTAR OS PAGAMENTOS AINDA SEM NFS-E
      *--------------------------------------------------------------*
       060-LISTAR-PENDENTES.

           MOVE 'PAGAMENTOS SEM NFS-E (BLOQUEADOS, PENDENTES E REJ.)'
                              TO  WS-SUBTIT-CAB
           MOVE WS-COL-PEND   TO  WS-CAB3
           PERFORM 045-IMPCAB

           MOVE 1  TO  WS-RPS-NF OF REG-NFSEREG
           START NFSEREG  KEY IS NOT LESS THAN
                          WS-RPS-NF OF REG-NFSEREG
           IF WS-FS-NFS = '23'
              GO TO 060-LISTAR-PENDENTES-TOT
           END-IF
           IF WS-FS-NFS NOT = '00'
              MOVE 'ERRO NO START DO NFSEREG'  TO WS-MSG
              MOVE  WS-FS-NFS                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 062-LER-NFSEREG
           PERFORM 064-LISTAR-PAGAMENTO
               UNTIL WS-FS-NFS = '10'
           .
       060-LISTAR-PENDENTES-TOT.

           IF WS-CTBLOQ + WS-CTPEND + WS-CTREJEIT-ABERTO = ZEROS
              MOVE ' NENHUM PAGAMENTO SEM NFS-E'  TO  REG-RELNFSE
              PERFORM 070-GRAVAR-LINHA
              GO TO 060-LISTAR-PENDENTES-FIM
           END-IF

           MOVE WS-BRANCO  TO  REG-RELNFSE
           PERFORM 070-GRAVAR-LINHA
           MOVE 'BLOQUEADOS'        TO  WS-SIT-T
           MOVE WS-CTBLOQ           TO  WS-QTD-T
           MOVE WS-VLBLOQ           TO  WS-VALOR-T
           MOVE WS-REG-TOTAL        TO  REG-RELNFSE
           PERFORM 070-GRAVAR-LINHA
           MOVE 'PENDENTES'         TO  WS-SIT-T
           MOVE WS-CTPEND           TO  WS-QTD-T
           MOVE WS-VLPEND           TO  WS-VALOR-T
           MOVE WS-REG-TOTAL        TO  REG-RELNFSE
           PERFORM 070-GRAVAR-LINHA
           MOVE 'REJEITADOS'        TO  WS-SIT-T
           MOVE WS-CTREJEIT-ABERTO  TO  WS-QTD-T
           MOVE WS-VLREJEIT         TO  WS-VALOR-T
           MOVE WS-REG-TOTAL        TO  REG-RELNFSE
           PERFORM 070-GRAVAR-LINHA
           .
       060-LISTAR-PENDENTES-FIM.
           EXIT.
       062-LER-NFSEREG.

           READ NFSEREG  NEXT RECORD

           IF WS-FS-NFS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UM PAGAMENTO SEM NOTA, COM OS DIAS DESDE O
      *    PAGAMENTO (CONVENCAO COMERCIAL 30/360, COMO NO CGPRG024)
      *--------------------------------------------------------------*
       064-LISTAR-PAGAMENTO.

           IF NOT NF-EMITIDA OF REG-NFSEREG
              MOVE WS-DT-PAGTO-NF OF REG-NFSEREG  TO  WS-DATA-PAG
              COMPUTE WS-DIAS =
                      ((WS-REF-ANO - WS-PAG-ANO) * 360)
                    + ((WS-REF-MES - WS-PAG-MES) * 30)
                    +  (WS-REF-DIA - WS-PAG-DIA)
              IF WS-DIAS < ZEROS
                 MOVE ZEROS  TO  WS-DIAS
              END-IF

              MOVE WS-COMPET-NF OF REG-NFSEREG  TO  WS-COMPET-N
              MOVE SPACES  TO  WS-COMPET-P
                               WS-DT-PAG-P
                               WS-MOTIVO-P
              STRING WS-COMPET-MES '/' WS-COMPET-ANO
              DELIMITED BY SIZE INTO WS-COMPET-P
              STRING WS-PAG-DIA '/' WS-PAG-MES '/' WS-PAG-ANO
              DELIMITED BY SIZE INTO WS-DT-PAG-P

              MOVE WS-RPS-NF OF REG-NFSEREG     TO  WS-RPS-P
              MOVE WS-NUMERO-NF OF REG-NFSEREG  TO  WS-MAT-P
              MOVE WS-VALOR-NF OF REG-NFSEREG   TO  WS-VALOR-P
              MOVE WS-DIAS                      TO  WS-DIAS-P

              EVALUATE TRUE
                 WHEN NF-BLOQUEADA OF REG-NFSEREG
                    MOVE 'BLOQUEADO'  TO  WS-SIT-P
                    MOVE WS-MOTIVO-NF OF REG-NFSEREG  TO  WS-MOTIVO-P
                    ADD 1  TO  WS-CTBLOQ
                    ADD WS-VALOR-NF OF REG-NFSEREG  TO  WS-VLBLOQ
                 WHEN NF-REJEITADA OF REG-NFSEREG
                    MOVE 'REJEITADO'  TO  WS-SIT-P
                    STRING WS-ERRO-NF OF REG-NFSEREG ' '
                           WS-MOTIVO-NF OF REG-NFSEREG
                    DELIMITED BY SIZE INTO WS-MOTIVO-P
                    ADD 1  TO  WS-CTREJEIT-ABERTO
                    ADD WS-VALOR-NF OF REG-NFSEREG  TO  WS-VLREJEIT
                 WHEN OTHER
                    MOVE 'PENDENTE'   TO  WS-SIT-P
                    ADD 1  TO  WS-CTPEND
                    ADD WS-VALOR-NF OF REG-NFSEREG  TO  WS-VLPEND
              END-EVALUATE

              MOVE WS-REG-PEND  TO  REG-RELNFSE
              PERFORM 070-GRAVAR-LINHA
           END-IF

           PERFORM 062-LER-NFSEREG
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA EM REG-RELNFSE
      *--------------------------------------------------------------*
       070-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              MOVE REG-RELNFSE   TO  WS-LINHA-SALVA
              PERFORM 045-IMPCAB
              MOVE WS-LINHA-SALVA  TO  REG-RELNFSE
           END-IF
           WRITE REG-RELNFSE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELNFSE'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM
      *--------------------------------------------------------------*
       045-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELNFSE FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELNFSE FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELNFSE FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELNFSE FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELNFSE FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG170        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * RETORNOS LIDOS     - RETNFSE = ' WS-CTLIDO
           DISPLAY ' * NFS-E EMITIDAS               = ' WS-CTEMITIDA
           DISPLAY ' * RPS REJEITADOS PELA PREFEIT. = ' WS-CTREJEITADA
           DISPLAY ' * JA TRATADOS ANTERIORMENTE    = ' WS-CTJATRAT
           DISPLAY ' * RETORNOS REJEITADOS          = ' WS-CTREJ
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTCARTAO
           DISPLAY ' *   NFS-E MANUAIS GRAVADAS     = ' WS-CTMANUAL
           DISPLAY ' *   LIBERADOS PARA REENVIO     = ' WS-CTREENVIO
           DISPLAY ' *   CARTOES REJEITADOS         = ' WS-CTCARTAO-REJ
           DISPLAY ' * SEM NFS-E - BLOQUEADOS       = ' WS-CTBLOQ
           DISPLAY ' * SEM NFS-E - PENDENTES        = ' WS-CTPEND
           DISPLAY ' * SEM NFS-E - REJEITADOS       = '
                   WS-CTREJEIT-ABERTO
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTREJ > ZEROS OR WS-CTCARTAO-REJ > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           IF WS-CTCARTAO NOT = WS-HDR-QTD-ESPERADA
              OR WS-CTCARTAO NOT = WS-TRL-QTD-INFORMADA
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - LOTE COM QTDE DE CARTOES     *'
              DISPLAY ' *           DIFERENTE DO ESPERADO        *'
              DISPLAY ' * QTDE ESPERADA  (CABECALHO) = '
                      WS-HDR-QTD-ESPERADA
              DISPLAY ' * QTDE INFORMADA (RODAPE)    = '
                      WS-TRL-QTD-INFORMADA
              DISPLAY ' * QTDE LIDA   (WS-CTCARTAO)  = ' WS-CTCARTAO
           END-IF

           IF NOT RODAPE-LIDO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * RETNFSE SEM RODAPE - ARQUIVO INCOMPLETO*'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-QTD-RN NOT = WS-CTLIDO
                 DISPLAY ' *----------------------------------------*'
                 DISPLAY ' * QTDE DO RODAPE DIFERENTE DOS LIDOS     *'
                 DISPLAY ' * RODAPE = ' WS-QTD-RN
                         '  LIDOS = ' WS-CTLIDO
                 DISPLAY ' *----------------------------------------*'
                 MOVE 8  TO  RETURN-CODE
              END-IF
           END-IF

           COMPUTE WS-CTPROC = WS-CTEMITIDA + WS-CTREJEITADA
                   + WS-CTJATRAT + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              OR WS-CTCARTAO NOT = WS-CTMANUAL + WS-CTREENVIO
                                 + WS-CTCARTAO-REJ
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  RETNFSE
           IF WS-FS-RET  NOT = '00'
              MOVE  'ERRO AO FECHAR O RETNFSE'  TO WS-MSG
              MOVE   WS-FS-RET                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  NFSEREG
           IF WS-FS-NFS  NOT = '00'
              MOVE  'ERRO AO FECHAR O NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELNFSE
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELNFSE'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG170        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG170 <
