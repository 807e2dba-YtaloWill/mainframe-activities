       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG172.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONTABILIZACAO DIARIA DOS EVENTOS FINANCEIROS.
      *           JUNTA OS EVENTOS DO DIA DE DUAS FONTES:
      *           - A FILA CTBFILA (COPY CTBFILC), ALIMENTADA PELOS
      *             PROGRAMAS QUE PRODUZEM FATO CONTABIL (FATURAMENTO
      *             CGPRG022, RECEBIDO A DEVOLVER CGPRG023, PERDA
      *             CGPRG085, DEVOLUCAO CGPRG086, FOLHA CGPRG123,
      *             COMISSAO CGPRG065 E LOTES CGPRG116);
      *           - OS PAGAMENTOS DE MENSALIDADE NA DATA DO CARTAO,
      *             APANHADOS NO DIARIO MSTJRNL COMO NO CGPRG169:
      *             REGRAVACAO DO MENSALU/MENSACOR EM QUE O VALOR
      *             PAGO CRESCEU. O ACRESCIMO E PARTIDO EM PRINCIPAL
      *             (ATE COMPLETAR O VALOR DA COBRANCA) E ENCARGOS (O
      *             QUE PASSA DELE): PGB/ENB NO RETORNO DO BANCO
      *             (OPERADOR 'RETBANCO'), PGC/ENC NO BALCAO (CG87),
      *             E DPT PARA O DESCONTO DE PONTUALIDADE CONCEDIDO
      *             NA QUITACAO (V02).
      *           OS EVENTOS SAO SOMADOS POR DATA CONTABIL + EVENTO
      *           E CADA SOMA VIRA UM PAR DE LANCAMENTOS - DEBITO E
      *           CREDITO NAS CONTAS DA TABELA CTBMAPA (COPY CTBMAPC,
      *           MANTIDA PELO CGPRG171) - NA INTERFACE CTBINTF (COPY
      *           CTBINTC) PARA A CONTABILIDADE. TUDO LISTADO NO
      *           RELCTB.
      *           EVENTO SEM CONTA NA TABELA, INATIVO OU COM CONTA EM
      *           BRANCO, DEBITOS DIFERENTES DOS CREDITOS OU SOMA DOS
      *           LANCAMENTOS DIFERENTE DA SOMA DOS EVENTOS SEGURAM A
      *           CONTABILIZACAO DO DIA: A INTERFACE SAI SEM NENHUM
      *           LANCAMENTO, RETURN-CODE 8, E O JOB NAO ESVAZIA A
      *           FILA - ACERTADA A TABELA, BASTA REEXECUTAR
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-08 DATA DO MOVIMENTO (AAAAMMDD) - DATA DOS
      *             PAGAMENTOS APANHADOS NO MSTJRNL
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010202  PROGRAMA CRIADO - CONTABILIZACAO
      *                          DIARIA DOS EVENTOS FINANCEIROS E
      *                          INTERFACE PARA A CONTABILIDADE
      *  V02    OUT/2026 010204  DESCONTO DE PONTUALIDADE (VER
      *                          MENSALUC E CGPRG023 V12): A
      *                          REGRAVACAO QUE QUITOU A COBRANCA COM
      *                          DESCONTO (WS-DESC-PONT-M CRESCEU)
      *                          GERA O EVENTO DPT COM O DESCONTO
      *                          CONCEDIDO, QUE BAIXA DO A RECEBER A
      *                          PARTE NAO PAGA. AS IMAGENS DO MSTJRNL
      *                          PASSAM A SER LIDAS COM 70 BYTES
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
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-FIL
           .
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
           SELECT CTBMAPA ASSIGN TO CTBMAPAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-EVENTO-CM OF REG-CTBMAPA
                  FILE STATUS   IS WS-FS-MAP
           .
           SELECT CTBINTF ASSIGN TO CTBINTFJ
                  FILE STATUS   IS WS-FS-INT
           .
           SELECT RELCTB ASSIGN TO RELCTBJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       FD  CTBMAPA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBMAPA.
           COPY CTBMAPC.
       FD  CTBINTF
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBINTF.
           COPY CTBINTC.
       FD  RELCTB
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCTB             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTFILA              PIC 9(07) VALUE ZEROS.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTOUTROS            PIC 9(07) VALUE ZEROS.
           05  WS-CTPAGTO             PIC 9(07) VALUE ZEROS.
           05  WS-CTAGR               PIC 9(03) VALUE ZEROS.
           05  WS-CTSEMCTA            PIC 9(03) VALUE ZEROS.
           05  WS-CTLANC              PIC 9(07) VALUE ZEROS.
           05  WS-TOT-FILA            PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-DIARIO          PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-EVENTOS         PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-AGR             PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-DEB             PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CRE             PIC 9(13)V99 VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DT-HOJE             PIC 9(08).
           05  WS-FS-FIL              PIC X(02).
           05  WS-FS-JRN              PIC X(02).
           05  WS-FS-MAP              PIC X(02).
           05  WS-FS-INT              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG172'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-IX                  PIC 9(03).
           05  WS-SEQ-LANC            PIC 9(06) VALUE ZEROS.
           05  WS-SW-ACHOU            PIC X(01).
               88 AGR-ACHADO              VALUE 'S'.
           05  WS-SW-RETIDO           PIC X(01) VALUE 'N'.
               88 CONTAB-RETIDA           VALUE 'S'.
           05  WS-VLR-APLICADO        PIC S9(07)V99.
           05  WS-VLR-PRINCIPAL       PIC S9(07)V99.
           05  WS-VLR-ENCARGO         PIC S9(07)V99.
           05  WS-VLR-DESC-PONT       PIC S9(07)V99.

      *-----> EVENTO A SOMAR NA TABELA (040-ACUMULAR)
       01  WS-EVENTO-ACUM.
           05  WS-DATA-AC             PIC 9(08).
           05  WS-EVENTO-AC           PIC X(03).
           05  WS-VALOR-AC            PIC 9(11)V99.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-DT-MOVTO-IN         PIC 9(08).

      *-----> IMAGENS ANTES E DEPOIS DA COBRANCA NO DIARIO (MENSALU
      *       E MENSACOR TEM O MESMO LEIAUTE)
       01  WS-MEN-ANTES.
           COPY MENSALUC.
       01  WS-MEN-DEPOIS.
           COPY MENSALUC.

      *-----> EVENTOS SOMADOS POR DATA CONTABIL + EVENTO, COM AS
      *       CONTAS DA TABELA E A SITUACAO DA CONFERENCIA
       01  WS-TAB-AGR.
           05  WS-ITEM-AGR            OCCURS 400 TIMES.
               10  WS-DATA-TA         PIC 9(08).
               10  WS-EVENTO-TA       PIC X(03).
               10  WS-QTD-TA          PIC 9(07).
               10  WS-VALOR-TA        PIC 9(13)V99.
               10  WS-DEB-TA          PIC X(12).
               10  WS-CRE-TA          PIC X(12).
               10  WS-HIST-TA         PIC X(30).
               10  WS-SIT-TA          PIC X(12).

      *-----> DADOS DE SAIDA - LISTAGEM
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'CONTABILIZACAO DOS EVENTOS FINANCEIROS  '.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'MOVIMENTO DO DIA     '.
           05 WS-MOVTO-CAB          PIC X(10).
           05 FILLER                PIC X(47) VALUE SPACES.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'DATA'.
           05 FILLER                PIC X(04) VALUE 'EV.'.
           05 FILLER                PIC X(08) VALUE '   QTDE'.
           05 FILLER                PIC X(18) VALUE
              '            VALOR'.
           05 FILLER                PIC X(13) VALUE 'DEBITO'.
           05 FILLER                PIC X(13) VALUE 'CREDITO'.
           05 FILLER                PIC X(12) VALUE 'SITUACAO'.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-R           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-EVENTO-R         PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-QTD-R            PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-VALOR-R          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DEB-R            PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CRE-R            PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-R            PIC X(12).

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-T         PIC X(23).
           05 WS-VALOR-T          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(39) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

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
       000-CGPRG172.

           PERFORM 010-INICIAR
           PERFORM 020-LER-CTBFILA
           PERFORM 025-TRATAR-FILA
               UNTIL WS-FS-FIL = '10'
           PERFORM 030-LER-MSTJRNL
           PERFORM 035-TRATAR-DIARIO THRU 035-TRATAR-DIARIO-FIM
               UNTIL WS-FS-JRN = '10'
           MOVE 1  TO  WS-IX
           PERFORM 050-CONFERIR-CONTAS
               UNTIL WS-IX > WS-CTAGR
           PERFORM 060-GERAR-INTERFACE
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG172 - CONTABILIZACAO DOS EVENTOS  *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * DATA DO MOVIMENTO  : ' WS-DT-MOVTO-IN
           IF WS-DT-MOVTO-IN NOT NUMERIC
              OR WS-DT-MOVTO-IN = ZEROS
              MOVE  'DATA DO MOVIMENTO INVALIDA'  TO WS-MSG
              MOVE  '  '                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CTBFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CTBMAPA
           IF WS-FS-MAP  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTBMAPA'  TO WS-MSG
              MOVE   WS-FS-MAP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT CTBINTF
           IF WS-FS-INT  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTBINTF'  TO WS-MSG
              MOVE   WS-FS-INT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELCTB
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCTB'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           COMPUTE WS-DT-HOJE = 20000000 + WS-DTSYS
           MOVE WS-DTEDI     TO  WS-DATA-CAB
           MOVE SPACES       TO  WS-MOVTO-CAB
           STRING WS-DT-MOVTO-IN (7:2) '/'
                  WS-DT-MOVTO-IN (5:2) '/'
                  WS-DT-MOVTO-IN (1:4)
           DELIMITED BY SIZE INTO WS-MOVTO-CAB
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
      *    LEITURA DA FILA DE EVENTOS
      *--------------------------------------------------------------*
       020-LER-CTBFILA.

           READ CTBFILA

           IF WS-FS-FIL  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CTBFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-FS-FIL = '00'
              ADD 1  TO  WS-CTFILA
              MOVE REG-CTBFILA  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR UM EVENTO DA FILA NA SUA DATA CONTABIL
      *--------------------------------------------------------------*
       025-TRATAR-FILA.

           MOVE WS-DATA-QC     TO  WS-DATA-AC
           MOVE WS-EVENTO-QC   TO  WS-EVENTO-AC
           MOVE WS-VALOR-QC    TO  WS-VALOR-AC
           PERFORM 040-ACUMULAR
           ADD WS-VALOR-QC     TO  WS-TOT-FILA

           PERFORM 020-LER-CTBFILA
           .
      *--------------------------------------------------------------*
      *    LEITURA DO DIARIO DE MESTRES
      *--------------------------------------------------------------*
       030-LER-MSTJRNL.

           READ MSTJRNL

           IF WS-FS-JRN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-FS-JRN = '00'
              ADD 1  TO  WS-CTLIDO
              MOVE REG-MSTJRNL (1:90)  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA OPERACAO DO DIARIO: SO INTERESSA A REGRAVACAO
      *    DA COBRANCA NA DATA DO CARTAO COM ACRESCIMO DO VALOR PAGO.
      *    O ACRESCIMO QUITA PRIMEIRO O PRINCIPAL (VALOR DA COBRANCA
      *    AINDA NAO PAGO) E O RESTO SAO OS ENCARGOS DE ATRASO
      *--------------------------------------------------------------*
       035-TRATAR-DIARIO.

           IF (WS-ARQ-MJ NOT = 'MENSALU ' AND 'MENSACOR')
              OR NOT JRN-REGRAVACAO
              OR WS-DATA-MJ NOT = WS-DT-MOVTO-IN
              ADD 1  TO  WS-CTOUTROS
              GO TO 035-TRATAR-DIARIO-LER
           END-IF

           MOVE WS-ANTES-MJ (1:70)   TO  WS-MEN-ANTES
           MOVE WS-DEPOIS-MJ (1:70)  TO  WS-MEN-DEPOIS
           COMPUTE WS-VLR-APLICADO =
                   WS-VALOR-PAGO-M OF WS-MEN-DEPOIS
                 - WS-VALOR-PAGO-M OF WS-MEN-ANTES
           IF WS-VLR-APLICADO NOT > ZEROS
              ADD 1  TO  WS-CTOUTROS
              GO TO 035-TRATAR-DIARIO-LER
           END-IF

           ADD 1  TO  WS-CTPAGTO
           ADD WS-VLR-APLICADO  TO  WS-TOT-DIARIO

           COMPUTE WS-VLR-PRINCIPAL =
                   WS-VALOR-M OF WS-MEN-ANTES
                 - WS-VALOR-PAGO-M OF WS-MEN-ANTES
           IF WS-VLR-PRINCIPAL < ZEROS
              MOVE ZEROS  TO  WS-VLR-PRINCIPAL
           END-IF
           IF WS-VLR-PRINCIPAL > WS-VLR-APLICADO
              MOVE WS-VLR-APLICADO  TO  WS-VLR-PRINCIPAL
           END-IF
           COMPUTE WS-VLR-ENCARGO = WS-VLR-APLICADO - WS-VLR-PRINCIPAL

           MOVE WS-DT-MOVTO-IN  TO  WS-DATA-AC
           IF WS-VLR-PRINCIPAL > ZEROS
              IF WS-OPER-MJ = 'RETBANCO'
                 MOVE 'PGB'  TO  WS-EVENTO-AC
              ELSE
                 MOVE 'PGC'  TO  WS-EVENTO-AC
              END-IF
              MOVE WS-VLR-PRINCIPAL  TO  WS-VALOR-AC
              PERFORM 040-ACUMULAR
           END-IF
           IF WS-VLR-ENCARGO > ZEROS
              IF WS-OPER-MJ = 'RETBANCO'
                 MOVE 'ENB'  TO  WS-EVENTO-AC
              ELSE
                 MOVE 'ENC'  TO  WS-EVENTO-AC
              END-IF
              MOVE WS-VLR-ENCARGO  TO  WS-VALOR-AC
              PERFORM 040-ACUMULAR
           END-IF

      *-----> DESCONTO DE PONTUALIDADE CONCEDIDO NA QUITACAO (VER
      *       V02); IMAGEM ANTERIOR AO DESCONTO (CAMPO NAO NUMERICO)
      *       VALE ZERO
           MOVE ZEROS  TO  WS-VLR-DESC-PONT
           IF WS-DESC-PONT-M OF WS-MEN-DEPOIS NUMERIC
              MOVE WS-DESC-PONT-M OF WS-MEN-DEPOIS
                                      TO  WS-VLR-DESC-PONT
              IF WS-DESC-PONT-M OF WS-MEN-ANTES NUMERIC
                 SUBTRACT WS-DESC-PONT-M OF WS-MEN-ANTES
                     FROM WS-VLR-DESC-PONT
              END-IF
           END-IF
           IF WS-VLR-DESC-PONT > ZEROS
              MOVE 'DPT'             TO  WS-EVENTO-AC
              MOVE WS-VLR-DESC-PONT  TO  WS-VALOR-AC
              PERFORM 040-ACUMULAR
           END-IF
           .
       035-TRATAR-DIARIO-LER.

           PERFORM 030-LER-MSTJRNL
           .
       035-TRATAR-DIARIO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOMAR O EVENTO EM WS-EVENTO-ACUM NA TABELA POR DATA +
      *    EVENTO (NOVA OCORRENCIA QUANDO O PAR AINDA NAO EXISTE)
      *--------------------------------------------------------------*
       040-ACUMULAR.

           ADD WS-VALOR-AC  TO  WS-TOT-EVENTOS

           MOVE 'N'  TO  WS-SW-ACHOU
           MOVE 1    TO  WS-IX
           PERFORM 042-PROCURAR-AGR
               UNTIL WS-IX > WS-CTAGR OR AGR-ACHADO

           IF NOT AGR-ACHADO
              IF WS-CTAGR NOT < 400
                 MOVE 'TABELA DE EVENTOS ESTOURADA'  TO WS-MSG
                 MOVE '  '                           TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTAGR
              MOVE WS-CTAGR      TO  WS-IX
              MOVE WS-DATA-AC    TO  WS-DATA-TA (WS-IX)
              MOVE WS-EVENTO-AC  TO  WS-EVENTO-TA (WS-IX)
              MOVE ZEROS         TO  WS-QTD-TA (WS-IX)
                                     WS-VALOR-TA (WS-IX)
              MOVE SPACES        TO  WS-DEB-TA (WS-IX)
                                     WS-CRE-TA (WS-IX)
                                     WS-HIST-TA (WS-IX)
                                     WS-SIT-TA (WS-IX)
           END-IF

           ADD 1            TO  WS-QTD-TA (WS-IX)
           ADD WS-VALOR-AC  TO  WS-VALOR-TA (WS-IX)
           .
       042-PROCURAR-AGR.

           IF WS-DATA-TA (WS-IX) = WS-DATA-AC
              AND WS-EVENTO-TA (WS-IX) = WS-EVENTO-AC
              SET AGR-ACHADO  TO  TRUE
           ELSE
              ADD 1  TO  WS-IX
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR AS CONTAS DE UMA SOMA NA TABELA CTBMAPA E
      *    LISTAR A SOMA NO RELCTB. QUALQUER FALTA SEGURA O DIA
      *--------------------------------------------------------------*
       050-CONFERIR-CONTAS.

           MOVE WS-EVENTO-TA (WS-IX)  TO  WS-EVENTO-CM OF REG-CTBMAPA
           READ CTBMAPA
           IF WS-FS-MAP = '23'
              MOVE 'SEM CONTA'  TO  WS-SIT-TA (WS-IX)
           ELSE
              IF WS-FS-MAP NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CTBMAPA'  TO WS-MSG
                 MOVE  WS-FS-MAP                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE WS-CONTA-DEB-CM OF REG-CTBMAPA
                                     TO  WS-DEB-TA (WS-IX)
              MOVE WS-CONTA-CRE-CM OF REG-CTBMAPA
                                     TO  WS-CRE-TA (WS-IX)
              MOVE WS-HIST-CM OF REG-CTBMAPA
                                     TO  WS-HIST-TA (WS-IX)
              IF NOT CM-ATIVO OF REG-CTBMAPA
                 MOVE 'INATIVO'  TO  WS-SIT-TA (WS-IX)
              ELSE
                 IF WS-DEB-TA (WS-IX) = SPACES
                    OR WS-CRE-TA (WS-IX) = SPACES
                    MOVE 'CONTA BRANCO'  TO  WS-SIT-TA (WS-IX)
                 ELSE
                    MOVE 'OK'  TO  WS-SIT-TA (WS-IX)
                 END-IF
              END-IF
           END-IF

           IF WS-SIT-TA (WS-IX) NOT = 'OK'
              ADD 1  TO  WS-CTSEMCTA
              SET CONTAB-RETIDA  TO  TRUE
           END-IF
           ADD WS-VALOR-TA (WS-IX)  TO  WS-TOT-AGR

           PERFORM 080-IMPRIMIR-LINHA
           ADD 1  TO  WS-IX
           .
      *--------------------------------------------------------------*
      *    GERAR A INTERFACE: CABECALHO, O PAR DEBITO/CREDITO DE
      *    CADA SOMA E O RODAPE. A SOMA DOS EVENTOS TEM DE BATER COM
      *    A DAS FONTES, E A INTERFACE SO RECEBE LANCAMENTOS SE NADA
      *    SEGUROU O DIA
      *--------------------------------------------------------------*
       060-GERAR-INTERFACE.

           IF WS-TOT-AGR NOT = WS-TOT-EVENTOS
              OR WS-TOT-EVENTOS NOT = WS-TOT-FILA + WS-TOT-DIARIO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - EVENTOS X SOMAS   *'
              DISPLAY ' *----------------------------------------*'
              SET CONTAB-RETIDA  TO  TRUE
           END-IF

           IF NOT CONTAB-RETIDA
              MOVE SPACES          TO  REG-CTBINTF
              SET CI-CABECALHO     TO  TRUE
              MOVE 'CG'            TO  WS-SISTEMA-CI
              MOVE WS-DT-MOVTO-IN  TO  WS-DT-MOVTO-CI
              MOVE WS-DT-HOJE      TO  WS-DT-GERACAO-CI
              PERFORM 075-GRAVAR-CTBINTF

              MOVE 1  TO  WS-IX
              PERFORM 065-LANCAR-SOMA
                  UNTIL WS-IX > WS-CTAGR

              MOVE SPACES          TO  REG-CTBINTF
              SET CI-RODAPE        TO  TRUE
              MOVE WS-CTLANC       TO  WS-QTD-CI
              MOVE WS-TOT-DEB      TO  WS-TOT-DEB-CI
              MOVE WS-TOT-CRE      TO  WS-TOT-CRE-CI
              PERFORM 075-GRAVAR-CTBINTF

              IF WS-TOT-DEB NOT = WS-TOT-CRE
                 OR WS-TOT-DEB NOT = WS-TOT-AGR
                 DISPLAY ' *----------------------------------------*'
                 DISPLAY ' * QUEBRA DE CONTROLE - DEBITO X CREDITO  *'
                 DISPLAY ' *----------------------------------------*'
                 SET CONTAB-RETIDA  TO  TRUE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PAR DEBITO/CREDITO DE UMA SOMA
      *--------------------------------------------------------------*
       065-LANCAR-SOMA.

           MOVE SPACES                 TO  REG-CTBINTF
           SET CI-DETALHE              TO  TRUE
           MOVE WS-DATA-TA (WS-IX)     TO  WS-DT-LANC-CI
           MOVE WS-VALOR-TA (WS-IX)    TO  WS-VALOR-CI
           MOVE WS-EVENTO-TA (WS-IX)   TO  WS-EVENTO-CI
           MOVE WS-QTD-TA (WS-IX)      TO  WS-QTD-EV-CI
           MOVE WS-HIST-TA (WS-IX)     TO  WS-HIST-CI

           ADD 1                       TO  WS-SEQ-LANC
           MOVE WS-SEQ-LANC            TO  WS-SEQ-CI
           MOVE WS-DEB-TA (WS-IX)      TO  WS-CONTA-CI
           SET CI-DEBITO               TO  TRUE
           PERFORM 075-GRAVAR-CTBINTF
           ADD WS-VALOR-TA (WS-IX)     TO  WS-TOT-DEB

           ADD 1                       TO  WS-SEQ-LANC
           MOVE WS-SEQ-LANC            TO  WS-SEQ-CI
           MOVE WS-CRE-TA (WS-IX)      TO  WS-CONTA-CI
           SET CI-CREDITO              TO  TRUE
           PERFORM 075-GRAVAR-CTBINTF
           ADD WS-VALOR-TA (WS-IX)     TO  WS-TOT-CRE

           ADD 2  TO  WS-CTLANC
           ADD 1  TO  WS-IX
           .
       075-GRAVAR-CTBINTF.

           WRITE REG-CTBINTF
           IF WS-FS-INT  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CTBINTF'  TO  WS-MSG
              MOVE WS-FS-INT                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DA SOMA NO RELCTB
      *--------------------------------------------------------------*
       080-IMPRIMIR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 045-IMPCAB
           END-IF

           MOVE SPACES  TO  WS-DATA-R
           STRING WS-DATA-TA (WS-IX) (7:2) '/'
                  WS-DATA-TA (WS-IX) (5:2) '/'
                  WS-DATA-TA (WS-IX) (1:4)
           DELIMITED BY SIZE INTO WS-DATA-R
           MOVE WS-EVENTO-TA (WS-IX)  TO  WS-EVENTO-R
           MOVE WS-QTD-TA (WS-IX)     TO  WS-QTD-R
           MOVE WS-VALOR-TA (WS-IX)   TO  WS-VALOR-R
           MOVE WS-DEB-TA (WS-IX)     TO  WS-DEB-R
           MOVE WS-CRE-TA (WS-IX)     TO  WS-CRE-R
           MOVE WS-SIT-TA (WS-IX)     TO  WS-SIT-R

           WRITE REG-RELCTB  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCTB'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE TOTAL/MENSAGEM NO RELCTB
      *--------------------------------------------------------------*
       085-IMPRIMIR-TOTAL.

           IF WS-CTLIN > 55
              PERFORM 045-IMPCAB
           END-IF

           WRITE REG-RELCTB  FROM  WS-REG-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCTB'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM
      *--------------------------------------------------------------*
       045-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELCTB FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCTB FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCTB FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCTB FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCTB FROM WS-HIFEN
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

           IF WS-CTAGR = ZEROS
              PERFORM 045-IMPCAB
              MOVE ' NENHUM EVENTO FINANCEIRO NO MOVIMENTO'
                                    TO  REG-RELCTB
              WRITE REG-RELCTB
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO RELCTB'  TO  WS-MSG
                 MOVE WS-FS-REL                     TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           ELSE
              MOVE ' TOTAL DOS EVENTOS   :'  TO  WS-ROTULO-T
              MOVE WS-TOT-AGR                TO  WS-VALOR-T
              PERFORM 085-IMPRIMIR-TOTAL
              MOVE ' TOTAL A DEBITO      :'  TO  WS-ROTULO-T
              MOVE WS-TOT-DEB                TO  WS-VALOR-T
              PERFORM 085-IMPRIMIR-TOTAL
              MOVE ' TOTAL A CREDITO     :'  TO  WS-ROTULO-T
              MOVE WS-TOT-CRE                TO  WS-VALOR-T
              PERFORM 085-IMPRIMIR-TOTAL
           END-IF

           IF CONTAB-RETIDA
              MOVE ' *** CONTABILIZACAO DO DIA RETIDA - VER SITUACAO'
                                    TO  REG-RELCTB
           ELSE
              MOVE ' CONTABILIZACAO DO DIA LIBERADA'
                                    TO  REG-RELCTB
           END-IF
           WRITE REG-RELCTB
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCTB'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG172        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * EVENTOS LIDOS      - CTBFILA = ' WS-CTFILA
           DISPLAY ' * VALOR DOS EVENTOS DA FILA    = ' WS-TOT-FILA
           DISPLAY ' * OPERACOES LIDAS    - MSTJRNL = ' WS-CTLIDO
           DISPLAY ' * SEM PAGAMENTO NA DATA        = ' WS-CTOUTROS
           DISPLAY ' * PAGAMENTOS DA DATA           = ' WS-CTPAGTO
           DISPLAY ' * VALOR DOS PAGAMENTOS         = ' WS-TOT-DIARIO
           DISPLAY ' * SOMAS POR DATA + EVENTO      = ' WS-CTAGR
           DISPLAY ' * SOMAS SEM CONTA VALIDA       = ' WS-CTSEMCTA
           DISPLAY ' * LANCAMENTOS        - CTBINTF = ' WS-CTLANC
           DISPLAY ' * TOTAL A DEBITO               = ' WS-TOT-DEB
           DISPLAY ' * TOTAL A CREDITO              = ' WS-TOT-CRE
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF CONTAB-RETIDA
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * CONTABILIZACAO RETIDA - VER O RELCTB   *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           IF WS-CTLIDO NOT = WS-CTPAGTO + WS-CTOUTROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X TRATADO    *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  CTBFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBMAPA
           IF WS-FS-MAP  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBMAPA'  TO WS-MSG
              MOVE   WS-FS-MAP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBINTF
           IF WS-FS-INT  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBINTF'  TO WS-MSG
              MOVE   WS-FS-INT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELCTB
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCTB'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG172        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG172 <
