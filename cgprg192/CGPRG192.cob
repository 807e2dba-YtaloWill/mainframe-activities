       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG192.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CARGA DIARIA DO PONTO - A EXPORTACAO DO RELOGIO DE
      *           PONTO (PONTOEXP, UM REGISTRO POR FUNCIONARIO E DIA)
      *           VIRA O PONTO (KSDS - COPY PONTODC), FECHADO NO MES
      *           PELO CGPRG193 PARA A FOLHA. CADA REGISTRO E
      *           CONFERIDO:
      *           - FUNCIONARIO NO CADFUNC, DATA VALIDA E NAO
      *             ANTERIOR A ADMISSAO NEM POSTERIOR AO DIA DA CARGA;
      *           - MARCACOES HHMM VALIDAS, EM PARES COMPLETOS
      *             (ENTRADA SEM SAIDA E REJEITADA);
      *           - OCORRENCIA EM BRANCO, J (FALTA JUSTIFICADA), F
      *             (FERIAS/AFASTAMENTO) OU C (FOLGA COMPENSADA).
      *           O DIA JA CARREGADO E SUBSTITUIDO (REEXPORTACAO DO
      *           RELOGIO COM O AJUSTE DA MARCACAO). REJEITADOS SAEM
      *           NO SYSOUT E O PROGRAMA TERMINA COM RC 4
      *--------------------------------------------------------------*
      * REGISTRO DA EXPORTACAO (PONTOEXP, LRECL 40):
      *   POS 01-04 DEPARTAMENTO
      *   POS 05-08 FUNCIONARIO
      *   POS 09-16 DATA AAAAMMDD
      *   POS 17-32 ENTRADA 1, SAIDA 1, ENTRADA 2, SAIDA 2 (HHMM)
      *   POS 33    OCORRENCIA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010218  PROGRAMA CRIADO - CARGA DO PONTO
      *                          DIARIO DO RELOGIO
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
           SELECT PONTOEXP ASSIGN TO PONTOEXJ
                  FILE STATUS   IS WS-FS-EXP
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT PONTO ASSIGN TO PONTOJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PT OF REG-PONTO
                  FILE STATUS   IS WS-FS-PON
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> EXPORTACAO DO RELOGIO DE PONTO - VER O PROLOGO
       FD  PONTOEXP
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PONTOEXP.
           05 WS-DPTO-EX          PIC 9(04).
           05 WS-FUNC-EX          PIC 9(04).
           05 WS-DATA-EX          PIC 9(08).
           05 WS-DATA-EX-R  REDEFINES  WS-DATA-EX.
              10 WS-ANO-EX        PIC 9(04).
              10 WS-MES-EX        PIC 9(02).
              10 WS-DIA-EX        PIC 9(02).
           05 WS-MARCAS-EX.
              10 WS-MARCA-EX      PIC 9(04)  OCCURS 4 TIMES.
           05 WS-OCORR-EX         PIC X(01).
              88 OCORR-VALIDA         VALUE SPACE 'J' 'F' 'C'.
           05 FILLER              PIC X(07).
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  PONTO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PONTO.
           COPY PONTODC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTINCL              PIC 9(06) VALUE ZEROS.
           05  WS-CTSUBST             PIC 9(06) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(06) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(06) VALUE ZEROS.
           05  WS-FS-EXP              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-PON              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG192'.
           05  WS-DTSYS               PIC 9(08).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
           05  WS-ULT-DIA             PIC 9(02).
           05  WS-QUOC                PIC 9(04).
           05  WS-RESTO-4             PIC 9(04).
           05  WS-RESTO-100           PIC 9(04).
           05  WS-RESTO-400           PIC 9(04).
           05  WS-MARCA-SUB           PIC 9(01) COMP.
           05  WS-SW-MARCAS           PIC X(01).
               88 MARCAS-VALIDAS          VALUE 'S'.
               88 MARCAS-INVALIDAS        VALUE 'N'.

      *-----> MARCACAO HHMM EM CONFERENCIA
       01  WS-MARCA-TRAB              PIC 9(04).
       01  FILLER  REDEFINES  WS-MARCA-TRAB.
           05  WS-HH-TRAB             PIC 9(02).
           05  WS-MM-TRAB             PIC 9(02).

      *-----> DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

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
       000-CGPRG192.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
               UNTIL WS-FS-EXP = '10'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG192 - CARGA DO PONTO DIARIO       *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

           OPEN INPUT PONTOEXP
           IF WS-FS-EXP  NOT = '00'
              MOVE  'ERRO AO ABRIR O PONTOEXP'  TO WS-MSG
              MOVE   WS-FS-EXP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O PONTO
           IF WS-FS-PON = '35'
              OPEN OUTPUT PONTO
           END-IF
           IF WS-FS-PON  NOT = '00'
              MOVE  'ERRO AO ABRIR O PONTO'  TO WS-MSG
              MOVE   WS-FS-PON               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-PONTOEXP
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DA EXPORTACAO DO RELOGIO
      *--------------------------------------------------------------*
       025-LER-PONTOEXP.

           READ PONTOEXP
           IF WS-FS-EXP  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PONTOEXP'  TO WS-MSG
              MOVE   WS-FS-EXP                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-EXP = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR E GRAVAR O DIA DE UM FUNCIONARIO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE REG-PONTOEXP  TO  WS-IMAGEM-ERR

           IF WS-DPTO-EX NOT NUMERIC OR WS-FUNC-EX NOT NUMERIC
              OR WS-DATA-EX NOT NUMERIC
              MOVE 'REGISTRO COM CAMPO NAO NUMERICO' TO WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-MES-EX < 01 OR WS-MES-EX > 12
              MOVE 'DATA INVALIDA'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           MOVE WS-DIAS-MES (WS-MES-EX)  TO  WS-ULT-DIA
           IF WS-MES-EX = 2
              DIVIDE WS-ANO-EX BY 4   GIVING WS-QUOC
                     REMAINDER WS-RESTO-4
              DIVIDE WS-ANO-EX BY 100 GIVING WS-QUOC
                     REMAINDER WS-RESTO-100
              DIVIDE WS-ANO-EX BY 400 GIVING WS-QUOC
                     REMAINDER WS-RESTO-400
              IF WS-RESTO-4 = ZEROS
                 AND (WS-RESTO-100 NOT = ZEROS
                      OR WS-RESTO-400 = ZEROS)
                 MOVE 29  TO  WS-ULT-DIA
              END-IF
           END-IF
           IF WS-DIA-EX < 01 OR WS-DIA-EX > WS-ULT-DIA
              MOVE 'DATA INVALIDA'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-DATA-EX > WS-DTSYS
              MOVE 'DATA POSTERIOR A CARGA'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-MARCAS-EX NOT NUMERIC
              MOVE 'MARCACAO NAO NUMERICA'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           SET MARCAS-VALIDAS  TO  TRUE
           MOVE 1  TO  WS-MARCA-SUB
           PERFORM 040-CONFERIR-MARCA
               UNTIL WS-MARCA-SUB > 4
           IF MARCAS-INVALIDAS
              MOVE 'MARCACAO FORA DE HHMM'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
      *-----> PAR INCOMPLETO: ENTRADA SEM SAIDA OU SAIDA SEM ENTRADA
           IF (WS-MARCA-EX (1) = ZEROS AND WS-MARCA-EX (2) NOT = ZEROS)
              OR (WS-MARCA-EX (1) NOT = ZEROS
                  AND WS-MARCA-EX (2) = ZEROS)
              OR (WS-MARCA-EX (3) = ZEROS
                  AND WS-MARCA-EX (4) NOT = ZEROS)
              OR (WS-MARCA-EX (3) NOT = ZEROS
                  AND WS-MARCA-EX (4) = ZEROS)
              MOVE 'MARCACAO IMPAR (PAR INCOMPLETO)' TO WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF NOT OCORR-VALIDA
              MOVE 'OCORRENCIA INVALIDA'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-DPTO-EX  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-FUNC-EX  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FUN = '23'
              MOVE 'FUNCIONARIO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-FS-FUN  NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADFUNC'  TO  WS-MSG
              MOVE WS-FS-FUN                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-DATA-EX < WS-ADMISSAO-FU OF REG-CADFUNC
              MOVE 'DATA ANTERIOR A ADMISSAO'  TO  WS-MOTIVO-REJ
              PERFORM 035-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-DPTO-EX       TO  WS-DPTO-PT
           MOVE WS-FUNC-EX       TO  WS-FUNC-PT
           MOVE WS-DATA-EX       TO  WS-DATA-PT
           MOVE WS-MARCA-EX (1)  TO  WS-ENT1-PT
           MOVE WS-MARCA-EX (2)  TO  WS-SAI1-PT
           MOVE WS-MARCA-EX (3)  TO  WS-ENT2-PT
           MOVE WS-MARCA-EX (4)  TO  WS-SAI2-PT
           MOVE WS-OCORR-EX      TO  WS-OCORR-PT
           MOVE WS-DTSYS         TO  WS-DTCARGA-PT
           MOVE SPACES           TO  REG-PONTO (34:7)

           WRITE REG-PONTO
           IF WS-FS-PON = '22'
              REWRITE REG-PONTO
              IF WS-FS-PON  NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO DO PONTO'  TO  WS-MSG
                 MOVE WS-FS-PON                      TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTSUBST
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-FS-PON  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PONTO'  TO  WS-MSG
              MOVE WS-FS-PON                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTINCL
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-PONTOEXP
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    REJEITAR UM REGISTRO DA EXPORTACAO
      *--------------------------------------------------------------*
       035-REJEITAR.

           ADD 1  TO  WS-CTREJ
           DISPLAY ' * PONTO REJEITADO: ' WS-DPTO-EX '/' WS-FUNC-EX
                   ' ' WS-DATA-EX ' - ' WS-MOTIVO-REJ
           .
      *--------------------------------------------------------------*
      *    CONFERIR UMA MARCACAO HHMM (ZEROS = SEM MARCACAO; 2400 SO
      *    COMO SAIDA A MEIA-NOITE)
      *--------------------------------------------------------------*
       040-CONFERIR-MARCA.

           MOVE WS-MARCA-EX (WS-MARCA-SUB)  TO  WS-MARCA-TRAB
           IF WS-MM-TRAB > 59 OR WS-HH-TRAB > 24
              OR (WS-HH-TRAB = 24 AND WS-MM-TRAB NOT = ZEROS)
              SET MARCAS-INVALIDAS  TO  TRUE
           END-IF
           IF WS-HH-TRAB = 24
              AND (WS-MARCA-SUB = 1 OR WS-MARCA-SUB = 3)
              SET MARCAS-INVALIDAS  TO  TRUE
           END-IF
           ADD 1  TO  WS-MARCA-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG192        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS  - PONTOEXP  = ' WS-CTLIDO
           DISPLAY ' * DIAS INCLUIDOS   - PONTO     = ' WS-CTINCL
           DISPLAY ' * DIAS SUBSTITUIDOS- PONTO     = ' WS-CTSUBST
           DISPLAY ' * REGISTROS REJEITADOS         = ' WS-CTREJ
           DISPLAY ' *========================================*'

           COMPUTE WS-CTPROC = WS-CTINCL + WS-CTSUBST + WS-CTREJ
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
              IF WS-CTREJ > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  PONTOEXP
           IF WS-FS-EXP  NOT = '00'
              MOVE  'ERRO AO FECHAR O PONTOEXP'  TO WS-MSG
              MOVE   WS-FS-EXP                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PONTO
           IF WS-FS-PON  NOT = '00'
              MOVE  'ERRO AO FECHAR O PONTO'  TO WS-MSG
              MOVE   WS-FS-PON                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG192        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG192 <
