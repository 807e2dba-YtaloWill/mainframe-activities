       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG162.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: AVALIACAO INSTITUCIONAL - CAPTACAO DAS RESPOSTAS.
      *           CADA CARTAO E UM QUESTIONARIO ANONIMO PREENCHIDO
      *           PELO ALUNO PARA UMA DISCIPLINA E SEU INSTRUTOR NO
      *           SEMESTRE LETIVO, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT):
      *             01-05 SEMESTRE LETIVO (AAAAS)
      *             06-17 CURSO
      *             18-25 DISCIPLINA
      *             26-30 INSTRUTOR
      *             31-40 NOTAS DAS 10 QUESTOES (VER AVALQTB), UMA
      *                   POSICAO CADA: 1 (RUIM) A 5 (OTIMO), 0 OU
      *                   BRANCO = NAO RESPONDEU
      *           O CARTAO NAO TRAZ MATRICULA NEM NOME: A RESPOSTA
      *           FICA LIGADA SO AO CURSO, A DISCIPLINA E AO
      *           INSTRUTOR. A COMBINACAO TEM DE EXISTIR NA ATRIBUICAO
      *           DE DOCENCIA (ATRIDOC) DO SEMESTRE. O QUESTIONARIO
      *           ACEITO E SOMADO NO AVALRES (COPY AVALRESC), QUE SO
      *           GUARDA TOTAIS POR QUESTAO - NENHUM QUESTIONARIO
      *           INDIVIDUAL E GRAVADO. O RELATORIO DE RESULTADOS E
      *           O CGPRG163
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010198  PROGRAMA CRIADO - CAPTACAO DAS
      *                          RESPOSTAS DA AVALIACAO
      *                          INSTITUCIONAL
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
           SELECT AVALRES ASSIGN TO AVALRESJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-AV OF REG-AVALRES
                  FILE STATUS   IS WS-FS-AVL
           .
           SELECT ATRIDOC ASSIGN TO ATRIDOCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-AT OF REG-ATRIDOC
                  FILE STATUS   IS WS-FS-ATR
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  AVALRES
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-AVALRES.
           COPY AVALRESC.
       FD  ATRIDOC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ATRIDOC.
           COPY ATRIDOCC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTACEITO            PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTINC               PIC 9(04) VALUE ZEROS.
           05  WS-CTALT               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-FS-AVL              PIC X(02).
           05  WS-FS-ATR              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG162'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
      *-----> CRITICA DAS NOTAS DO QUESTIONARIO
           05  WS-Q-SUB               PIC 9(02).
           05  WS-QTD-RESPONDIDA      PIC 9(02).
           05  WS-SW-NOTAS            PIC X(01).
               88 NOTAS-VALIDAS           VALUE 'V'.
               88 NOTAS-INVALIDAS         VALUE 'I'.
      *-----> NOTAS DO CARTAO CONVERTIDAS (BRANCO = ZERO)
       01  WS-TAB-NOTAS.
           05  WS-NOTA-Q              PIC 9(01)  OCCURS 10 TIMES.

      *-----> ENTRADA - QUESTIONARIO VIA SYSIN (VER O PROLOGO)
       01  WS-REG-SYSIN.
           05 WS-SEMESTRE-IN      PIC 9(05).
           05 WS-SEMESTRE-IN-R  REDEFINES  WS-SEMESTRE-IN.
               10 WS-ANO-SEM-IN       PIC 9(04).
               10 WS-NR-SEM-IN        PIC 9(01).
           05 WS-CURSO-IN         PIC X(12).
           05 WS-DISC-IN          PIC X(08).
           05 WS-PROF-IN          PIC X(05).
           05 WS-NOTAS-IN.
               10 WS-NOTA-IN          PIC X(01)  OCCURS 10 TIMES.
                  88 NOTA-EM-BRANCO       VALUE SPACE '0'.
                  88 NOTA-VALIDA          VALUE '1' THRU '5'.
           05 FILLER              PIC X(40).
      *-----> QUESTOES DA AVALIACAO (COPY)
           COPY AVALQTB.

      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DO REGISTRO
       01  WS-REG-AVALRES.
           COPY AVALRESC.

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
       000-CGPRG162.

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

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG162 - AVALIACAO INSTITUCIONAL     *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O AVALRES
           IF WS-FS-AVL = '35'
              OPEN OUTPUT AVALRES
              CLOSE AVALRES
              OPEN I-O AVALRES
           END-IF
           IF WS-FS-AVL  NOT = '00'
              MOVE  'ERRO AO ABRIR O AVALRES'  TO WS-MSG
              MOVE   WS-FS-AVL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO ABRIR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

           PERFORM 025-LER-SYSIN
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
      *    PROCESSAR UM QUESTIONARIO: CRITICA, ATRIBUICAO DE
      *    DOCENCIA NO SEMESTRE E SOMA NO AVALRES
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-SEMESTRE-IN IS NOT NUMERIC
              OR (WS-NR-SEM-IN NOT = 1 AND 2)
              MOVE 'SEMESTRE LETIVO INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-CURSO-IN = SPACES
              OR WS-DISC-IN = SPACES
              OR WS-PROF-IN = SPACES
              MOVE 'CURSO/DISCIPLINA/INSTR. BRANCO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           PERFORM 032-CRITICAR-NOTAS
           IF NOTAS-INVALIDAS
              MOVE 'NOTA FORA DA ESCALA 0 A 5'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-QTD-RESPONDIDA = ZEROS
              MOVE 'QUESTIONARIO EM BRANCO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-PROF-IN      TO  WS-PROF-AT OF REG-ATRIDOC
           MOVE WS-CURSO-IN     TO  WS-CURSO-AT OF REG-ATRIDOC
           MOVE WS-DISC-IN      TO  WS-DISC-AT OF REG-ATRIDOC
           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-AT OF REG-ATRIDOC
           READ ATRIDOC
           IF WS-FS-ATR = '23'
              MOVE 'SEM ATRIBUICAO NO SEMESTRE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-FS-ATR NOT = '00'
              MOVE 'ERRO NA LEITURA DO ATRIDOC'  TO WS-MSG
              MOVE  WS-FS-ATR                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 040-SOMAR-QUESTIONARIO
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR O CARTAO COM O MOTIVO MONTADO PELO CHAMADOR
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO-REJ ' ***'
           DISPLAY ' * SEMESTRE  : ' WS-SEMESTRE-IN
           DISPLAY ' * CURSO     : ' WS-CURSO-IN
           DISPLAY ' * DISCIPLINA: ' WS-DISC-IN
           DISPLAY ' * INSTRUTOR : ' WS-PROF-IN
           DISPLAY ' * NOTAS     : ' WS-NOTAS-IN
           .
      *--------------------------------------------------------------*
      *    CRITICAR AS 10 NOTAS DO CARTAO E CONTAR AS RESPONDIDAS
      *--------------------------------------------------------------*
       032-CRITICAR-NOTAS.

           SET NOTAS-VALIDAS  TO  TRUE
           MOVE ZEROS         TO  WS-QTD-RESPONDIDA
           MOVE 1             TO  WS-Q-SUB
           PERFORM 033-CRITICAR-UMA-NOTA
               UNTIL WS-Q-SUB > WS-QTD-QUEST
           .
      *--------------------------------------------------------------*
      *    CRITICAR UMA NOTA E GUARDAR O VALOR NUMERICO
      *--------------------------------------------------------------*
       033-CRITICAR-UMA-NOTA.

           IF NOTA-EM-BRANCO (WS-Q-SUB)
              MOVE ZERO  TO  WS-NOTA-Q (WS-Q-SUB)
           ELSE
              IF NOTA-VALIDA (WS-Q-SUB)
                 MOVE WS-NOTA-IN (WS-Q-SUB)  TO  WS-NOTA-Q (WS-Q-SUB)
                 ADD 1  TO  WS-QTD-RESPONDIDA
              ELSE
                 MOVE ZERO  TO  WS-NOTA-Q (WS-Q-SUB)
                 SET NOTAS-INVALIDAS  TO  TRUE
              END-IF
           END-IF

           ADD 1  TO  WS-Q-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR O QUESTIONARIO NO TOTAL DA DISCIPLINA/INSTRUTOR DO
      *    SEMESTRE: PRIMEIRO QUESTIONARIO INCLUI O REGISTRO, OS
      *    SEGUINTES ACUMULAM
      *--------------------------------------------------------------*
       040-SOMAR-QUESTIONARIO.

           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-AV OF REG-AVALRES
           MOVE WS-CURSO-IN     TO  WS-CURSO-AV OF REG-AVALRES
           MOVE WS-DISC-IN      TO  WS-DISC-AV OF REG-AVALRES
           MOVE WS-PROF-IN      TO  WS-PROF-AV OF REG-AVALRES
           READ AVALRES  INTO  WS-REG-AVALRES
           IF WS-FS-AVL NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO AVALRES'  TO WS-MSG
              MOVE  WS-FS-AVL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-FS-AVL = '23'
              MOVE SPACES          TO  WS-REG-AVALRES
              MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-AV OF WS-REG-AVALRES
              MOVE WS-CURSO-IN     TO  WS-CURSO-AV OF WS-REG-AVALRES
              MOVE WS-DISC-IN      TO  WS-DISC-AV OF WS-REG-AVALRES
              MOVE WS-PROF-IN      TO  WS-PROF-AV OF WS-REG-AVALRES
              MOVE ZEROS           TO  WS-QTD-RESP-AV OF WS-REG-AVALRES
              MOVE 1               TO  WS-Q-SUB
              PERFORM 042-ZERAR-QUESTAO
                  UNTIL WS-Q-SUB > WS-QTD-QUEST
           END-IF

           ADD 1  TO  WS-QTD-RESP-AV OF WS-REG-AVALRES
           MOVE 1  TO  WS-Q-SUB
           PERFORM 044-SOMAR-QUESTAO
               UNTIL WS-Q-SUB > WS-QTD-QUEST
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-ULT-AV OF WS-REG-AVALRES
           MOVE WS-HDR-RUNID      TO  WS-RUNID-ULT-AV OF WS-REG-AVALRES

           IF WS-FS-AVL = '23'
              WRITE REG-AVALRES  FROM  WS-REG-AVALRES
              IF WS-FS-AVL NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO AVALRES'  TO WS-MSG
                 MOVE  WS-FS-AVL                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTINC
           ELSE
              REWRITE REG-AVALRES  FROM  WS-REG-AVALRES
              IF WS-FS-AVL NOT = '00'
                 MOVE 'ERRO NA ALTERACAO DO AVALRES'  TO WS-MSG
                 MOVE  WS-FS-AVL                      TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTALT
           END-IF

           ADD 1  TO  WS-CTACEITO
           .
      *--------------------------------------------------------------*
      *    ZERAR OS TOTAIS DE UMA QUESTAO NO REGISTRO NOVO
      *--------------------------------------------------------------*
       042-ZERAR-QUESTAO.

           MOVE ZEROS  TO  WS-QTD-Q-AV OF WS-REG-AVALRES (WS-Q-SUB)
           MOVE ZEROS  TO  WS-SOMA-Q-AV OF WS-REG-AVALRES (WS-Q-SUB)
           ADD 1  TO  WS-Q-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR A NOTA DE UMA QUESTAO RESPONDIDA
      *--------------------------------------------------------------*
       044-SOMAR-QUESTAO.

           IF WS-NOTA-Q (WS-Q-SUB) > ZERO
              ADD 1  TO  WS-QTD-Q-AV OF WS-REG-AVALRES (WS-Q-SUB)
              ADD WS-NOTA-Q (WS-Q-SUB)
                  TO  WS-SOMA-Q-AV OF WS-REG-AVALRES (WS-Q-SUB)
           END-IF
           ADD 1  TO  WS-Q-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG162        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * QUESTIONARIOS ACEITOS        = ' WS-CTACEITO
           DISPLAY ' * REGISTROS INCLUIDOS - AVALRES= ' WS-CTINC
           DISPLAY ' * REGISTROS ACUMULADOS- AVALRES= ' WS-CTALT
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
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

           IF WS-CTREJ > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTACEITO + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  AVALRES
           IF WS-FS-AVL  NOT = '00'
              MOVE  'ERRO AO FECHAR O AVALRES'  TO WS-MSG
              MOVE   WS-FS-AVL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO FECHAR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG162        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG162 <
