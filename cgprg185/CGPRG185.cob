       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG185.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER A TABELA DE TAXAS DA QUITACAO ANTECIPADA
      *           DOS LOTES (TAXQUIT - COPY TAXQUITC, SEQUENCIAL EM
      *           EXTEND), NA CONVENCAO DA TABELA DE PRECOS PRECEPTB
      *           (CGPRG066): CADA CARTAO DA SYSIN (COM OS CONTROLES
      *           DE CABECALHO/RODAPE DO LOTE - COPY SYSINHT)
      *           ACRESCENTA UMA VIGENCIA NOVA COM A TAXA MENSAL DE
      *           DESCONTO (%) E A VALIDADE DA COTACAO EM DIAS.
      *           VIGENCIA INVALIDA, TAXA ZERADA OU VALIDADE ZERADA
      *           SAEM NA LISTAGEM DE EXCECAO. O CGPRG184 CARREGA
      *           ESTA TABELA NO INICIO E USA A VIGENCIA MAIS RECENTE
      *           NAO POSTERIOR A DATA BASE DA COTACAO.
      *
      *           CARTAO (LRECL 80):
      *             01-08 VIGENCIA (AAAAMMDD)
      *             09-14 TAXA MENSAL % (99V9999)
      *             15-17 VALIDADE DA COTACAO EM DIAS CORRIDOS
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010212  PROGRAMA CRIADO - MANUTENCAO DA
      *                          TABELA DE TAXAS DA QUITACAO
      *                          ANTECIPADA COM VIGENCIA
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
           SELECT TAXQUIT  ASSIGN TO TAXQUITJ
                  FILE STATUS   IS WS-FS-TAX
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  TAXQUIT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TAXQUIT.
           COPY TAXQUITC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(02) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-FS-TAX              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG185'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> ENTRADA - CARTAO DE VIGENCIA DA TAXA VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-VIG-IN           PIC 9(08).
           05 WS-VIG-IN-R REDEFINES WS-VIG-IN.
              10 WS-VIG-ANO-IN    PIC 9(04).
              10 WS-VIG-MES-IN    PIC 9(02).
              10 WS-VIG-DIA-IN    PIC 9(02).
           05 WS-TAXA-IN          PIC 9(02)V9(04).
           05 WS-VALIDADE-IN      PIC 9(03).
           05 FILLER              PIC X(63).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

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
       000-CGPRG185.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG185 - TAXAS DE QUITACAO (TAXQUIT) *'
           DISPLAY ' *----------------------------------------*'

           OPEN EXTEND TAXQUIT
           IF WS-FS-TAX  NOT = '00'
              MOVE  'ERRO AO ABRIR O TAXQUIT'  TO WS-MSG
              MOVE   WS-FS-TAX                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

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
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR E ACRESCENTAR UMA VIGENCIA DE TAXA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-VIG-IN NOT NUMERIC
              OR WS-TAXA-IN NOT NUMERIC
              OR WS-VALIDADE-IN NOT NUMERIC
              PERFORM 028-REJEITAR
           ELSE
              IF WS-VIG-ANO-IN < 2000
                 OR WS-VIG-MES-IN < 01 OR WS-VIG-MES-IN > 12
                 OR WS-VIG-DIA-IN < 01 OR WS-VIG-DIA-IN > 31
                 OR WS-TAXA-IN = ZEROS
                 OR WS-VALIDADE-IN = ZEROS
                 PERFORM 028-REJEITAR
              ELSE
                 MOVE SPACES          TO  REG-TAXQUIT
                 MOVE WS-VIG-IN       TO  WS-VIG-TQ
                 MOVE WS-TAXA-IN      TO  WS-TAXA-TQ
                 MOVE WS-VALIDADE-IN  TO  WS-VALIDADE-TQ
                 WRITE REG-TAXQUIT
                 IF WS-FS-TAX  NOT = '00'
                    MOVE  'ERRO NA GRAVACAO DO TAXQUIT'  TO WS-MSG
                    MOVE   WS-FS-TAX                     TO WS-FS-MSG
                    MOVE   WS-REG-SYSIN          TO WS-IMAGEM-ERR
                    GO TO  999-ERRO
                 ELSE
                    ADD 1  TO  WS-CTGRAV
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR UM CARTAO DE TAXA INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - TAXA DE QUITACAO ***'
           DISPLAY ' * VIGENCIA  : ' WS-VIG-IN
           DISPLAY ' * TAXA MES  : ' WS-TAXA-IN
           DISPLAY ' * VALIDADE  : ' WS-VALIDADE-IN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG185        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * VIGENCIAS GRAVADAS - TAXQUIT = ' WS-CTGRAV
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

           IF WS-CTLIDO NOT = WS-CTGRAV + WS-CTREJ
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  TAXQUIT
           IF WS-FS-TAX  NOT = '00'
              MOVE  'ERRO AO FECHAR O TAXQUIT'  TO WS-MSG
              MOVE   WS-FS-TAX                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG185        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG185 <
