       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG171.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER A TABELA DE CONTAS CONTABEIS POR EVENTO
      *           FINANCEIRO (CTBMAPA - COPY CTBMAPC) A PARTIR DE
      *           CARTOES I/A/E NA CONVENCAO DO CGPRG092, COM OS
      *           CONTROLES DE CABECALHO/RODAPE DO LOTE (COPY
      *           SYSINHT). A CONTABILIZACAO DIARIA DO CGPRG172
      *           TRANSFORMA CADA EVENTO NO PAR DEBITO/CREDITO DAS
      *           CONTAS DESTA TABELA. A EXCLUSAO SO E ACEITA PARA
      *           EVENTO INATIVO - O EVENTO EM USO SE DESLIGA COM A
      *           SITUACAO 'I', E O DIA COM MOVIMENTO NELE FICA
      *           SEGURO NO CGPRG172 ATE A CONTA SER ACERTADA
      *--------------------------------------------------------------*
      * CARTAO DE EVENTO (SYSIN):
      *   POS 01-01 TRANSACAO (I/BRANCO = INCLUSAO, A, E)
      *   POS 02-04 CODIGO DO EVENTO (VER CTBFILC E CGPRG172)
      *   POS 05-16 CONTA A DEBITO
      *   POS 17-28 CONTA A CREDITO
      *   POS 29-58 HISTORICO PADRAO DO LANCAMENTO
      *   POS 59-59 SITUACAO (A = ATIVO, I = INATIVO; BRANCO NA
      *             INCLUSAO = ATIVO)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010202  PROGRAMA CRIADO - MANUTENCAO DA
      *                          TABELA DE CONTAS CONTABEIS POR
      *                          EVENTO FINANCEIRO
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
           SELECT CTBMAPA ASSIGN TO CTBMAPAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-EVENTO-CM OF REG-CTBMAPA
                  FILE STATUS   IS WS-FS-MAP
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CTBMAPA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBMAPA.
           COPY CTBMAPC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(02) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(02) VALUE ZEROS.
           05  WS-CTALT               PIC 9(02) VALUE ZEROS.
           05  WS-CTEXC               PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-FS-MAP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG171'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> ENTRADA - CARTAO DE EVENTO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-EVENTO-IN        PIC X(03).
           05 WS-CONTA-DEB-IN     PIC X(12).
           05 WS-CONTA-CRE-IN     PIC X(12).
           05 WS-HIST-IN          PIC X(30).
           05 WS-SIT-IN           PIC X(01).
               88 SIT-IN-VALIDA       VALUE 'A' 'I' ' '.
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

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
       000-CGPRG171.

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
           DISPLAY ' * CGPRG171 - CONTAS CONTABEIS POR EVENTO *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O CTBMAPA
           IF WS-FS-MAP = '35'
              OPEN OUTPUT CTBMAPA
           END-IF
           IF WS-FS-MAP  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTBMAPA'  TO WS-MSG
              MOVE   WS-FS-MAP                 TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DE EVENTO (I/A/E). A INCLUSAO EXIGE
      *    AS DUAS CONTAS, DIFERENTES ENTRE SI
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-EVENTO-IN = SPACES
              OR NOT SIT-IN-VALIDA
              PERFORM 028-REJEITAR
           ELSE
              IF TRANS-EXCLUSAO
                 PERFORM 033-EXCLUIR
              ELSE
                 IF TRANS-INCLUSAO
                    AND (WS-CONTA-DEB-IN = SPACES
                         OR WS-CONTA-CRE-IN = SPACES
                         OR WS-CONTA-DEB-IN = WS-CONTA-CRE-IN)
                    PERFORM 028-REJEITAR
                 ELSE
                    IF TRANS-ALTERACAO
                       PERFORM 032-ALTERAR
                    ELSE
                       PERFORM 031-INCLUIR
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE EVENTO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - EVENTO INVALIDO ***'
           DISPLAY ' * EVENTO    : ' WS-EVENTO-IN
           DISPLAY ' * DEBITO    : ' WS-CONTA-DEB-IN
           DISPLAY ' * CREDITO   : ' WS-CONTA-CRE-IN
           DISPLAY ' * SITUACAO  : ' WS-SIT-IN
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM EVENTO NOVO ('A' QUANDO A SITUACAO VEM EM
      *    BRANCO NO CARTAO)
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES           TO  REG-CTBMAPA
           MOVE WS-EVENTO-IN     TO  WS-EVENTO-CM OF REG-CTBMAPA
           MOVE WS-CONTA-DEB-IN  TO  WS-CONTA-DEB-CM OF REG-CTBMAPA
           MOVE WS-CONTA-CRE-IN  TO  WS-CONTA-CRE-CM OF REG-CTBMAPA
           MOVE WS-HIST-IN       TO  WS-HIST-CM OF REG-CTBMAPA
           IF WS-SIT-IN = SPACES
              MOVE 'A'           TO  WS-SIT-CM OF REG-CTBMAPA
           ELSE
              MOVE WS-SIT-IN     TO  WS-SIT-CM OF REG-CTBMAPA
           END-IF
           MOVE WS-HDR-DATA-LOTE TO  WS-DT-ALT-CM OF REG-CTBMAPA

           WRITE REG-CTBMAPA
           IF WS-FS-MAP = '22'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** EVENTO JA CADASTRADO: '
                      WS-EVENTO-IN ' ***'
           ELSE
              IF WS-FS-MAP NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO CTBMAPA'  TO WS-MSG
                 MOVE  WS-FS-MAP                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR UM EVENTO EXISTENTE (CAMPO EM BRANCO NO CARTAO
      *    PRESERVA O CONTEUDO ATUAL). AS CONTAS RESULTANTES NAO
      *    PODEM SER A MESMA
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-EVENTO-IN  TO  WS-EVENTO-CM OF REG-CTBMAPA
           READ CTBMAPA
           IF WS-FS-MAP = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** EVENTO NAO CADASTRADO: '
                      WS-EVENTO-IN ' ***'
           ELSE
              IF WS-FS-MAP NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CTBMAPA'   TO WS-MSG
                 MOVE  WS-FS-MAP                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF WS-CONTA-DEB-IN NOT = SPACES
                    MOVE WS-CONTA-DEB-IN
                         TO  WS-CONTA-DEB-CM OF REG-CTBMAPA
                 END-IF
                 IF WS-CONTA-CRE-IN NOT = SPACES
                    MOVE WS-CONTA-CRE-IN
                         TO  WS-CONTA-CRE-CM OF REG-CTBMAPA
                 END-IF
                 IF WS-HIST-IN NOT = SPACES
                    MOVE WS-HIST-IN  TO  WS-HIST-CM OF REG-CTBMAPA
                 END-IF
                 IF WS-SIT-IN NOT = SPACES
                    MOVE WS-SIT-IN   TO  WS-SIT-CM OF REG-CTBMAPA
                 END-IF
                 MOVE WS-HDR-DATA-LOTE
                                 TO  WS-DT-ALT-CM OF REG-CTBMAPA

                 IF WS-CONTA-DEB-CM OF REG-CTBMAPA =
                    WS-CONTA-CRE-CM OF REG-CTBMAPA
                    PERFORM 028-REJEITAR
                 ELSE
                    REWRITE REG-CTBMAPA
                    IF WS-FS-MAP NOT = '00'
                       MOVE 'ERRO NA ALTERACAO DO CTBMAPA' TO WS-MSG
                       MOVE  WS-FS-MAP                     TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTALT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UM EVENTO - SO O INATIVO ('I')
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-EVENTO-IN  TO  WS-EVENTO-CM OF REG-CTBMAPA
           READ CTBMAPA
           IF WS-FS-MAP = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** EVENTO NAO CADASTRADO: '
                      WS-EVENTO-IN ' ***'
           ELSE
              IF WS-FS-MAP NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CTBMAPA'   TO WS-MSG
                 MOVE  WS-FS-MAP                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF NOT CM-INATIVO OF REG-CTBMAPA
                    ADD 1 TO WS-CTREJ
                    DISPLAY ' *** EVENTO ATIVO NAO PODE SER EXCLUIDO: '
                            WS-EVENTO-IN ' ***'
                 ELSE
                    DELETE CTBMAPA RECORD
                    IF WS-FS-MAP NOT = '00'
                       MOVE 'ERRO NA EXCLUSAO DO CTBMAPA' TO WS-MSG
                       MOVE  WS-FS-MAP                    TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTEXC
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG171        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - CTBMAPA = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- CTBMAPA = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - CTBMAPA = ' WS-CTEXC
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

           COMPUTE WS-CTPROC = WS-CTGRAV + WS-CTALT + WS-CTEXC
                   + WS-CTREJ
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

           CLOSE  CTBMAPA
           IF WS-FS-MAP  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBMAPA'  TO WS-MSG
              MOVE   WS-FS-MAP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG171        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG171 <
