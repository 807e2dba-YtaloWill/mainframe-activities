       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG174.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER A TABELA DE DESCONTO DE PONTUALIDADE
      *           (DESCPON - COPY DESCPONC) A PARTIR DE CARTOES I/A/E
      *           NA CONVENCAO DO CGPRG092, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT). A REGRA E
      *           LIDA PELO CGPRG022 NA GERACAO DAS COBRANCAS E
      *           CARIMBADA EM CADA UMA - A MANUTENCAO SO ALCANCA AS
      *           COMPETENCIAS GERADAS DEPOIS DELA; A COBRANCA JA
      *           GERADA CONSERVA A REGRA COM QUE FOI EMITIDA
      *--------------------------------------------------------------*
      * CARTAO DE REGRA (SYSIN):
      *   POS 01-01 TRANSACAO (I/BRANCO = INCLUSAO, A, E)
      *   POS 02-13 CURSO (BRANCO = TODOS OS CURSOS)
      *   POS 14-19 COMPETENCIA AAAAMM (ZEROS = TODAS)
      *   POS 20-23 PERCENTUAL DE DESCONTO 99V99 (01,00 A 50,00;
      *             BRANCO NA ALTERACAO = MANTEM)
      *   POS 24-25 DIA LIMITE DO PAGAMENTO PONTUAL (00 = ATE O
      *             VENCIMENTO; BRANCO NA ALTERACAO = MANTEM)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010204  PROGRAMA CRIADO - MANUTENCAO DA
      *                          TABELA DE DESCONTO DE PONTUALIDADE
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
           SELECT DESCPON ASSIGN TO DESCPONJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-DP OF REG-DESCPON
                  FILE STATUS   IS WS-FS-DPN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  DESCPON
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DESCPON.
           COPY DESCPONC.
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
           05  WS-FS-DPN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG174'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-VALIDO           VALUE 'S'.
               88 CARTAO-INVALIDO         VALUE 'N'.
           05  WS-PCT-E               PIC Z9,99.

      *-----> ENTRADA - CARTAO DE REGRA VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-CURSO-IN         PIC X(12).
           05 WS-COMPET-IN        PIC X(06).
           05 FILLER  REDEFINES  WS-COMPET-IN.
              10 WS-COMPET-ANO-IN PIC 9(04).
              10 WS-COMPET-MES-IN PIC 9(02).
           05 WS-COMPET-N-IN  REDEFINES  WS-COMPET-IN
                                  PIC 9(06).
           05 WS-PCT-IN           PIC X(04).
           05 WS-PCT-N-IN  REDEFINES  WS-PCT-IN
                                  PIC 9(02)V99.
           05 WS-DIA-LIM-IN       PIC X(02).
           05 WS-DIA-LIM-N-IN  REDEFINES  WS-DIA-LIM-IN
                                  PIC 9(02).
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
       000-CGPRG174.

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
           DISPLAY ' * CGPRG174 - DESCONTO DE PONTUALIDADE    *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O DESCPON
           IF WS-FS-DPN = '35'
              OPEN OUTPUT DESCPON
           END-IF
           IF WS-FS-DPN  NOT = '00'
              MOVE  'ERRO AO ABRIR O DESCPON'  TO WS-MSG
              MOVE   WS-FS-DPN                 TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DE REGRA (I/A/E). A INCLUSAO EXIGE O
      *    PERCENTUAL E O DIA LIMITE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 027-VALIDAR-CARTAO

           IF CARTAO-INVALIDO
              PERFORM 028-REJEITAR
           ELSE
              IF TRANS-EXCLUSAO
                 PERFORM 033-EXCLUIR
              ELSE
                 IF TRANS-INCLUSAO
                    AND (WS-PCT-IN = SPACES
                         OR WS-DIA-LIM-IN = SPACES)
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
      *    VALIDAR A CHAVE E OS CAMPOS INFORMADOS NO CARTAO:
      *    COMPETENCIA ZERADA OU COM MES 01-12, PERCENTUAL ENTRE
      *    01,00 E 50,00 E DIA LIMITE ATE 31 (CAMPO EM BRANCO SO E
      *    CONFERIDO NA INCLUSAO, EM 030-PROCESSAR)
      *--------------------------------------------------------------*
       027-VALIDAR-CARTAO.

           MOVE 'S'  TO  WS-SW-CARTAO

           IF NOT TRANS-INCLUSAO AND NOT TRANS-ALTERACAO
              AND NOT TRANS-EXCLUSAO
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF

           IF WS-COMPET-N-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-CARTAO
           ELSE
              IF WS-COMPET-N-IN NOT = ZEROS
                 AND (WS-COMPET-MES-IN < 01
                      OR WS-COMPET-MES-IN > 12)
                 MOVE 'N'  TO  WS-SW-CARTAO
              END-IF
           END-IF

           IF WS-PCT-IN NOT = SPACES
              IF WS-PCT-N-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-SW-CARTAO
              ELSE
                 IF WS-PCT-N-IN < 1 OR WS-PCT-N-IN > 50
                    MOVE 'N'  TO  WS-SW-CARTAO
                 END-IF
              END-IF
           END-IF

           IF WS-DIA-LIM-IN NOT = SPACES
              IF WS-DIA-LIM-N-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-SW-CARTAO
              ELSE
                 IF WS-DIA-LIM-N-IN > 31
                    MOVE 'N'  TO  WS-SW-CARTAO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE REGRA INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - REGRA INVALIDA ***'
           DISPLAY ' * TRANSACAO : ' WS-TIPO-TRANS-IN
           DISPLAY ' * CURSO     : ' WS-CURSO-IN
           DISPLAY ' * COMPET.   : ' WS-COMPET-IN
           DISPLAY ' * PERCENTUAL: ' WS-PCT-IN
           DISPLAY ' * DIA LIMITE: ' WS-DIA-LIM-IN
           .
      *--------------------------------------------------------------*
      *    INCLUIR UMA REGRA NOVA
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES           TO  REG-DESCPON
           MOVE WS-CURSO-IN      TO  WS-CURSO-DP OF REG-DESCPON
           MOVE WS-COMPET-N-IN   TO  WS-COMPET-DP OF REG-DESCPON
           MOVE WS-PCT-N-IN      TO  WS-PCT-DP OF REG-DESCPON
           MOVE WS-DIA-LIM-N-IN  TO  WS-DIA-LIM-DP OF REG-DESCPON
           MOVE WS-HDR-DATA-LOTE TO  WS-DT-ALT-DP OF REG-DESCPON

           WRITE REG-DESCPON
           IF WS-FS-DPN = '22'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** REGRA JA CADASTRADA: '
                      WS-CURSO-IN ' ' WS-COMPET-IN ' ***'
           ELSE
              IF WS-FS-DPN NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO DESCPON'  TO WS-MSG
                 MOVE  WS-FS-DPN                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
                 MOVE WS-PCT-DP OF REG-DESCPON  TO  WS-PCT-E
                 DISPLAY ' * REGRA INCLUIDA: ' WS-CURSO-IN ' '
                         WS-COMPET-IN ' ' WS-PCT-E '% ATE O DIA '
                         WS-DIA-LIM-DP OF REG-DESCPON
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR UMA REGRA EXISTENTE (CAMPO EM BRANCO NO CARTAO
      *    PRESERVA O CONTEUDO ATUAL)
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-CURSO-IN     TO  WS-CURSO-DP OF REG-DESCPON
           MOVE WS-COMPET-N-IN  TO  WS-COMPET-DP OF REG-DESCPON
           READ DESCPON
           IF WS-FS-DPN = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** REGRA NAO CADASTRADA: '
                      WS-CURSO-IN ' ' WS-COMPET-IN ' ***'
           ELSE
              IF WS-FS-DPN NOT = '00'
                 MOVE 'ERRO NA LEITURA DO DESCPON'   TO WS-MSG
                 MOVE  WS-FS-DPN                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF WS-PCT-IN NOT = SPACES
                    MOVE WS-PCT-N-IN  TO  WS-PCT-DP OF REG-DESCPON
                 END-IF
                 IF WS-DIA-LIM-IN NOT = SPACES
                    MOVE WS-DIA-LIM-N-IN
                                   TO  WS-DIA-LIM-DP OF REG-DESCPON
                 END-IF
                 MOVE WS-HDR-DATA-LOTE
                                 TO  WS-DT-ALT-DP OF REG-DESCPON

                 REWRITE REG-DESCPON
                 IF WS-FS-DPN NOT = '00'
                    MOVE 'ERRO NA ALTERACAO DO DESCPON' TO WS-MSG
                    MOVE  WS-FS-DPN                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTALT
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UMA REGRA - AS COBRANCAS JA GERADAS CONSERVAM O
      *    DESCONTO CARIMBADO NA GERACAO
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-CURSO-IN     TO  WS-CURSO-DP OF REG-DESCPON
           MOVE WS-COMPET-N-IN  TO  WS-COMPET-DP OF REG-DESCPON
           READ DESCPON
           IF WS-FS-DPN = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** REGRA NAO CADASTRADA: '
                      WS-CURSO-IN ' ' WS-COMPET-IN ' ***'
           ELSE
              IF WS-FS-DPN NOT = '00'
                 MOVE 'ERRO NA LEITURA DO DESCPON'   TO WS-MSG
                 MOVE  WS-FS-DPN                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 DELETE DESCPON RECORD
                 IF WS-FS-DPN NOT = '00'
                    MOVE 'ERRO NA EXCLUSAO DO DESCPON' TO WS-MSG
                    MOVE  WS-FS-DPN                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTEXC
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG174        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - DESCPON = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- DESCPON = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - DESCPON = ' WS-CTEXC
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

           CLOSE  DESCPON
           IF WS-FS-DPN  NOT = '00'
              MOVE  'ERRO AO FECHAR O DESCPON'  TO WS-MSG
              MOVE   WS-FS-DPN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG174        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG174 <
