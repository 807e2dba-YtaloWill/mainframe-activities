       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG181.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER A TABELA DE INDICES DE CORRECAO MONETARIA
      *           (INDCORR - COPY INDCORC): A TAXA MENSAL DO INCC E
      *           DO IGP-M POR COMPETENCIA, COM A DATA DE VIGENCIA,
      *           A PARTIR DE CARTOES I/A/E NA CONVENCAO DO CGPRG174,
      *           COM OS CONTROLES DE CABECALHO/RODAPE DO LOTE (COPY
      *           SYSINHT). A TABELA E LIDA PELA CORRECAO ANUAL DO
      *           SALDO DOS CONTRATOS DE LOTE (CGPRG182) - A
      *           MANUTENCAO SO ALCANCA AS CORRECOES FEITAS DEPOIS
      *           DELA; A PARCELA JA CORRIGIDA CONSERVA O VALOR
      *--------------------------------------------------------------*
      * CARTAO DE INDICE (SYSIN):
      *   POS 01-01 TRANSACAO (I/BRANCO = INCLUSAO, A, E)
      *   POS 02-05 INDICE ('INCC' OU 'IGPM')
      *   POS 06-11 COMPETENCIA AAAAMM DA TAXA
      *   POS 12-12 SINAL DA TAXA ('+' OU BRANCO = POSITIVA,
      *             '-' = DEFLACAO)
      *   POS 13-18 TAXA MENSAL EM % 99V9999 (ATE 20,0000;
      *             BRANCO NA ALTERACAO = MANTEM)
      *   POS 19-26 DATA DE VIGENCIA AAAAMMDD, NAO ANTERIOR A
      *             COMPETENCIA (BRANCO NA ALTERACAO = MANTEM)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010210  PROGRAMA CRIADO - MANUTENCAO DA
      *                          TABELA DE INDICES DE CORRECAO
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
           SELECT INDCORR ASSIGN TO INDCORRJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-IC OF REG-INDCORR
                  FILE STATUS   IS WS-FS-IND
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  INDCORR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-INDCORR.
           COPY INDCORC.
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
           05  WS-FS-IND              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG181'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-VALIDO           VALUE 'S'.
               88 CARTAO-INVALIDO         VALUE 'N'.
           05  WS-TAXA-SINAL          PIC S9(02)V9(04).
           05  WS-TAXA-E              PIC -Z9,9999.

      *-----> ENTRADA - CARTAO DE INDICE VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-INDICE-IN        PIC X(04).
               88 INDICE-IN-VALIDO    VALUE 'INCC' 'IGPM'.
           05 WS-COMPET-IN        PIC X(06).
           05 FILLER  REDEFINES  WS-COMPET-IN.
              10 WS-COMPET-ANO-IN PIC 9(04).
              10 WS-COMPET-MES-IN PIC 9(02).
           05 WS-COMPET-N-IN  REDEFINES  WS-COMPET-IN
                                  PIC 9(06).
           05 WS-SINAL-IN         PIC X(01).
               88 SINAL-POSITIVO      VALUE '+' ' '.
               88 SINAL-NEGATIVO      VALUE '-'.
           05 WS-TAXA-IN          PIC X(06).
           05 WS-TAXA-N-IN  REDEFINES  WS-TAXA-IN
                                  PIC 9(02)V9(04).
           05 WS-DT-VIG-IN        PIC X(08).
           05 FILLER  REDEFINES  WS-DT-VIG-IN.
              10 WS-VIG-AAAAMM-IN PIC 9(06).
              10 FILLER  REDEFINES  WS-VIG-AAAAMM-IN.
                 15 WS-VIG-ANO-IN PIC 9(04).
                 15 WS-VIG-MES-IN PIC 9(02).
              10 WS-VIG-DIA-IN    PIC 9(02).
           05 WS-DT-VIG-N-IN  REDEFINES  WS-DT-VIG-IN
                                  PIC 9(08).
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
       000-CGPRG181.

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
           DISPLAY ' * CGPRG181 - INDICES DE CORRECAO         *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O INDCORR
           IF WS-FS-IND = '35'
              OPEN OUTPUT INDCORR
           END-IF
           IF WS-FS-IND  NOT = '00'
              MOVE  'ERRO AO ABRIR O INDCORR'  TO WS-MSG
              MOVE   WS-FS-IND                 TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DE INDICE (I/A/E). A INCLUSAO EXIGE A
      *    TAXA E A DATA DE VIGENCIA
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
                    AND (WS-TAXA-IN = SPACES
                         OR WS-DT-VIG-IN = SPACES)
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
      *    VALIDAR A CHAVE E OS CAMPOS INFORMADOS NO CARTAO: INDICE
      *    CONHECIDO, COMPETENCIA COM MES 01-12, SINAL '+'/'-', TAXA
      *    ATE 20,0000% E VIGENCIA COM MES 01-12 E DIA 01-31, NAO
      *    ANTERIOR A COMPETENCIA (CAMPO EM BRANCO SO E CONFERIDO NA
      *    INCLUSAO, EM 030-PROCESSAR)
      *--------------------------------------------------------------*
       027-VALIDAR-CARTAO.

           MOVE 'S'  TO  WS-SW-CARTAO

           IF NOT TRANS-INCLUSAO AND NOT TRANS-ALTERACAO
              AND NOT TRANS-EXCLUSAO
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF

           IF NOT INDICE-IN-VALIDO
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF

           IF WS-COMPET-N-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-CARTAO
           ELSE
              IF WS-COMPET-MES-IN < 01 OR WS-COMPET-MES-IN > 12
                 MOVE 'N'  TO  WS-SW-CARTAO
              END-IF
           END-IF

           IF NOT SINAL-POSITIVO AND NOT SINAL-NEGATIVO
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF

           IF WS-TAXA-IN NOT = SPACES
              IF WS-TAXA-N-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-SW-CARTAO
              ELSE
                 IF WS-TAXA-N-IN > 20
                    MOVE 'N'  TO  WS-SW-CARTAO
                 END-IF
              END-IF
           END-IF

           IF WS-DT-VIG-IN NOT = SPACES
              IF WS-DT-VIG-N-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-SW-CARTAO
              ELSE
                 IF WS-VIG-MES-IN < 01 OR WS-VIG-MES-IN > 12
                    OR WS-VIG-DIA-IN < 01 OR WS-VIG-DIA-IN > 31
                    MOVE 'N'  TO  WS-SW-CARTAO
                 ELSE
                    IF WS-COMPET-N-IN NUMERIC
                       AND WS-VIG-AAAAMM-IN < WS-COMPET-N-IN
                       MOVE 'N'  TO  WS-SW-CARTAO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE INDICE INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - INDICE INVALIDO ***'
           DISPLAY ' * TRANSACAO : ' WS-TIPO-TRANS-IN
           DISPLAY ' * INDICE    : ' WS-INDICE-IN
           DISPLAY ' * COMPET.   : ' WS-COMPET-IN
           DISPLAY ' * TAXA      : ' WS-SINAL-IN WS-TAXA-IN
           DISPLAY ' * VIGENCIA  : ' WS-DT-VIG-IN
           .
      *--------------------------------------------------------------*
      *    MONTAR A TAXA COM O SINAL DO CARTAO EM WS-TAXA-SINAL
      *--------------------------------------------------------------*
       029-MONTAR-TAXA.

           IF SINAL-NEGATIVO
              COMPUTE WS-TAXA-SINAL = ZEROS - WS-TAXA-N-IN
           ELSE
              MOVE WS-TAXA-N-IN  TO  WS-TAXA-SINAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR A TAXA DE UMA COMPETENCIA
      *--------------------------------------------------------------*
       031-INCLUIR.

           PERFORM 029-MONTAR-TAXA

           MOVE SPACES           TO  REG-INDCORR
           MOVE WS-INDICE-IN     TO  WS-INDICE-IC OF REG-INDCORR
           MOVE WS-COMPET-N-IN   TO  WS-COMPET-IC OF REG-INDCORR
           MOVE WS-TAXA-SINAL    TO  WS-TAXA-IC OF REG-INDCORR
           MOVE WS-DT-VIG-N-IN   TO  WS-DT-VIG-IC OF REG-INDCORR
           MOVE WS-HDR-DATA-LOTE TO  WS-DT-ALT-IC OF REG-INDCORR
           MOVE WS-HDR-RUNID     TO  WS-RUNID-IC OF REG-INDCORR

           WRITE REG-INDCORR
           IF WS-FS-IND = '22'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** TAXA JA CADASTRADA: '
                      WS-INDICE-IN ' ' WS-COMPET-IN ' ***'
           ELSE
              IF WS-FS-IND NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO INDCORR'  TO WS-MSG
                 MOVE  WS-FS-IND                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
                 MOVE WS-TAXA-IC OF REG-INDCORR  TO  WS-TAXA-E
                 DISPLAY ' * TAXA INCLUIDA: ' WS-INDICE-IN ' '
                         WS-COMPET-IN ' ' WS-TAXA-E '% VIGENTE EM '
                         WS-DT-VIG-IC OF REG-INDCORR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR A TAXA DE UMA COMPETENCIA (CAMPO EM BRANCO NO
      *    CARTAO PRESERVA O CONTEUDO ATUAL; O SINAL SO VALE COM A
      *    TAXA INFORMADA)
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-INDICE-IN    TO  WS-INDICE-IC OF REG-INDCORR
           MOVE WS-COMPET-N-IN  TO  WS-COMPET-IC OF REG-INDCORR
           READ INDCORR
           IF WS-FS-IND = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** TAXA NAO CADASTRADA: '
                      WS-INDICE-IN ' ' WS-COMPET-IN ' ***'
           ELSE
              IF WS-FS-IND NOT = '00'
                 MOVE 'ERRO NA LEITURA DO INDCORR'   TO WS-MSG
                 MOVE  WS-FS-IND                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF WS-TAXA-IN NOT = SPACES
                    PERFORM 029-MONTAR-TAXA
                    MOVE WS-TAXA-SINAL  TO  WS-TAXA-IC OF REG-INDCORR
                 END-IF
                 IF WS-DT-VIG-IN NOT = SPACES
                    MOVE WS-DT-VIG-N-IN
                                   TO  WS-DT-VIG-IC OF REG-INDCORR
                 END-IF
                 MOVE WS-HDR-DATA-LOTE
                                 TO  WS-DT-ALT-IC OF REG-INDCORR
                 MOVE WS-HDR-RUNID
                                 TO  WS-RUNID-IC OF REG-INDCORR

                 REWRITE REG-INDCORR
                 IF WS-FS-IND NOT = '00'
                    MOVE 'ERRO NA ALTERACAO DO INDCORR' TO WS-MSG
                    MOVE  WS-FS-IND                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTALT
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR A TAXA DE UMA COMPETENCIA - AS PARCELAS JA
      *    CORRIGIDAS CONSERVAM O VALOR CORRIGIDO
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-INDICE-IN    TO  WS-INDICE-IC OF REG-INDCORR
           MOVE WS-COMPET-N-IN  TO  WS-COMPET-IC OF REG-INDCORR
           READ INDCORR
           IF WS-FS-IND = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** TAXA NAO CADASTRADA: '
                      WS-INDICE-IN ' ' WS-COMPET-IN ' ***'
           ELSE
              IF WS-FS-IND NOT = '00'
                 MOVE 'ERRO NA LEITURA DO INDCORR'   TO WS-MSG
                 MOVE  WS-FS-IND                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 DELETE INDCORR RECORD
                 IF WS-FS-IND NOT = '00'
                    MOVE 'ERRO NA EXCLUSAO DO INDCORR' TO WS-MSG
                    MOVE  WS-FS-IND                    TO WS-FS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG181        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - INDCORR = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- INDCORR = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - INDCORR = ' WS-CTEXC
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

           CLOSE  INDCORR
           IF WS-FS-IND  NOT = '00'
              MOVE  'ERRO AO FECHAR O INDCORR'  TO WS-MSG
              MOVE   WS-FS-IND                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG181        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG181 <
