       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG177.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CADASTRO DE FINANCIAMENTO PUBLICO DOS
      *           ALUNOS (FINALU - COPY FINALUC) - FIES E PROUNI - A
      *           PARTIR DE CARTOES I/A/E NA CONVENCAO DO CGPRG092,
      *           COM OS CONTROLES DE CABECALHO/RODAPE DO LOTE (COPY
      *           SYSINHT). O CADASTRO E LIDO PELO CGPRG022 NA
      *           GERACAO DAS COBRANCAS, QUE SEPARA A PARTE DO
      *           GOVERNO NO RECEBIVEL FINREC - A MANUTENCAO SO
      *           ALCANCA AS COMPETENCIAS GERADAS DEPOIS DELA; A
      *           PARCELA DO FINREC JA GERADA NAO E TOCADA
      *--------------------------------------------------------------*
      * CARTAO DE FINANCIAMENTO (SYSIN):
      *   POS 01-01 TRANSACAO (I/BRANCO = INCLUSAO, A, E)
      *   POS 02-06 MATRICULA
      *   POS 07-07 PROGRAMA ('F' = FIES, 'P' = PROUNI)
      *   POS 08-10 PERCENTUAL PAGO PELO GOVERNO (001 A 100; PROUNI
      *             SO 050 OU 100)
      *   POS 11-16 VIGENCIA INICIAL AAAAMM
      *   POS 17-22 VIGENCIA FINAL AAAAMM (ZEROS = SEM PRAZO)
      *   POS 23-37 NUMERO DO CONTRATO FIES / TERMO DE BOLSA PROUNI
      *   POS 38-38 SITUACAO ('A' ATIVO, 'S' SUSPENSO; BRANCO NA
      *             INCLUSAO = ATIVO)
      *   NA ALTERACAO, CAMPO EM BRANCO = MANTEM O CONTEUDO ATUAL;
      *   NA EXCLUSAO SO A MATRICULA E CONSIDERADA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010207  PROGRAMA CRIADO - MANUTENCAO DO
      *                          CADASTRO DE FINANCIAMENTO FIES/
      *                          PROUNI
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
           SELECT FINALU ASSIGN TO FINALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-NUMERO-FI OF REG-FINALU
                  FILE STATUS   IS WS-FS-FIN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  FINALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FINALU.
           COPY FINALUC.
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
           05  WS-FS-FIN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG177'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-VALIDO           VALUE 'S'.
               88 CARTAO-INVALIDO         VALUE 'N'.
           05  WS-MES-VIG             PIC 9(02).

      *-----> ENTRADA - CARTAO DE FINANCIAMENTO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-NUMERO-IN        PIC X(05).
           05 WS-NUMERO-N-IN  REDEFINES  WS-NUMERO-IN
                                  PIC 9(05).
           05 WS-PROGRAMA-IN      PIC X(01).
               88 PROGRAMA-VALIDO     VALUE 'F' 'P'.
           05 WS-PCT-IN           PIC X(03).
           05 WS-PCT-N-IN  REDEFINES  WS-PCT-IN
                                  PIC 9(03).
           05 WS-VIG-INI-IN       PIC X(06).
           05 WS-VIG-INI-N-IN  REDEFINES  WS-VIG-INI-IN
                                  PIC 9(06).
           05 WS-VIG-FIM-IN       PIC X(06).
           05 WS-VIG-FIM-N-IN  REDEFINES  WS-VIG-FIM-IN
                                  PIC 9(06).
           05 WS-CONTRATO-IN      PIC X(15).
           05 WS-SIT-IN           PIC X(01).
               88 SITUACAO-VALIDA     VALUE 'A' 'S'.
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
       000-CGPRG177.

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
           DISPLAY ' * CGPRG177 - FINANCIAMENTO FIES/PROUNI   *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O FINALU
           IF WS-FS-FIN = '35'
              OPEN OUTPUT FINALU
           END-IF
           IF WS-FS-FIN  NOT = '00'
              MOVE  'ERRO AO ABRIR O FINALU'  TO WS-MSG
              MOVE   WS-FS-FIN                TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DE FINANCIAMENTO (I/A/E). A INCLUSAO
      *    EXIGE PROGRAMA, PERCENTUAL E VIGENCIA INICIAL
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 027-VALIDAR-CARTAO THRU 027-VALIDAR-CARTAO-FIM

           IF CARTAO-INVALIDO
              PERFORM 028-REJEITAR
           ELSE
              IF TRANS-EXCLUSAO
                 PERFORM 033-EXCLUIR
              ELSE
                 IF TRANS-INCLUSAO
                    AND (WS-PROGRAMA-IN = SPACE
                         OR WS-PCT-IN = SPACES
                         OR WS-VIG-INI-IN = SPACES)
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
      *    VALIDAR OS CAMPOS INFORMADOS NO CARTAO: MATRICULA
      *    NUMERICA, PROGRAMA F/P, PERCENTUAL DE 001 A 100,
      *    VIGENCIAS COM MES 01-12 (A FINAL PODE SER ZEROS) E
      *    SITUACAO A/S (CAMPO EM BRANCO SO E CONFERIDO NA INCLUSAO,
      *    EM 030-PROCESSAR; A COERENCIA DO REGISTRO COMPLETO E
      *    CONFERIDA EM 029-CONFERIR-REGISTRO)
      *--------------------------------------------------------------*
       027-VALIDAR-CARTAO.

           MOVE 'S'  TO  WS-SW-CARTAO

           IF NOT TRANS-INCLUSAO AND NOT TRANS-ALTERACAO
              AND NOT TRANS-EXCLUSAO
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF

           IF WS-NUMERO-N-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-CARTAO
           ELSE
              IF WS-NUMERO-N-IN = ZEROS
                 MOVE 'N'  TO  WS-SW-CARTAO
              END-IF
           END-IF

           IF TRANS-EXCLUSAO
              GO TO 027-VALIDAR-CARTAO-FIM
           END-IF

           IF WS-PROGRAMA-IN NOT = SPACE
              AND NOT PROGRAMA-VALIDO
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF

           IF WS-PCT-IN NOT = SPACES
              IF WS-PCT-N-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-SW-CARTAO
              ELSE
                 IF WS-PCT-N-IN < 1 OR WS-PCT-N-IN > 100
                    MOVE 'N'  TO  WS-SW-CARTAO
                 END-IF
              END-IF
           END-IF

           IF WS-VIG-INI-IN NOT = SPACES
              IF WS-VIG-INI-N-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-SW-CARTAO
              ELSE
                 MOVE WS-VIG-INI-IN (5:2)  TO  WS-MES-VIG
                 IF WS-MES-VIG < 01 OR WS-MES-VIG > 12
                    MOVE 'N'  TO  WS-SW-CARTAO
                 END-IF
              END-IF
           END-IF

           IF WS-VIG-FIM-IN NOT = SPACES
              IF WS-VIG-FIM-N-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-SW-CARTAO
              ELSE
                 MOVE WS-VIG-FIM-IN (5:2)  TO  WS-MES-VIG
                 IF WS-VIG-FIM-N-IN NOT = ZEROS
                    AND (WS-MES-VIG < 01 OR WS-MES-VIG > 12)
                    MOVE 'N'  TO  WS-SW-CARTAO
                 END-IF
              END-IF
           END-IF

           IF WS-SIT-IN NOT = SPACE
              AND NOT SITUACAO-VALIDA
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF
           .
       027-VALIDAR-CARTAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE FINANCIAMENTO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - FINANCIAMENTO INVALIDO ***'
           DISPLAY ' * TRANSACAO : ' WS-TIPO-TRANS-IN
           DISPLAY ' * MATRICULA : ' WS-NUMERO-IN
           DISPLAY ' * PROGRAMA  : ' WS-PROGRAMA-IN
           DISPLAY ' * PERCENTUAL: ' WS-PCT-IN
           DISPLAY ' * VIGENCIA  : ' WS-VIG-INI-IN ' A ' WS-VIG-FIM-IN
           DISPLAY ' * CONTRATO  : ' WS-CONTRATO-IN
           DISPLAY ' * SITUACAO  : ' WS-SIT-IN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O REGISTRO COMPLETO (JA COM OS CAMPOS MANTIDOS NA
      *    ALTERACAO): BOLSA PROUNI E SO PARCIAL (50%) OU INTEGRAL
      *    (100%) E A VIGENCIA FINAL, SE HOUVER, NAO E ANTERIOR A
      *    INICIAL
      *--------------------------------------------------------------*
       029-CONFERIR-REGISTRO.

           MOVE 'S'  TO  WS-SW-CARTAO

           IF FIN-PROUNI OF REG-FINALU
              AND WS-PCT-FI OF REG-FINALU NOT = 50
              AND WS-PCT-FI OF REG-FINALU NOT = 100
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF

           IF WS-VIG-FIM-FI OF REG-FINALU NOT = ZEROS
              AND WS-VIG-FIM-FI OF REG-FINALU <
                  WS-VIG-INI-FI OF REG-FINALU
              MOVE 'N'  TO  WS-SW-CARTAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM FINANCIAMENTO NOVO
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES           TO  REG-FINALU
           MOVE WS-NUMERO-N-IN   TO  WS-NUMERO-FI OF REG-FINALU
           MOVE WS-PROGRAMA-IN   TO  WS-PROGRAMA-FI OF REG-FINALU
           MOVE WS-PCT-N-IN      TO  WS-PCT-FI OF REG-FINALU
           MOVE WS-VIG-INI-N-IN  TO  WS-VIG-INI-FI OF REG-FINALU
           IF WS-VIG-FIM-IN = SPACES
              MOVE ZEROS            TO  WS-VIG-FIM-FI OF REG-FINALU
           ELSE
              MOVE WS-VIG-FIM-N-IN  TO  WS-VIG-FIM-FI OF REG-FINALU
           END-IF
           MOVE WS-CONTRATO-IN   TO  WS-CONTRATO-FI OF REG-FINALU
           IF WS-SIT-IN = SPACE
              MOVE 'A'              TO  WS-SIT-FI OF REG-FINALU
           ELSE
              MOVE WS-SIT-IN        TO  WS-SIT-FI OF REG-FINALU
           END-IF
           MOVE WS-HDR-DATA-LOTE TO  WS-DT-ALT-FI OF REG-FINALU

           PERFORM 029-CONFERIR-REGISTRO
           IF CARTAO-INVALIDO
              PERFORM 028-REJEITAR
           ELSE
              WRITE REG-FINALU
              IF WS-FS-FIN = '22'
                 ADD 1 TO WS-CTREJ
                 DISPLAY ' *** MATRICULA JA FINANCIADA: '
                         WS-NUMERO-IN ' ***'
              ELSE
                 IF WS-FS-FIN NOT = '00'
                    MOVE 'ERRO NA GRAVACAO DO FINALU'  TO WS-MSG
                    MOVE  WS-FS-FIN                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTGRAV
                    DISPLAY ' * FINANCIAMENTO INCLUIDO: '
                            WS-NUMERO-IN ' ' WS-PROGRAMA-IN ' '
                            WS-PCT-IN '% DESDE ' WS-VIG-INI-IN
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR UM FINANCIAMENTO EXISTENTE (CAMPO EM BRANCO NO
      *    CARTAO PRESERVA O CONTEUDO ATUAL)
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-NUMERO-N-IN  TO  WS-NUMERO-FI OF REG-FINALU
           READ FINALU
           IF WS-FS-FIN = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** MATRICULA SEM FINANCIAMENTO: '
                      WS-NUMERO-IN ' ***'
           ELSE
              IF WS-FS-FIN NOT = '00'
                 MOVE 'ERRO NA LEITURA DO FINALU'    TO WS-MSG
                 MOVE  WS-FS-FIN                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF WS-PROGRAMA-IN NOT = SPACE
                    MOVE WS-PROGRAMA-IN
                                 TO  WS-PROGRAMA-FI OF REG-FINALU
                 END-IF
                 IF WS-PCT-IN NOT = SPACES
                    MOVE WS-PCT-N-IN  TO  WS-PCT-FI OF REG-FINALU
                 END-IF
                 IF WS-VIG-INI-IN NOT = SPACES
                    MOVE WS-VIG-INI-N-IN
                                 TO  WS-VIG-INI-FI OF REG-FINALU
                 END-IF
                 IF WS-VIG-FIM-IN NOT = SPACES
                    MOVE WS-VIG-FIM-N-IN
                                 TO  WS-VIG-FIM-FI OF REG-FINALU
                 END-IF
                 IF WS-CONTRATO-IN NOT = SPACES
                    MOVE WS-CONTRATO-IN
                                 TO  WS-CONTRATO-FI OF REG-FINALU
                 END-IF
                 IF WS-SIT-IN NOT = SPACE
                    MOVE WS-SIT-IN  TO  WS-SIT-FI OF REG-FINALU
                 END-IF
                 MOVE WS-HDR-DATA-LOTE
                                 TO  WS-DT-ALT-FI OF REG-FINALU

                 PERFORM 029-CONFERIR-REGISTRO
                 IF CARTAO-INVALIDO
                    PERFORM 028-REJEITAR
                 ELSE
                    REWRITE REG-FINALU
                    IF WS-FS-FIN NOT = '00'
                       MOVE 'ERRO NA ALTERACAO DO FINALU' TO WS-MSG
                       MOVE  WS-FS-FIN                    TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTALT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UM FINANCIAMENTO - AS PARCELAS DO FINREC JA
      *    GERADAS SEGUEM NO RECEBIVEL ATE A BAIXA PELO REPASSE
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-NUMERO-N-IN  TO  WS-NUMERO-FI OF REG-FINALU
           READ FINALU
           IF WS-FS-FIN = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** MATRICULA SEM FINANCIAMENTO: '
                      WS-NUMERO-IN ' ***'
           ELSE
              IF WS-FS-FIN NOT = '00'
                 MOVE 'ERRO NA LEITURA DO FINALU'    TO WS-MSG
                 MOVE  WS-FS-FIN                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 DELETE FINALU RECORD
                 IF WS-FS-FIN NOT = '00'
                    MOVE 'ERRO NA EXCLUSAO DO FINALU'  TO WS-MSG
                    MOVE  WS-FS-FIN                    TO WS-FS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG177        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - FINALU  = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- FINALU  = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - FINALU  = ' WS-CTEXC
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

           CLOSE  FINALU
           IF WS-FS-FIN  NOT = '00'
              MOVE  'ERRO AO FECHAR O FINALU'  TO WS-MSG
              MOVE   WS-FS-FIN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG177        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG177 <
