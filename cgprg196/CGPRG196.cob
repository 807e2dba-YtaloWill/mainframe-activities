       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG196.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CARGA DOS EMPRESTIMOS CONSIGNADOS. AS PARCELAS
      *           DEIXAM DE SER DIGITADAS A MAO NA FOLHA: CADA
      *           INSTITUICAO CONVENIADA ENVIA NO MES O SEU ARQUIVO
      *           (CONSENT - OS ARQUIVOS DAS INSTITUICOES VEM
      *           CONCATENADOS NO JCL), UM LOTE POR INSTITUICAO COM
      *           CABECALHO '0', DETALHES '1' E RODAPE '9':
      *           - 'I' INCLUI O CONTRATO (FUNCIONARIO TEM DE ESTAR
      *             NO CADFUNC), 'A' ALTERA PARCELA E PRAZO, 'E'
      *             ENCERRA (QUITACAO ANTECIPADA OU CANCELAMENTO);
      *           - O CADASTRO E O EMPCONS (COPY EMPCONC), DESCONTADO
      *             PELA FOLHA MENSAL (CGPRG123) DENTRO DA MARGEM;
      *           - LOTE DE OUTRA COMPETENCIA E RECUSADO INTEIRO;
      *             DETALHE INVALIDO E REJEITADO COM O MOTIVO NO
      *             RELATORIO (RELCONS) E O LOTE SEGUE;
      *           - RODAPE QUE NAO FECHA COM OS DETALHES DO LOTE
      *             (QTDE E SOMA DAS PARCELAS) E APONTADO.
      *           REJEITADOS, LOTE RECUSADO OU RODAPE DIVERGENTE:
      *           RC 4.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA DA FOLHA A QUE OS ARQUIVOS SE
      *             REFEREM (AAAAMM)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010221  PROGRAMA CRIADO - CARGA DOS
      *                          EMPRESTIMOS CONSIGNADOS
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
           SELECT CONSENT ASSIGN TO CONSENTJ
                  FILE STATUS   IS WS-FS-ENT
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT EMPCONS ASSIGN TO EMPCONSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-EC OF REG-EMPCONS
                  FILE STATUS   IS WS-FS-EMP
           .
           SELECT RELCONS ASSIGN TO RELCONSJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> ARQUIVO MENSAL DA INSTITUICAO CONVENIADA - LRECL 80:
      *       CABECALHO '0' COM O NOME E A COMPETENCIA, DETALHE '1'
      *       POR CONTRATO E RODAPE '9' COM A QTDE DE DETALHES E A
      *       SOMA DAS PARCELAS. VALORES COM CENTAVOS IMPLICITOS
       FD  CONSENT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONSENT.
           05 WS-TIPO-CE          PIC X(01).
              88 CE-CABECALHO         VALUE '0'.
              88 CE-DETALHE           VALUE '1'.
              88 CE-RODAPE            VALUE '9'.
           05 WS-BANCO-CE         PIC 9(03).
           05 WS-CABECALHO-CE.
              10 WS-NOME-BANCO-CE PIC X(30).
              10 WS-COMPET-CE     PIC 9(06).
              10 WS-DT-GERACAO-CE PIC 9(08).
              10 FILLER           PIC X(32).
           05 WS-DETALHE-CE  REDEFINES  WS-CABECALHO-CE.
              10 WS-OPER-CE       PIC X(01).
                 88 OPER-INCLUSAO     VALUE 'I'.
                 88 OPER-ALTERACAO    VALUE 'A'.
                 88 OPER-ENCERRAMENTO VALUE 'E'.
              10 WS-DPTO-CE       PIC 9(04).
              10 WS-FUNC-CE       PIC 9(04).
              10 WS-CONTRATO-CE   PIC X(15).
              10 WS-PARCELA-CE    PIC 9(07)V99.
              10 WS-REST-CE       PIC 9(03).
              10 WS-TOT-PARC-CE   PIC 9(03).
              10 FILLER           PIC X(37).
           05 WS-RODAPE-CE  REDEFINES  WS-CABECALHO-CE.
              10 WS-QTD-CE        PIC 9(06).
              10 WS-SOMA-CE       PIC 9(11)V99.
              10 FILLER           PIC X(57).
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  EMPCONS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-EMPCONS.
           COPY EMPCONC.
      *-----> CONTRATOS CARREGADOS, REJEITADOS E CONFERENCIA DOS LOTES
       FD  RELCONS
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCONS            PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTLOTE              PIC 9(04) VALUE ZEROS.
           05  WS-CTLOTEREC           PIC 9(04) VALUE ZEROS.
           05  WS-CTRODDIV            PIC 9(04) VALUE ZEROS.
           05  WS-CTDETALHE           PIC 9(06) VALUE ZEROS.
           05  WS-CTINCL              PIC 9(06) VALUE ZEROS.
           05  WS-CTALT               PIC 9(06) VALUE ZEROS.
           05  WS-CTENC               PIC 9(06) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(06) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(06) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-ENT              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-EMP              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG196'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(30).

      *-----> LOTE DA INSTITUICAO EM ANDAMENTO
       01  WS-LOTE.
           05  WS-SW-LOTE             PIC X(01) VALUE 'N'.
               88 LOTE-ABERTO             VALUE 'S'.
               88 LOTE-FECHADO            VALUE 'N'.
           05  WS-SW-LOTE-OK          PIC X(01) VALUE 'S'.
               88 LOTE-ACEITO             VALUE 'S'.
               88 LOTE-RECUSADO           VALUE 'N'.
           05  WS-BANCO-LOTE          PIC 9(03) VALUE ZEROS.
           05  WS-NOME-LOTE           PIC X(30) VALUE SPACES.
           05  WS-QTD-LOTE            PIC 9(06) VALUE ZEROS.
           05  WS-SOMA-LOTE           PIC 9(11)V99 VALUE ZEROS.

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  FILLER  REDEFINES  WS-COMPET-IN.
               10  WS-ANO-IN          PIC 9(04).
               10  WS-MES-IN          PIC 9(02).

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).

      *-----> DADOS DE SAIDA - RELATORIO DA CARGA
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'CARGA DOS EMPRESTIMOS CONSIGNADOS - COMP'.
           05 FILLER              PIC X(08) VALUE 'ETENCIA '.
           05 WS-MES-CAB          PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-CAB          PIC 9(04).
           05 FILLER              PIC X(42) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'BANCO'.
           05 FILLER              PIC X(10) VALUE 'MATRIC.'.
           05 FILLER              PIC X(16) VALUE 'CONTRATO'.
           05 FILLER              PIC X(05) VALUE 'OPER'.
           05 FILLER              PIC X(15) VALUE
              '        PARCELA'.
           05 FILLER              PIC X(10) VALUE '   PRAZO'.
           05 FILLER              PIC X(57) VALUE 'SITUACAO'.
       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-BANCO-R          PIC 9(03).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DPTO-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-FUNC-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CONTRATO-R       PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-OPER-R           PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PARCELA-R        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-REST-R           PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-TOT-PARC-R       PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SITUACAO-R       PIC X(45).
           05 FILLER              PIC X(13) VALUE SPACES.
       01  WS-LIN-LOTE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'LOTE: '.
           05 WS-BANCO-LL         PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-LL          PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SITUACAO-LL      PIC X(77).

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.
       01  WS-LIN-BRANCO          PIC X(120)      VALUE SPACES.

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
       000-CGPRG196.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
               UNTIL WS-FS-ENT = '10'
           IF LOTE-ABERTO
              MOVE 'SEM RODAPE NO FIM DO ARQUIVO'  TO  WS-MOTIVO
              PERFORM 058-LOTE-SEM-RODAPE
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG196 - CARGA DOS CONSIGNADOS       *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DATA-CAB

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-COMPET-IN NOT NUMERIC
              OR WS-MES-IN < 1 OR WS-MES-IN > 12
              MOVE  'COMPETENCIA INVALIDA'  TO WS-MSG
              MOVE  '  '                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * COMPETENCIA     : ' WS-COMPET-IN
           MOVE WS-MES-IN  TO  WS-MES-CAB
           MOVE WS-ANO-IN  TO  WS-ANO-CAB

           OPEN INPUT CONSENT
           IF WS-FS-ENT  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONSENT'  TO WS-MSG
              MOVE   WS-FS-ENT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O EMPCONS
           IF WS-FS-EMP = '35'
              OPEN OUTPUT EMPCONS
              CLOSE EMPCONS
              OPEN I-O EMPCONS
           END-IF
           IF WS-FS-EMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELCONS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCONS'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-CONSENT
           .
      *--------------------------------------------------------------*
      *    EDITAR A DATA DE TRABALHO AAAAMMDD EM DD/MM/AAAA
      *--------------------------------------------------------------*
       018-EDITAR-DATA.

           MOVE SPACES  TO  WS-DATA-ED
           STRING  WS-DATA-TRAB (7:2) '/'
                   WS-DATA-TRAB (5:2) '/'
                   WS-DATA-TRAB (1:4)
           DELIMITED BY SIZE INTO WS-DATA-ED
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DOS ARQUIVOS DAS INSTITUICOES
      *--------------------------------------------------------------*
       025-LER-CONSENT.

           READ CONSENT
           IF WS-FS-ENT  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CONSENT'  TO WS-MSG
              MOVE   WS-FS-ENT                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-ENT = '00'
              ADD 1  TO  WS-CTLIDO
              MOVE REG-CONSENT  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM REGISTRO: CABECALHO ABRE O LOTE DA INSTITUICAO,
      *    RODAPE FECHA E CONFERE, DETALHE ATUALIZA O EMPCONS
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE TRUE
               WHEN CE-CABECALHO
                    PERFORM 035-ABRIR-LOTE
               WHEN CE-RODAPE
                    PERFORM 055-FECHAR-LOTE
               WHEN CE-DETALHE
                    PERFORM 040-TRATAR-DETALHE
                        THRU 040-TRATAR-DETALHE-FIM
               WHEN OTHER
                    DISPLAY ' *** REGISTRO DE TIPO INVALIDO: '
                            WS-TIPO-CE ' NO REGISTRO ' WS-CTLIDO
                    ADD 1  TO  WS-CTDETALHE
                    MOVE 'TIPO DE REGISTRO INVALIDO'  TO  WS-MOTIVO
                    PERFORM 050-REJEITAR
           END-EVALUATE

           PERFORM 025-LER-CONSENT
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CABECALHO DO LOTE: A COMPETENCIA TEM DE SER A DO CARTAO;
      *    LOTE ANTERIOR SEM RODAPE E APONTADO
      *--------------------------------------------------------------*
       035-ABRIR-LOTE.

           IF LOTE-ABERTO
              MOVE 'SEM RODAPE ANTES DO PROXIMO LOTE'  TO  WS-MOTIVO
              PERFORM 058-LOTE-SEM-RODAPE
           END-IF

           ADD 1  TO  WS-CTLOTE
           MOVE 'S'               TO  WS-SW-LOTE
           MOVE 'S'               TO  WS-SW-LOTE-OK
           MOVE WS-BANCO-CE       TO  WS-BANCO-LOTE
           MOVE WS-NOME-BANCO-CE  TO  WS-NOME-LOTE
           MOVE ZEROS             TO  WS-QTD-LOTE
           MOVE ZEROS             TO  WS-SOMA-LOTE

           MOVE WS-BANCO-CE       TO  WS-BANCO-LL
           MOVE WS-NOME-BANCO-CE  TO  WS-NOME-LL
           MOVE SPACES            TO  WS-SITUACAO-LL
           EVALUATE TRUE
               WHEN WS-BANCO-CE NOT NUMERIC OR WS-BANCO-CE = ZEROS
                    MOVE 'N'  TO  WS-SW-LOTE-OK
                    MOVE 'RECUSADO - INSTITUICAO NAO INFORMADA'
                         TO  WS-SITUACAO-LL
               WHEN WS-COMPET-CE NOT = WS-COMPET-IN
                    MOVE 'N'  TO  WS-SW-LOTE-OK
                    STRING 'RECUSADO - LOTE DA COMPETENCIA '
                           WS-COMPET-CE
                           DELIMITED BY SIZE INTO WS-SITUACAO-LL
               WHEN OTHER
                    MOVE 'ACEITO'  TO  WS-SITUACAO-LL
           END-EVALUATE
           IF LOTE-RECUSADO
              ADD 1  TO  WS-CTLOTEREC
              DISPLAY ' *** LOTE RECUSADO: BANCO ' WS-BANCO-CE
                      ' COMPETENCIA ' WS-COMPET-CE
           END-IF
           PERFORM 060-IMPRIMIR-LOTE
           .
      *--------------------------------------------------------------*
      *    DETALHE DO LOTE: CONFERIR E APLICAR NO EMPCONS
      *--------------------------------------------------------------*
       040-TRATAR-DETALHE.

           ADD 1  TO  WS-CTDETALHE
           IF LOTE-ABERTO
              ADD 1  TO  WS-QTD-LOTE
              IF WS-PARCELA-CE NUMERIC
                 ADD WS-PARCELA-CE  TO  WS-SOMA-LOTE
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN LOTE-FECHADO
                    MOVE 'DETALHE FORA DE LOTE'  TO  WS-MOTIVO
               WHEN LOTE-RECUSADO
                    MOVE 'LOTE RECUSADO'  TO  WS-MOTIVO
               WHEN WS-BANCO-CE NOT = WS-BANCO-LOTE
                    MOVE 'INSTITUICAO DIFERENTE DO LOTE'  TO  WS-MOTIVO
               WHEN NOT OPER-INCLUSAO AND NOT OPER-ALTERACAO
                                      AND NOT OPER-ENCERRAMENTO
                    MOVE 'OPERACAO INVALIDA'  TO  WS-MOTIVO
               WHEN WS-DPTO-CE NOT NUMERIC OR WS-FUNC-CE NOT NUMERIC
                    MOVE 'MATRICULA INVALIDA'  TO  WS-MOTIVO
               WHEN WS-CONTRATO-CE = SPACES
                    MOVE 'CONTRATO NAO INFORMADO'  TO  WS-MOTIVO
               WHEN OTHER
                    MOVE SPACES  TO  WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
              PERFORM 050-REJEITAR
              GO TO 040-TRATAR-DETALHE-FIM
           END-IF

           IF NOT OPER-ENCERRAMENTO
              EVALUATE TRUE
                  WHEN WS-PARCELA-CE NOT NUMERIC
                    OR WS-PARCELA-CE = ZEROS
                       MOVE 'PARCELA INVALIDA'  TO  WS-MOTIVO
                  WHEN WS-REST-CE NOT NUMERIC
                    OR WS-TOT-PARC-CE NOT NUMERIC
                    OR WS-REST-CE = ZEROS
                    OR WS-REST-CE > WS-TOT-PARC-CE
                       MOVE 'PRAZO INVALIDO'  TO  WS-MOTIVO
                  WHEN OTHER
                       MOVE SPACES  TO  WS-MOTIVO
              END-EVALUATE
              IF WS-MOTIVO NOT = SPACES
                 PERFORM 050-REJEITAR
                 GO TO 040-TRATAR-DETALHE-FIM
              END-IF
           END-IF

           MOVE SPACES          TO  REG-EMPCONS
           MOVE WS-DPTO-CE      TO  WS-DPTO-EC
           MOVE WS-FUNC-CE      TO  WS-FUNC-EC
           MOVE WS-BANCO-CE     TO  WS-BANCO-EC
           MOVE WS-CONTRATO-CE  TO  WS-CONTRATO-EC

           IF OPER-INCLUSAO
              PERFORM 042-INCLUIR THRU 042-INCLUIR-FIM
           ELSE
              PERFORM 045-ALTERAR THRU 045-ALTERAR-FIM
           END-IF
           .
       040-TRATAR-DETALHE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    INCLUIR O CONTRATO: SO PARA FUNCIONARIO DO CADFUNC
      *--------------------------------------------------------------*
       042-INCLUIR.

           MOVE WS-DPTO-CE  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-FUNC-CE  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FUN NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-FUN = '23'
              MOVE 'FUNCIONARIO FORA DO CADFUNC'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 042-INCLUIR-FIM
           END-IF

           MOVE WS-PARCELA-CE   TO  WS-PARCELA-EC
           MOVE WS-TOT-PARC-CE  TO  WS-TOT-PARC-EC
           MOVE WS-REST-CE      TO  WS-REST-EC
           MOVE 'A'             TO  WS-SIT-EC
           MOVE WS-DTSYS        TO  WS-DT-INCL-EC
           MOVE ZEROS           TO  WS-COMPET-MOV-EC
           MOVE ZEROS           TO  WS-REST-ANT-EC
           MOVE SPACES          TO  WS-SIT-ANT-EC
           MOVE ZEROS           TO  WS-DESCONT-EC
           MOVE ZEROS           TO  WS-FALTA-EC
           MOVE SPACES          TO  WS-MOTIVO-EC
           WRITE REG-EMPCONS
           IF WS-FS-EMP = '22'
              MOVE 'CONTRATO JA CADASTRADO'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 042-INCLUIR-FIM
           END-IF
           IF WS-FS-EMP  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO EMPCONS'  TO  WS-MSG
              MOVE WS-FS-EMP                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTINCL
           MOVE 'INCLUIDO'  TO  WS-MOTIVO
           PERFORM 065-IMPRIMIR-DETALHE
           .
       042-INCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ALTERAR PARCELA E PRAZO OU ENCERRAR O CONTRATO ATIVO. O
      *    PRAZO E A SITUACAO ANTERIORES ACOMPANHAM OS NOVOS, PARA QUE
      *    A REEXECUCAO DA FOLHA NAO VOLTE AO CONTRATO SUBSTITUIDO
      *--------------------------------------------------------------*
       045-ALTERAR.

           READ EMPCONS
           IF WS-FS-EMP NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-EMP = '23'
              MOVE 'CONTRATO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 045-ALTERAR-FIM
           END-IF
           IF NOT CONTRATO-ATIVO
              MOVE 'CONTRATO NAO ESTA ATIVO'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 045-ALTERAR-FIM
           END-IF

           IF OPER-ENCERRAMENTO
              MOVE 'E'  TO  WS-SIT-EC
              MOVE 'E'  TO  WS-SIT-ANT-EC
           ELSE
              MOVE WS-PARCELA-CE   TO  WS-PARCELA-EC
              MOVE WS-TOT-PARC-CE  TO  WS-TOT-PARC-EC
              MOVE WS-REST-CE      TO  WS-REST-EC
              MOVE WS-REST-CE      TO  WS-REST-ANT-EC
           END-IF
           REWRITE REG-EMPCONS
           IF WS-FS-EMP  NOT = '00'
              MOVE 'ERRO NA REGRAVACAO DO EMPCONS'  TO  WS-MSG
              MOVE WS-FS-EMP                        TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF OPER-ENCERRAMENTO
              ADD 1  TO  WS-CTENC
              MOVE 'ENCERRADO'  TO  WS-MOTIVO
           ELSE
              ADD 1  TO  WS-CTALT
              MOVE 'ALTERADO'  TO  WS-MOTIVO
           END-IF
           PERFORM 065-IMPRIMIR-DETALHE
           .
       045-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    DETALHE REJEITADO: LISTAR COM O MOTIVO
      *--------------------------------------------------------------*
       050-REJEITAR.

           ADD 1  TO  WS-CTREJ
           MOVE SPACES     TO  WS-SITUACAO-R
           STRING 'REJEITADO - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-SITUACAO-R
           PERFORM 068-MONTAR-LINHA
           PERFORM 080-IMPRIMIR-LINHA
           DISPLAY ' *** REJEITADO: REGISTRO ' WS-CTLIDO
                   ' - ' WS-MOTIVO
           .
      *--------------------------------------------------------------*
      *    RODAPE DO LOTE: QTDE DE DETALHES E SOMA DAS PARCELAS TEM DE
      *    FECHAR COM O QUE VEIO NO LOTE
      *--------------------------------------------------------------*
       055-FECHAR-LOTE.

           IF LOTE-FECHADO
              DISPLAY ' *** RODAPE SEM CABECALHO NO REGISTRO '
                      WS-CTLIDO
              ADD 1  TO  WS-CTRODDIV
              GO TO 055-FECHAR-LOTE-FIM
           END-IF

           MOVE WS-BANCO-LOTE  TO  WS-BANCO-LL
           MOVE WS-NOME-LOTE   TO  WS-NOME-LL
           MOVE SPACES         TO  WS-SITUACAO-LL
           IF WS-QTD-CE  NOT NUMERIC OR WS-SOMA-CE NOT NUMERIC
              OR WS-QTD-CE  NOT = WS-QTD-LOTE
              OR WS-SOMA-CE NOT = WS-SOMA-LOTE
              ADD 1  TO  WS-CTRODDIV
              STRING 'RODAPE NAO CONFERE COM OS DETALHES DO LOTE ('
                     WS-QTD-LOTE ' DETALHES)'
                     DELIMITED BY SIZE INTO WS-SITUACAO-LL
              DISPLAY ' *** RODAPE DIVERGENTE: BANCO ' WS-BANCO-LOTE
                      ' QTDE ' WS-QTD-CE ' X ' WS-QTD-LOTE
           ELSE
              STRING 'RODAPE CONFERE ('
                     WS-QTD-LOTE ' DETALHES)'
                     DELIMITED BY SIZE INTO WS-SITUACAO-LL
           END-IF
           PERFORM 060-IMPRIMIR-LOTE
           MOVE 'N'  TO  WS-SW-LOTE
           .
       055-FECHAR-LOTE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LOTE SEM RODAPE (MOTIVO EM WS-MOTIVO)
      *--------------------------------------------------------------*
       058-LOTE-SEM-RODAPE.

           ADD 1  TO  WS-CTRODDIV
           MOVE WS-BANCO-LOTE  TO  WS-BANCO-LL
           MOVE WS-NOME-LOTE   TO  WS-NOME-LL
           MOVE WS-MOTIVO      TO  WS-SITUACAO-LL
           PERFORM 060-IMPRIMIR-LOTE
           DISPLAY ' *** LOTE ' WS-BANCO-LOTE ' ' WS-MOTIVO
           MOVE 'N'  TO  WS-SW-LOTE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE ABERTURA OU FECHAMENTO DO LOTE
      *--------------------------------------------------------------*
       060-IMPRIMIR-LOTE.

           IF WS-CTLIN > 54
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-LOTE  TO  REG-RELCONS
           PERFORM 088-GRAVAR-RELCONS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O DETALHE APLICADO (SITUACAO EM WS-MOTIVO)
      *--------------------------------------------------------------*
       065-IMPRIMIR-DETALHE.

           MOVE WS-MOTIVO  TO  WS-SITUACAO-R
           PERFORM 068-MONTAR-LINHA
           PERFORM 080-IMPRIMIR-LINHA
           .
      *--------------------------------------------------------------*
      *    MONTAR A LINHA DO DETALHE A PARTIR DO REGISTRO LIDO
      *--------------------------------------------------------------*
       068-MONTAR-LINHA.

           MOVE WS-BANCO-CE     TO  WS-BANCO-R
           MOVE WS-DPTO-CE      TO  WS-DPTO-R
           MOVE WS-FUNC-CE      TO  WS-FUNC-R
           MOVE WS-CONTRATO-CE  TO  WS-CONTRATO-R
           MOVE WS-OPER-CE      TO  WS-OPER-R
           IF WS-PARCELA-CE NUMERIC
              MOVE WS-PARCELA-CE  TO  WS-PARCELA-R
           ELSE
              MOVE ZEROS          TO  WS-PARCELA-R
           END-IF
           IF WS-REST-CE NUMERIC AND WS-TOT-PARC-CE NUMERIC
              MOVE WS-REST-CE      TO  WS-REST-R
              MOVE WS-TOT-PARC-CE  TO  WS-TOT-PARC-R
           ELSE
              MOVE ZEROS           TO  WS-REST-R
              MOVE ZEROS           TO  WS-TOT-PARC-R
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE DETALHE
      *--------------------------------------------------------------*
       080-IMPRIMIR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-REG-LINHA  TO  REG-RELCONS
           PERFORM 088-GRAVAR-RELCONS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELCONS  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCONS'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-HIFEN  TO  REG-RELCONS
           PERFORM 088-GRAVAR-RELCONS
           MOVE WS-CAB2   TO  REG-RELCONS
           PERFORM 088-GRAVAR-RELCONS
           MOVE WS-HIFEN  TO  REG-RELCONS
           PERFORM 088-GRAVAR-RELCONS
           MOVE 4  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELCONS.

           WRITE REG-RELCONS
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCONS'  TO  WS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG196        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS - CONSENT    = ' WS-CTLIDO
           DISPLAY ' * LOTES (INSTITUICOES)         = ' WS-CTLOTE
           DISPLAY ' * LOTES RECUSADOS              = ' WS-CTLOTEREC
           DISPLAY ' * RODAPES DIVERGENTES/AUSENTES = ' WS-CTRODDIV
           DISPLAY ' * DETALHES LIDOS               = ' WS-CTDETALHE
           DISPLAY ' * CONTRATOS INCLUIDOS          = ' WS-CTINCL
           DISPLAY ' * CONTRATOS ALTERADOS          = ' WS-CTALT
           DISPLAY ' * CONTRATOS ENCERRADOS         = ' WS-CTENC
           DISPLAY ' * DETALHES REJEITADOS          = ' WS-CTREJ
           DISPLAY ' *========================================*'

           COMPUTE WS-CTPROC = WS-CTINCL + WS-CTALT + WS-CTENC
                             + WS-CTREJ
           IF WS-CTDETALHE NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTDETALHE)= '
                      WS-CTDETALHE
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)  = '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTREJ > ZEROS OR WS-CTLOTEREC > ZEROS
                 OR WS-CTRODDIV > ZEROS
                 DISPLAY ' * ATENCAO - HA REJEITADOS OU LOTES COM    *'
                 DISPLAY ' * PROBLEMA: VER O RELCONS                 *'
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  CONSENT
           IF WS-FS-ENT  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONSENT'  TO WS-MSG
              MOVE   WS-FS-ENT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  EMPCONS
           IF WS-FS-EMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELCONS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCONS'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG196        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG196 <
