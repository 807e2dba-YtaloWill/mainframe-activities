       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG197.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RETORNO DOS EMPRESTIMOS CONSIGNADOS AS
      *           INSTITUICOES. RODA DEPOIS DA FOLHA MENSAL
      *           (CGPRG123), SOBRE O EMPCONS (COPY EMPCONC):
      *           - CONTRATO QUE A FOLHA DA COMPETENCIA PROCESSOU VAI
      *             AO RETORNO COM O VALOR DESCONTADO, O NAO
      *             DESCONTADO E O MOTIVO (MARGEM CONSIGNAVEL
      *             EXCEDIDA OU FERIAS NO MES);
      *           - CONTRATO ATIVO CUJO FUNCIONARIO NAO ESTA MAIS NO
      *             CADFUNC VAI COM O MOTIVO DESLIGAMENTO E E
      *             ENCERRADO ('R') NO EMPCONS;
      *           - CONTRATO ATIVO DE FUNCIONARIO DO CADFUNC QUE A
      *             FOLHA NAO PROCESSOU VAI COMO SEM FOLHA NA
      *             COMPETENCIA (RC 4);
      *           - O SORT ORDENA POR INSTITUICAO: O CONSRET TEM UM
      *             LOTE POR INSTITUICAO (CABECALHO '0', DETALHES '1'
      *             E RODAPE '9' COM QTDE E TOTAIS) E O RELCRET O
      *             MESMO CONTEUDO COM SUBTOTAL POR INSTITUICAO.
      *           A REEXECUCAO DA COMPETENCIA GERA O MESMO RETORNO.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA DA FOLHA (AAAAMM)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010221  PROGRAMA CRIADO - RETORNO DOS
      *                          CONSIGNADOS POR INSTITUICAO
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
           SELECT EMPCONS ASSIGN TO EMPCONSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-EC OF REG-EMPCONS
                  FILE STATUS   IS WS-FS-EMP
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT SORTRET ASSIGN TO SORTWKJ
           .
           SELECT CONSRET ASSIGN TO CONSRETJ
                  FILE STATUS   IS WS-FS-RET
           .
           SELECT RELCRET ASSIGN TO RELCRETJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  EMPCONS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-EMPCONS.
           COPY EMPCONC.
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
      *-----> ARQUIVO DE TRABALHO DO SORT (CONTRATOS DA COMPETENCIA
      *       ORDENADOS POR INSTITUICAO E MATRICULA)
       SD  SORTRET
           RECORDING MODE  F
           .
       01  REG-SORTRET.
           05 WS-BANCO-SRT        PIC 9(03).
           05 WS-DPTO-SRT         PIC 9(04).
           05 WS-FUNC-SRT         PIC 9(04).
           05 WS-CONTRATO-SRT     PIC X(15).
           05 WS-NOME-SRT         PIC X(20).
           05 WS-PARCELA-SRT      PIC 9(07)V99.
           05 WS-DESCONT-SRT      PIC 9(07)V99.
           05 WS-FALTA-SRT        PIC 9(07)V99.
           05 WS-MOTIVO-SRT       PIC X(01).
           05 WS-REST-SRT         PIC 9(03).
           05 WS-SIT-SRT          PIC X(01).
      *-----> RETORNO A INSTITUICAO - LRECL 80: UM LOTE POR
      *       INSTITUICAO COM CABECALHO '0', DETALHE '1' POR CONTRATO
      *       E RODAPE '9'. MOTIVO DO NAO DESCONTADO: BRANCO =
      *       DESCONTADA, M = MARGEM EXCEDIDA, F = FERIAS NO MES,
      *       D = DESLIGAMENTO, S = SEM FOLHA NA COMPETENCIA. VALORES
      *       COM CENTAVOS IMPLICITOS
       FD  CONSRET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONSRET.
           05 WS-TIPO-RT          PIC X(01).
           05 WS-BANCO-RT         PIC 9(03).
           05 WS-CABECALHO-RT.
              10 WS-COMPET-RT     PIC 9(06).
              10 WS-DT-GERACAO-RT PIC 9(08).
              10 WS-ORIGEM-RT     PIC X(08).
              10 FILLER           PIC X(54).
           05 WS-DETALHE-RT  REDEFINES  WS-CABECALHO-RT.
              10 WS-DPTO-RT       PIC 9(04).
              10 WS-FUNC-RT       PIC 9(04).
              10 WS-CONTRATO-RT   PIC X(15).
              10 WS-PARCELA-RT    PIC 9(07)V99.
              10 WS-DESCONT-RT    PIC 9(07)V99.
              10 WS-FALTA-RT      PIC 9(07)V99.
              10 WS-MOTIVO-RT     PIC X(01).
              10 WS-REST-RT       PIC 9(03).
              10 WS-SIT-RT        PIC X(01).
              10 FILLER           PIC X(21).
           05 WS-RODAPE-RT  REDEFINES  WS-CABECALHO-RT.
              10 WS-QTD-RT        PIC 9(06).
              10 WS-TOT-DESC-RT   PIC 9(11)V99.
              10 WS-TOT-FALTA-RT  PIC 9(11)V99.
              10 FILLER           PIC X(44).
      *-----> RELATORIO DO RETORNO POR INSTITUICAO
       FD  RELCRET
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCRET            PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTSEL               PIC 9(06) VALUE ZEROS.
           05  WS-CTIGN               PIC 9(06) VALUE ZEROS.
           05  WS-CTDESL              PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMFOL            PIC 9(05) VALUE ZEROS.
           05  WS-CTRET               PIC 9(06) VALUE ZEROS.
           05  WS-CTLOTE              PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(06) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-EMP              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-RET              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG197'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-SW-LOTE             PIC X(01) VALUE 'N'.
               88 LOTE-ABERTO             VALUE 'S'.

      *-----> LOTE DA INSTITUICAO EM ANDAMENTO E TOTAIS GERAIS
       01  WS-TOTAIS.
           05  WS-BANCO-ATUAL         PIC 9(03) VALUE ZEROS.
           05  WS-LOT-QTD             PIC 9(06) VALUE ZEROS.
           05  WS-LOT-PARCELA         PIC 9(11)V99 VALUE ZEROS.
           05  WS-LOT-DESC            PIC 9(11)V99 VALUE ZEROS.
           05  WS-LOT-FALTA           PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-PARCELA         PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-DESC            PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-FALTA           PIC 9(11)V99 VALUE ZEROS.

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  FILLER  REDEFINES  WS-COMPET-IN.
               10  WS-ANO-IN          PIC 9(04).
               10  WS-MES-IN          PIC 9(02).

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).

      *-----> DADOS DE SAIDA - RELATORIO DO RETORNO
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'RETORNO DOS CONSIGNADOS AS INSTITUICOES '.
           05 FILLER              PIC X(12) VALUE 'COMPETENCIA '.
           05 WS-MES-CAB          PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-CAB          PIC 9(04).
           05 FILLER              PIC X(38) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'BANCO'.
           05 FILLER              PIC X(10) VALUE 'MATRIC.'.
           05 FILLER              PIC X(21) VALUE 'NOME'.
           05 FILLER              PIC X(16) VALUE 'CONTRATO'.
           05 FILLER              PIC X(13) VALUE
              '    PARCELA  '.
           05 FILLER              PIC X(13) VALUE
              ' DESCONTADO  '.
           05 FILLER              PIC X(13) VALUE
              'NAO DESCONT. '.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(26) VALUE 'MOTIVO'.
       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-BANCO-R          PIC 9(03).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DPTO-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-FUNC-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CONTRATO-R       PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PARCELA-R        PIC $$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DESCONT-R        PIC $$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FALTA-R          PIC $$$$.$$9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MOTIVO-R         PIC X(25).
       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-T         PIC X(30).
           05 WS-QTD-T            PIC ZZZ.ZZ9.
           05 FILLER              PIC X(13) VALUE SPACES.
           05 WS-PARCELA-T        PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DESCONT-T        PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FALTA-T          PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(16) VALUE SPACES.

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
       000-CGPRG197.

           PERFORM 010-INICIAR

           SORT SORTRET
               ON ASCENDING KEY WS-BANCO-SRT
                                WS-DPTO-SRT
                                WS-FUNC-SRT
                                WS-CONTRATO-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-GERAR-RETORNO
                                   THRU 200-GERAR-RETORNO-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG197 - RETORNO DOS CONSIGNADOS     *'
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

           OPEN I-O EMPCONS
           IF WS-FS-EMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT CONSRET
           IF WS-FS-RET  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONSRET'  TO WS-MSG
              MOVE   WS-FS-RET                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELCRET
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCRET'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
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
      *    PROCEDIMENTO DE ENTRADA DO SORT
      *--------------------------------------------------------------*
       100-SELECIONAR.

           PERFORM 110-LER-EMPCONS
           PERFORM 120-SELECIONAR-CONTRATO THRU 120-SELECIONAR-FIM
               UNTIL WS-FS-EMP = '10'
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO CONTRATO DO EMPCONS
      *--------------------------------------------------------------*
       110-LER-EMPCONS.

           READ EMPCONS NEXT RECORD
           IF WS-FS-EMP  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-EMP = '00'
              ADD 1  TO  WS-CTLIDO
              MOVE REG-EMPCONS  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    SELECIONAR O CONTRATO DA COMPETENCIA: O QUE A FOLHA
      *    PROCESSOU (OU QUE UMA EXECUCAO ANTERIOR DESTE PROGRAMA JA
      *    ENCERROU POR DESLIGAMENTO) E O ATIVO QUE A FOLHA NAO VIU
      *--------------------------------------------------------------*
       120-SELECIONAR-CONTRATO.

           IF WS-COMPET-MOV-EC NOT = WS-COMPET-IN
              AND NOT CONTRATO-ATIVO
              ADD 1  TO  WS-CTIGN
              GO TO 120-SELECIONAR-LER
           END-IF

           MOVE WS-DPTO-EC  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-FUNC-EC  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FUN NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-COMPET-MOV-EC NOT = WS-COMPET-IN
              IF WS-FS-FUN = '23'
                 PERFORM 130-ENCERRAR-DESLIGADO
              ELSE
                 ADD 1  TO  WS-CTSEMFOL
                 MOVE ZEROS          TO  WS-DESCONT-EC
                 MOVE WS-PARCELA-EC  TO  WS-FALTA-EC
                 MOVE 'S'            TO  WS-MOTIVO-EC
                 DISPLAY ' * SEM FOLHA NA COMPETENCIA: DPTO '
                         WS-DPTO-EC ' FUNC ' WS-FUNC-EC
                         ' BANCO ' WS-BANCO-EC
              END-IF
           END-IF

           MOVE WS-BANCO-EC     TO  WS-BANCO-SRT
           MOVE WS-DPTO-EC      TO  WS-DPTO-SRT
           MOVE WS-FUNC-EC      TO  WS-FUNC-SRT
           MOVE WS-CONTRATO-EC  TO  WS-CONTRATO-SRT
           IF WS-FS-FUN = '00'
              MOVE WS-NOME-FU   TO  WS-NOME-SRT
           ELSE
              MOVE '(DESLIGADO)'  TO  WS-NOME-SRT
           END-IF
           MOVE WS-PARCELA-EC   TO  WS-PARCELA-SRT
           MOVE WS-DESCONT-EC   TO  WS-DESCONT-SRT
           MOVE WS-FALTA-EC     TO  WS-FALTA-SRT
           MOVE WS-MOTIVO-EC    TO  WS-MOTIVO-SRT
           MOVE WS-REST-EC      TO  WS-REST-SRT
           MOVE WS-SIT-EC       TO  WS-SIT-SRT
           RELEASE REG-SORTRET
           ADD 1  TO  WS-CTSEL
           .
       120-SELECIONAR-LER.

           PERFORM 110-LER-EMPCONS
           .
       120-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    FUNCIONARIO FORA DO CADFUNC: A PARCELA NAO FOI DESCONTADA
      *    POR DESLIGAMENTO E O CONTRATO SAI DA FOLHA ('R'); PRAZO E
      *    SITUACAO ANTERIORES FICAM GUARDADOS COMO NA FOLHA
      *--------------------------------------------------------------*
       130-ENCERRAR-DESLIGADO.

           MOVE WS-COMPET-IN   TO  WS-COMPET-MOV-EC
           MOVE WS-REST-EC     TO  WS-REST-ANT-EC
           MOVE WS-SIT-EC      TO  WS-SIT-ANT-EC
           MOVE ZEROS          TO  WS-DESCONT-EC
           MOVE WS-PARCELA-EC  TO  WS-FALTA-EC
           MOVE 'D'            TO  WS-MOTIVO-EC
           MOVE 'R'            TO  WS-SIT-EC
           REWRITE REG-EMPCONS
           IF WS-FS-EMP  NOT = '00'
              MOVE 'ERRO NA REGRAVACAO DO EMPCONS'  TO  WS-MSG
              MOVE WS-FS-EMP                        TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTDESL
           DISPLAY ' * CONTRATO ENCERRADO POR DESLIGAMENTO: DPTO '
                   WS-DPTO-EC ' FUNC ' WS-FUNC-EC ' BANCO ' WS-BANCO-EC
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: UM LOTE POR INSTITUICAO
      *--------------------------------------------------------------*
       200-GERAR-RETORNO.

           SET NAO-FIM-SORT  TO  TRUE
           PERFORM 210-RETORNAR
           PERFORM 220-TRATAR-CONTRATO
               UNTIL FIM-SORT
           IF LOTE-ABERTO
              PERFORM 240-FECHAR-LOTE
           END-IF
           .
       200-GERAR-RETORNO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM CONTRATO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTRET
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DO CONTRATO, ABRINDO E FECHANDO O LOTE NA
      *    QUEBRA DE INSTITUICAO
      *--------------------------------------------------------------*
       220-TRATAR-CONTRATO.

           IF LOTE-ABERTO AND WS-BANCO-SRT NOT = WS-BANCO-ATUAL
              PERFORM 240-FECHAR-LOTE
           END-IF
           IF NOT LOTE-ABERTO
              PERFORM 230-ABRIR-LOTE
           END-IF

           MOVE SPACES           TO  REG-CONSRET
           MOVE '1'              TO  WS-TIPO-RT
           MOVE WS-BANCO-SRT     TO  WS-BANCO-RT
           MOVE WS-DPTO-SRT      TO  WS-DPTO-RT
           MOVE WS-FUNC-SRT      TO  WS-FUNC-RT
           MOVE WS-CONTRATO-SRT  TO  WS-CONTRATO-RT
           MOVE WS-PARCELA-SRT   TO  WS-PARCELA-RT
           MOVE WS-DESCONT-SRT   TO  WS-DESCONT-RT
           MOVE WS-FALTA-SRT     TO  WS-FALTA-RT
           MOVE WS-MOTIVO-SRT    TO  WS-MOTIVO-RT
           MOVE WS-REST-SRT      TO  WS-REST-RT
           MOVE WS-SIT-SRT       TO  WS-SIT-RT
           PERFORM 250-GRAVAR-CONSRET
           ADD 1  TO  WS-CTRET

           ADD 1                TO  WS-LOT-QTD
           ADD WS-PARCELA-SRT   TO  WS-LOT-PARCELA
           ADD WS-DESCONT-SRT   TO  WS-LOT-DESC
           ADD WS-FALTA-SRT     TO  WS-LOT-FALTA

           MOVE WS-BANCO-SRT     TO  WS-BANCO-R
           MOVE WS-DPTO-SRT      TO  WS-DPTO-R
           MOVE WS-FUNC-SRT      TO  WS-FUNC-R
           MOVE WS-NOME-SRT      TO  WS-NOME-R
           MOVE WS-CONTRATO-SRT  TO  WS-CONTRATO-R
           MOVE WS-PARCELA-SRT   TO  WS-PARCELA-R
           MOVE WS-DESCONT-SRT   TO  WS-DESCONT-R
           MOVE WS-FALTA-SRT     TO  WS-FALTA-R
           EVALUATE WS-MOTIVO-SRT
               WHEN 'M'
                    IF WS-DESCONT-SRT > ZEROS
                       MOVE 'PARCIAL - MARGEM EXCEDIDA'  TO  WS-MOTIVO-R
                    ELSE
                       MOVE 'MARGEM EXCEDIDA'  TO  WS-MOTIVO-R
                    END-IF
               WHEN 'F'
                    MOVE 'FERIAS NO MES'  TO  WS-MOTIVO-R
               WHEN 'D'
                    MOVE 'DESLIGAMENTO'  TO  WS-MOTIVO-R
               WHEN 'S'
                    MOVE 'SEM FOLHA NA COMPETENCIA'  TO  WS-MOTIVO-R
               WHEN OTHER
                    IF WS-SIT-SRT = 'Q'
                       MOVE 'DESCONTADA - QUITADO'  TO  WS-MOTIVO-R
                    ELSE
                       MOVE 'DESCONTADA'  TO  WS-MOTIVO-R
                    END-IF
           END-EVALUATE
           IF WS-CTLIN > 55
              PERFORM 285-IMPCAB
           END-IF
           MOVE WS-REG-LINHA  TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    CABECALHO DO LOTE DA INSTITUICAO
      *--------------------------------------------------------------*
       230-ABRIR-LOTE.

           MOVE 'S'           TO  WS-SW-LOTE
           MOVE WS-BANCO-SRT  TO  WS-BANCO-ATUAL
           MOVE ZEROS         TO  WS-LOT-QTD
           MOVE ZEROS         TO  WS-LOT-PARCELA
           MOVE ZEROS         TO  WS-LOT-DESC
           MOVE ZEROS         TO  WS-LOT-FALTA
           ADD 1  TO  WS-CTLOTE

           MOVE SPACES        TO  REG-CONSRET
           MOVE '0'           TO  WS-TIPO-RT
           MOVE WS-BANCO-SRT  TO  WS-BANCO-RT
           MOVE WS-COMPET-IN  TO  WS-COMPET-RT
           MOVE WS-DTSYS      TO  WS-DT-GERACAO-RT
           MOVE 'CGFOLHA '    TO  WS-ORIGEM-RT
           PERFORM 250-GRAVAR-CONSRET
           .
      *--------------------------------------------------------------*
      *    RODAPE DO LOTE E SUBTOTAL DA INSTITUICAO NO RELATORIO
      *--------------------------------------------------------------*
       240-FECHAR-LOTE.

           MOVE SPACES          TO  REG-CONSRET
           MOVE '9'             TO  WS-TIPO-RT
           MOVE WS-BANCO-ATUAL  TO  WS-BANCO-RT
           MOVE WS-LOT-QTD      TO  WS-QTD-RT
           MOVE WS-LOT-DESC     TO  WS-TOT-DESC-RT
           MOVE WS-LOT-FALTA    TO  WS-TOT-FALTA-RT
           PERFORM 250-GRAVAR-CONSRET

           IF WS-CTLIN > 53
              PERFORM 285-IMPCAB
           END-IF
           MOVE SPACES          TO  WS-ROTULO-T
           STRING 'TOTAL DA INSTITUICAO ' WS-BANCO-ATUAL
                  DELIMITED BY SIZE INTO WS-ROTULO-T
           MOVE WS-LOT-QTD      TO  WS-QTD-T
           MOVE WS-LOT-PARCELA  TO  WS-PARCELA-T
           MOVE WS-LOT-DESC     TO  WS-DESCONT-T
           MOVE WS-LOT-FALTA    TO  WS-FALTA-T
           MOVE WS-LIN-TOTAL    TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET
           MOVE WS-LIN-BRANCO   TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET

           ADD WS-LOT-PARCELA  TO  WS-GER-PARCELA
           ADD WS-LOT-DESC     TO  WS-GER-DESC
           ADD WS-LOT-FALTA    TO  WS-GER-FALTA
           MOVE 'N'  TO  WS-SW-LOTE
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO DO CONSRET
      *--------------------------------------------------------------*
       250-GRAVAR-CONSRET.

           WRITE REG-CONSRET
           IF WS-FS-RET  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CONSRET'  TO  WS-MSG
              MOVE WS-FS-RET                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       285-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELCRET  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCRET'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-HIFEN  TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET
           MOVE WS-CAB2   TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET
           MOVE WS-HIFEN  TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET
           MOVE 4  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       288-GRAVAR-RELCRET.

           WRITE REG-RELCRET
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCRET'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-CTLIN > 53
              PERFORM 285-IMPCAB
           END-IF
           MOVE WS-HIFEN        TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET
           MOVE 'TOTAL GERAL'   TO  WS-ROTULO-T
           MOVE WS-CTRET        TO  WS-QTD-T
           MOVE WS-GER-PARCELA  TO  WS-PARCELA-T
           MOVE WS-GER-DESC     TO  WS-DESCONT-T
           MOVE WS-GER-FALTA    TO  WS-FALTA-T
           MOVE WS-LIN-TOTAL    TO  REG-RELCRET
           PERFORM 288-GRAVAR-RELCRET

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG197        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CONTRATOS LIDOS - EMPCONS    = ' WS-CTLIDO
           DISPLAY ' * CONTRATOS DA COMPETENCIA     = ' WS-CTSEL
           DISPLAY ' * FORA DA COMPETENCIA          = ' WS-CTIGN
           DISPLAY ' * ENCERRADOS POR DESLIGAMENTO  = ' WS-CTDESL
           DISPLAY ' * SEM FOLHA NA COMPETENCIA     = ' WS-CTSEMFOL
           DISPLAY ' * LOTES (INSTITUICOES)         = ' WS-CTLOTE
           DISPLAY ' * DETALHES NO CONSRET          = ' WS-CTRET
           DISPLAY ' * TOTAL DESCONTADO             = ' WS-GER-DESC
           DISPLAY ' * TOTAL NAO DESCONTADO         = ' WS-GER-FALTA
           DISPLAY ' *========================================*'

           COMPUTE WS-CTPROC = WS-CTSEL + WS-CTIGN
           IF WS-CTLIDO NOT = WS-CTPROC OR WS-CTSEL NOT = WS-CTRET
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO)  = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC) = '
                      WS-CTPROC
              DISPLAY ' * DETALHES GRAVADOS   (WS-CTRET)   = '
                      WS-CTRET
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTSEMFOL > ZEROS
                 DISPLAY ' * ATENCAO - CONTRATOS SEM FOLHA NA       *'
                 DISPLAY ' * COMPETENCIA: A FOLHA RODOU?            *'
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  EMPCONS
           IF WS-FS-EMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CONSRET
           IF WS-FS-RET  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONSRET'  TO WS-MSG
              MOVE   WS-FS-RET                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELCRET
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCRET'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG197        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG197 <
