       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG198.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EXTRATO DE MARGEM CONSIGNAVEL DO FUNCIONARIO, PARA
      *           INSTRUIR PEDIDO DE NOVO EMPRESTIMO CONSIGNADO. UM
      *           EXTRATO (EM PAGINA PROPRIA) POR CARTAO DE SYSIN:
      *           - BASE = ULTIMA FOLHA MENSAL DO FUNCIONARIO NO
      *             HISTORICO (FOLHIST - COPY FOLHISC): BRUTO MENOS
      *             PREVIDENCIA E IRRF;
      *           - MARGEM = 35% DA BASE, A MESMA REGRA DA FOLHA
      *             MENSAL (CGPRG123);
      *           - LISTA OS CONTRATOS ATIVOS DO EMPCONS (COPY
      *             EMPCONC) E DEDUZ AS PARCELAS DA MARGEM, CHEGANDO
      *             A MARGEM DISPONIVEL (ZERO QUANDO EXCEDIDA, COM O
      *             VALOR EXCEDIDO INFORMADO).
      *           CARTAO DE FUNCIONARIO FORA DO CADFUNC OU SEM FOLHA
      *           NO HISTORICO E REJEITADO (RC 4).
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN) - LOTE COM CABECALHO E RODAPE
      * (COPY SYSINHT), TERMINADO POR SENTINELA ALL '9':
      *   POS 01-04 DEPARTAMENTO
      *   POS 05-08 FUNCIONARIO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010221  PROGRAMA CRIADO - EXTRATO DE MARGEM
      *                          CONSIGNAVEL DO FUNCIONARIO
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
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT FOLHIST ASSIGN TO FOLHISTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-HF OF REG-FOLHIST
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT EMPCONS ASSIGN TO EMPCONSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-EC OF REG-EMPCONS
                  FILE STATUS   IS WS-FS-EMP
           .
           SELECT RELMARG ASSIGN TO RELMARGJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  FOLHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHIST.
           COPY FOLHISC.
       FD  EMPCONS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-EMPCONS.
           COPY EMPCONC.
      *-----> EXTRATOS DE MARGEM E CARTOES REJEITADOS
       FD  RELMARG
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELMARG            PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(02) VALUE ZEROS.
           05  WS-CTEMIT              PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-CTCONTR             PIC 9(03) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-EMP              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG198'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(30).
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-SW-FIM-HIST         PIC X(01).
               88 FIM-HISTORICO           VALUE 'S'.
           05  WS-SW-FIM-CONTR        PIC X(01).
               88 FIM-CONTRATOS           VALUE 'S'.
           05  WS-SW-FOLHA            PIC X(01).
               88 FOLHA-ACHADA            VALUE 'S'.

      *-----> PERCENTUAL DA MARGEM CONSIGNAVEL - O MESMO DA FOLHA
      *       MENSAL (CGPRG123)
       01  WS-PERC-MARGEM         PIC 9(02)V99  VALUE 35.

      *-----> BASE DA ULTIMA FOLHA MENSAL E MARGEM DO FUNCIONARIO
       01  WS-VALORES.
           05  WS-COMPET-BASE         PIC 9(06).
           05  FILLER  REDEFINES  WS-COMPET-BASE.
               10  WS-ANO-BASE        PIC 9(04).
               10  WS-MES-BASE        PIC 9(02).
           05  WS-VLR-BRUTO           PIC 9(10)V99.
           05  WS-VLR-INSS            PIC 9(10)V99.
           05  WS-VLR-IRRF            PIC 9(10)V99.
           05  WS-VLR-BASE            PIC 9(10)V99.
           05  WS-VLR-MARGEM          PIC 9(10)V99.
           05  WS-VLR-COMPROM         PIC 9(10)V99.
           05  WS-VLR-DISP            PIC 9(10)V99.
           05  WS-VLR-EXCESSO         PIC 9(10)V99.

      *-----> ENTRADA - CARTAO DE PEDIDO DE EXTRATO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-DPTO-IN          PIC 9(04).
           05 WS-FUNC-IN          PIC 9(04).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).

      *-----> DADOS DE SAIDA - EXTRATO DE MARGEM
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'EXTRATO DE MARGEM CONSIGNAVEL'.
           05 FILLER              PIC X(57) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-LIN-FUNC.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'MATRICULA: '.
           05 WS-DPTO-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-FUNC-R           PIC 9(04).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'NOME: '.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WS-NOME-DPTO-R      PIC X(10).
           05 FILLER              PIC X(43) VALUE SPACES.
       01  WS-LIN-BASE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'BASE: FOLHA MENSAL DA COMPETENCIA'.
           05 WS-MES-R            PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-R            PIC 9(04).
           05 FILLER              PIC X(72) VALUE SPACES.
       01  WS-LIN-VALOR.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-V         PIC X(40).
           05 WS-VALOR-V          PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(62) VALUE SPACES.
       01  WS-CAB-CONTR.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'BANCO'.
           05 FILLER              PIC X(17) VALUE 'CONTRATO'.
           05 FILLER              PIC X(13) VALUE
              '    PARCELA  '.
           05 FILLER              PIC X(12) VALUE 'RESTANTES'.
           05 FILLER              PIC X(12) VALUE 'INCLUSAO'.
           05 FILLER              PIC X(58) VALUE SPACES.
       01  WS-LIN-CONTR.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-BANCO-R          PIC 9(03).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-CONTRATO-R       PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PARCELA-R        PIC $$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-REST-R           PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-TOT-PARC-R       PIC ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-DT-INCL-R        PIC X(10).
           05 FILLER              PIC X(60) VALUE SPACES.
       01  WS-LIN-MENSAGEM.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TEXTO-M          PIC X(119).

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
       000-CGPRG198.

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
           DISPLAY ' * CGPRG198 - EXTRATO DE MARGEM CONSIGNAV.*'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DATA-CAB

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT EMPCONS
           IF WS-FS-EMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELMARG
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELMARG'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-SYSIN
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
      *    LEITURA DADOS DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTLIDO
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE PEDIDO DE EXTRATO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 035-EMITIR-EXTRATO THRU 035-EMITIR-EXTRATO-FIM

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO, APURAR A BASE E EMITIR O EXTRATO
      *--------------------------------------------------------------*
       035-EMITIR-EXTRATO.

           IF WS-DPTO-IN  NOT NUMERIC OR WS-FUNC-IN  NOT NUMERIC
              MOVE 'CARTAO NAO NUMERICO'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 035-EMITIR-EXTRATO-FIM
           END-IF

           MOVE WS-DPTO-IN  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-FUNC-IN  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FUN NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-FUN = '23'
              MOVE 'FUNCIONARIO FORA DO CADFUNC'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 035-EMITIR-EXTRATO-FIM
           END-IF

           PERFORM 040-BUSCAR-FOLHA THRU 040-BUSCAR-FOLHA-FIM
           IF NOT FOLHA-ACHADA
              MOVE 'SEM FOLHA MENSAL NO HISTORICO'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 035-EMITIR-EXTRATO-FIM
           END-IF

           COMPUTE WS-VLR-BASE = WS-VLR-BRUTO - WS-VLR-INSS
                               - WS-VLR-IRRF
           COMPUTE WS-VLR-MARGEM = WS-VLR-BASE * WS-PERC-MARGEM / 100

           ADD 1  TO  WS-CTEMIT
           PERFORM 085-IMPCAB
           MOVE WS-DPTO-IN        TO  WS-DPTO-R
           MOVE WS-FUNC-IN        TO  WS-FUNC-R
           MOVE WS-NOME-FU        TO  WS-NOME-R
           MOVE WS-NOME-DPTO-FU   TO  WS-NOME-DPTO-R
           MOVE WS-LIN-FUNC       TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG
           MOVE WS-LIN-BRANCO     TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG
           MOVE WS-MES-BASE       TO  WS-MES-R
           MOVE WS-ANO-BASE       TO  WS-ANO-R
           MOVE WS-LIN-BASE       TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG
           MOVE 'REMUNERACAO BRUTA'        TO  WS-ROTULO-V
           MOVE WS-VLR-BRUTO               TO  WS-VALOR-V
           PERFORM 070-IMPRIMIR-VALOR
           MOVE '(-) PREVIDENCIA OFICIAL'  TO  WS-ROTULO-V
           MOVE WS-VLR-INSS                TO  WS-VALOR-V
           PERFORM 070-IMPRIMIR-VALOR
           MOVE '(-) IMPOSTO DE RENDA RETIDO'  TO  WS-ROTULO-V
           MOVE WS-VLR-IRRF                TO  WS-VALOR-V
           PERFORM 070-IMPRIMIR-VALOR
           MOVE '(=) BASE DA MARGEM'       TO  WS-ROTULO-V
           MOVE WS-VLR-BASE                TO  WS-VALOR-V
           PERFORM 070-IMPRIMIR-VALOR
           MOVE SPACES                     TO  WS-ROTULO-V
           STRING 'MARGEM CONSIGNAVEL (' WS-PERC-MARGEM (1:2) '%)'
                  DELIMITED BY SIZE INTO WS-ROTULO-V
           MOVE WS-VLR-MARGEM              TO  WS-VALOR-V
           PERFORM 070-IMPRIMIR-VALOR

           MOVE WS-LIN-BRANCO  TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG
           MOVE WS-CAB-CONTR   TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG

           MOVE ZEROS  TO  WS-VLR-COMPROM
           MOVE ZEROS  TO  WS-CTCONTR
           PERFORM 045-LISTAR-CONTRATOS THRU 045-LISTAR-CONTRATOS-FIM
           IF WS-CTCONTR = ZEROS
              MOVE 'NENHUM CONTRATO CONSIGNADO ATIVO'  TO  WS-TEXTO-M
              MOVE WS-LIN-MENSAGEM  TO  REG-RELMARG
              PERFORM 088-GRAVAR-RELMARG
           END-IF

           MOVE WS-LIN-BRANCO  TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG
           MOVE '(-) PARCELAS COMPROMETIDAS'  TO  WS-ROTULO-V
           MOVE WS-VLR-COMPROM             TO  WS-VALOR-V
           PERFORM 070-IMPRIMIR-VALOR

           IF WS-VLR-COMPROM > WS-VLR-MARGEM
              MOVE ZEROS  TO  WS-VLR-DISP
              COMPUTE WS-VLR-EXCESSO = WS-VLR-COMPROM - WS-VLR-MARGEM
           ELSE
              COMPUTE WS-VLR-DISP = WS-VLR-MARGEM - WS-VLR-COMPROM
              MOVE ZEROS  TO  WS-VLR-EXCESSO
           END-IF
           MOVE '(=) MARGEM DISPONIVEL'    TO  WS-ROTULO-V
           MOVE WS-VLR-DISP                TO  WS-VALOR-V
           PERFORM 070-IMPRIMIR-VALOR
           IF WS-VLR-EXCESSO > ZEROS
              MOVE 'MARGEM EXCEDIDA EM'    TO  WS-ROTULO-V
              MOVE WS-VLR-EXCESSO          TO  WS-VALOR-V
              PERFORM 070-IMPRIMIR-VALOR
           END-IF

           DISPLAY ' * EXTRATO EMITIDO: ' WS-DPTO-IN '/' WS-FUNC-IN
           .
       035-EMITIR-EXTRATO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ULTIMA FOLHA MENSAL DO FUNCIONARIO NO HISTORICO (A CHAVE
      *    E CRESCENTE NA COMPETENCIA: FICA A ULTIMA LIDA)
      *--------------------------------------------------------------*
       040-BUSCAR-FOLHA.

           MOVE 'N'         TO  WS-SW-FOLHA
           MOVE WS-DPTO-IN  TO  WS-DPTO-HF
           MOVE WS-FUNC-IN  TO  WS-FUNC-HF
           MOVE ZEROS       TO  WS-COMPET-HF
           MOVE LOW-VALUES  TO  WS-TIPO-HF
           START FOLHIST  KEY IS NOT LESS THAN WS-CHAVE-HF
           IF WS-FS-HIS = '23'
              GO TO 040-BUSCAR-FOLHA-FIM
           END-IF
           IF WS-FS-HIS  NOT = '00'
              MOVE 'ERRO NO POSICIONAMENTO FOLHIST'  TO  WS-MSG
              MOVE WS-FS-HIS                         TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-HIST
           PERFORM 042-LER-FOLHIST
           PERFORM 043-GUARDAR-FOLHA  UNTIL FIM-HISTORICO
           .
       040-BUSCAR-FOLHA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO DO FUNCIONARIO
      *--------------------------------------------------------------*
       042-LER-FOLHIST.

           READ FOLHIST NEXT RECORD
           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-HIS = '10'
              OR WS-DPTO-HF NOT = WS-DPTO-IN
              OR WS-FUNC-HF NOT = WS-FUNC-IN
              MOVE 'S'  TO  WS-SW-FIM-HIST
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR OS VALORES DA FOLHA MENSAL (DECIMO TERCEIRO E
      *    RESCISAO NAO SAO BASE DA MARGEM)
      *--------------------------------------------------------------*
       043-GUARDAR-FOLHA.

           IF HIST-MENSAL
              MOVE 'S'           TO  WS-SW-FOLHA
              MOVE WS-COMPET-HF  TO  WS-COMPET-BASE
              MOVE WS-BRUTO-HF   TO  WS-VLR-BRUTO
              MOVE WS-INSS-HF    TO  WS-VLR-INSS
              MOVE WS-IRRF-HF    TO  WS-VLR-IRRF
           END-IF
           PERFORM 042-LER-FOLHIST
           .
      *--------------------------------------------------------------*
      *    LISTAR OS CONTRATOS ATIVOS E SOMAR AS PARCELAS
      *--------------------------------------------------------------*
       045-LISTAR-CONTRATOS.

           MOVE WS-DPTO-IN  TO  WS-DPTO-EC
           MOVE WS-FUNC-IN  TO  WS-FUNC-EC
           MOVE ZEROS       TO  WS-BANCO-EC
           MOVE LOW-VALUES  TO  WS-CONTRATO-EC
           START EMPCONS  KEY IS NOT LESS THAN WS-CHAVE-EC
           IF WS-FS-EMP = '23'
              GO TO 045-LISTAR-CONTRATOS-FIM
           END-IF
           IF WS-FS-EMP  NOT = '00'
              MOVE 'ERRO NO POSICIONAMENTO EMPCONS'  TO  WS-MSG
              MOVE WS-FS-EMP                         TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-CONTR
           PERFORM 047-LER-CONTRATO
           PERFORM 048-LISTAR-CONTRATO  UNTIL FIM-CONTRATOS
           .
       045-LISTAR-CONTRATOS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO CONTRATO DO FUNCIONARIO
      *--------------------------------------------------------------*
       047-LER-CONTRATO.

           READ EMPCONS NEXT RECORD
           IF WS-FS-EMP  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-EMP = '10'
              OR WS-DPTO-EC NOT = WS-DPTO-IN
              OR WS-FUNC-EC NOT = WS-FUNC-IN
              MOVE 'S'  TO  WS-SW-FIM-CONTR
           END-IF
           .
      *--------------------------------------------------------------*
      *    SO O CONTRATO ATIVO COMPROMETE A MARGEM
      *--------------------------------------------------------------*
       048-LISTAR-CONTRATO.

           IF CONTRATO-ATIVO
              ADD 1              TO  WS-CTCONTR
              ADD WS-PARCELA-EC  TO  WS-VLR-COMPROM
              MOVE WS-BANCO-EC     TO  WS-BANCO-R
              MOVE WS-CONTRATO-EC  TO  WS-CONTRATO-R
              MOVE WS-PARCELA-EC   TO  WS-PARCELA-R
              MOVE WS-REST-EC      TO  WS-REST-R
              MOVE WS-TOT-PARC-EC  TO  WS-TOT-PARC-R
              MOVE WS-DT-INCL-EC   TO  WS-DATA-TRAB
              PERFORM 018-EDITAR-DATA
              MOVE WS-DATA-ED      TO  WS-DT-INCL-R
              IF WS-CTLIN > 55
                 PERFORM 085-IMPCAB
              END-IF
              MOVE WS-LIN-CONTR    TO  REG-RELMARG
              PERFORM 088-GRAVAR-RELMARG
           END-IF
           PERFORM 047-LER-CONTRATO
           .
      *--------------------------------------------------------------*
      *    CARTAO REJEITADO: LISTAR COM O MOTIVO
      *--------------------------------------------------------------*
       050-REJEITAR.

           ADD 1  TO  WS-CTREJ
           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE SPACES  TO  WS-TEXTO-M
           STRING 'CARTAO ' WS-REG-SYSIN ' REJEITADO - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-TEXTO-M
           MOVE WS-LIN-MENSAGEM  TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO
           DISPLAY ' * DEPARTAMENTO: ' WS-DPTO-IN
           DISPLAY ' * FUNCIONARIO : ' WS-FUNC-IN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE VALOR DO EXTRATO
      *--------------------------------------------------------------*
       070-IMPRIMIR-VALOR.

           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-VALOR  TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELMARG  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELMARG'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-HIFEN  TO  REG-RELMARG
           PERFORM 088-GRAVAR-RELMARG
           MOVE 2  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELMARG.

           WRITE REG-RELMARG
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELMARG'  TO  WS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG198        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * EXTRATOS EMITIDOS            = ' WS-CTEMIT
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
              MOVE 4  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTEMIT + WS-CTREJ
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

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  EMPCONS
           IF WS-FS-EMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O EMPCONS'  TO WS-MSG
              MOVE   WS-FS-EMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELMARG
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELMARG'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG198        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG198 <
