       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG191.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CALCULO DA RESCISAO DO CONTRATO DE TRABALHO - O
      *           DESLIGAMENTO DEIXA DE SER UM 'E' NO CGPRG068 COM A
      *           CONTA FEITA FORA DO SISTEMA. PARA CADA CARTAO DE
      *           DESLIGAMENTO (LOTE COM CABECALHO/RODAPE - COPY
      *           SYSINHT; A DATA DO LOTE E A DATA DO CREDITO):
      *           - SALDO DE SALARIO (SALARIO / 30 X DIAS DO MES);
      *           - FERIAS VENCIDAS DO FERSALDO (DIAS ADQUIRIDOS
      *             MENOS GOZADOS) E PROPORCIONAIS DO PERIODO
      *             AQUISITIVO CORRENTE (1/12 POR MES, 15 DIAS OU
      *             MAIS CONTAM O MES), MAIS O TERCO CONSTITUCIONAL;
      *           - DECIMO TERCEIRO PROPORCIONAL DO ANO (REGRA DOS 15
      *             DIAS, COMO NO CGPRG190), MENOS O ADIANTAMENTO JA
      *             PAGO NO DECTERC;
      *           - AVISO PREVIO DE 30 DIAS MAIS 3 POR ANO COMPLETO,
      *             ATE 90: INDENIZADO NA DISPENSA SEM JUSTA CAUSA,
      *             PELA METADE NO ACORDO, DESCONTADO (30 DIAS) NO
      *             PEDIDO DE DEMISSAO SEM CUMPRIMENTO;
      *           - PREVIDENCIA E IMPOSTO DE RENDA PELAS FAIXAS DO
      *             INSSTAB/IRRFTAB (ROTINA COMUM FOLTRIB) SOBRE O
      *             SALDO DE SALARIO E, EM SEPARADO, SOBRE O DECIMO
      *             TERCEIRO; FERIAS E AVISO INDENIZADOS SAO ISENTOS;
      *           - FGTS: BASE E DEPOSITO (8%) DO MES RESCISORIO E
      *             PERCENTUAL DA MULTA (40 SEM JUSTA CAUSA, 20 NO
      *             ACORDO) SOBRE A BASE ESTIMADA DOS DEPOSITOS DO
      *             CONTRATO - O VALOR OFICIAL E O EXTRATO DA CONTA;
      *           - JUSTA CAUSA PERDE FERIAS PROPORCIONAIS, DECIMO
      *             TERCEIRO PROPORCIONAL, AVISO E MULTA.
      *           SAIDAS: TERMO DE RESCISAO (RELTRCT, UMA PAGINA POR
      *           FUNCIONARIO), CREDITO DO LIQUIDO NO BANCRED (LAYOUT
      *           DA FOLHA MENSAL, COMPETENCIA DO LOTE) E A RESCISAO
      *           GUARDADA NO RESCISAO (COPY RESCISC). SO DEPOIS DISSO
      *           O FUNCIONARIO SAI DO CADFUNC, COM O 'E' JORNALIZADO
      *           NO FUNCJRN COMO NO CGPRG068 (ROTATIVIDADE DO
      *           CGPRG127), E O SALDO DE FERIAS PAGO SAI DO FERSALDO
      *--------------------------------------------------------------*
      * CARTAO (SYSIN):
      *   POS 01-04 DEPARTAMENTO
      *   POS 05-08 FUNCIONARIO
      *   POS 09-16 DATA DO DESLIGAMENTO (AAAAMMDD) - NAO ANTERIOR
      *             A ADMISSAO NEM POSTERIOR A DATA DO LOTE
      *   POS 17    CAUSA: S = DISPENSA SEM JUSTA CAUSA
      *                    J = DISPENSA POR JUSTA CAUSA
      *                    P = PEDIDO DE DEMISSAO
      *                    A = ACORDO ENTRE AS PARTES
      *   POS 18    AVISO PREVIO: I = INDENIZADO (NAO CUMPRIDO)
      *                           T = TRABALHADO
      *                           D = DISPENSADO
      *   POS 19-21 OPERADOR (LEVADO AO FUNCJRN E AO RESCISAO)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010217  PROGRAMA CRIADO - CALCULO DA
      *                          RESCISAO, TRCT E CREDITO
      *  V02    OUT/2026 010219  HISTORICO DE PAGAMENTOS (FOLHIST -
      *                          COPY FOLHISC): UM REGISTRO POR
      *                          RESCISAO, COM AS VERBAS SEPARADAS EM
      *                          TRIBUTAVEIS, DECIMO TERCEIRO E
      *                          ISENTAS PARA O INFORME DO CGPRG194
      *  V03    OUT/2026 010220  IMAGEM DO FUNCJRN COM 70 BYTES
      *                          (CADFUNCC GANHOU O PIS)
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
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT FERSALDO ASSIGN TO FERSALDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FS OF REG-FERSALDO
                  FILE STATUS   IS WS-FS-SAL
           .
           SELECT DECTERC ASSIGN TO DECTERCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-DT OF REG-DECTERC
                  FILE STATUS   IS WS-FS-DEC
           .
           SELECT RESCISAO ASSIGN TO RESCISAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-RS OF REG-RESCISAO
                  FILE STATUS   IS WS-FS-RES
           .
           SELECT INSSTAB ASSIGN TO INSSTABJ
                  FILE STATUS   IS WS-FS-INS
           .
           SELECT IRRFTAB ASSIGN TO IRRFTABJ
                  FILE STATUS   IS WS-FS-IRR
           .
           SELECT FUNCJRN ASSIGN TO FUNCJRNJ
                  FILE STATUS   IS WS-FS-JRN
           .
      *-----> HISTORICO DE PAGAMENTOS (VER V02)
           SELECT FOLHIST ASSIGN TO FOLHISTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-HF OF REG-FOLHIST
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT BANCRED ASSIGN TO BANCREDJ
                  FILE STATUS   IS WS-FS-BAN
           .
           SELECT RELTRCT ASSIGN TO RELTRCTJ
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
      *-----> SALDO DE FERIAS DO CGPRG124
       FD  FERSALDO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FERSALDO.
           COPY FERSALDC.
      *-----> ADIANTAMENTO DO DECIMO TERCEIRO DO CGPRG190
       FD  DECTERC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DECTERC.
           COPY DECTERCC.
      *-----> RESCISOES CALCULADAS
       FD  RESCISAO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RESCISAO.
           COPY RESCISC.
      *-----> FAIXAS PREVIDENCIARIAS E DO IMPOSTO DE RENDA COM
      *       VIGENCIA (ROTINA COMUM FOLTRIB)
       FD  INSSTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-INSSTAB.
           COPY INSSTABC.
       FD  IRRFTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-IRRFTAB.
           COPY IRRFTABC.
      *-----> DIARIO DE ALTERACOES DO CADFUNC
       FD  FUNCJRN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FUNCJRN.
           COPY FUNCJRNC.
      *-----> HISTORICO DE PAGAMENTOS (VER V02)
       FD  FOLHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHIST.
           COPY FOLHISC.
      *-----> CREDITO BANCARIO DO LIQUIDO: HEADER '00', DETALHE '10'
      *       E TRAILER '99', COMO NA FOLHA MENSAL
       FD  BANCRED
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-BANCRED            PIC X(60)
           .
       FD  RELTRCT
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELTRCT            PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(02) VALUE ZEROS.
           05  WS-CTRESC              PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-CTNEG               PIC 9(02) VALUE ZEROS.
           05  WS-CTFERDEL            PIC 9(02) VALUE ZEROS.
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-SAL              PIC X(02).
           05  WS-FS-DEC              PIC X(02).
           05  WS-FS-RES              PIC X(02).
           05  WS-FS-INS              PIC X(02).
           05  WS-FS-IRR              PIC X(02).
           05  WS-FS-JRN              PIC X(02).
           05  WS-FS-BAN              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-CTHIST              PIC 9(02) VALUE ZEROS.
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG191'.
           05  WS-DTSYS               PIC 9(08).
           05  WS-HRSYS               PIC 9(08).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(40).
           05  WS-SW-FERSALDO         PIC X(01) VALUE 'S'.
               88 FERSALDO-PRESENTE       VALUE 'S'.
           05  WS-SW-DECTERC          PIC X(01) VALUE 'S'.
               88 DECTERC-PRESENTE        VALUE 'S'.
           05  WS-SW-FERFUNC          PIC X(01).
               88 FERFUNC-ACHADO          VALUE 'S'.
           05  WS-SW-DECFUNC          PIC X(01).
               88 DECFUNC-ACHADO          VALUE 'S'.
           05  WS-SW-BISSEXTO         PIC X(01).
               88 ANO-BISSEXTO            VALUE 'S'.
           05  WS-QUOC                PIC 9(04).
           05  WS-RESTO               PIC 9(04).
           05  WS-CTLIN               PIC 9(02) VALUE ZEROS.
           05  WS-PAG-TRCT            PIC 9(04) VALUE ZEROS.

      *-----> ENTRADA - CARTAO DE DESLIGAMENTO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-DPTO-IN          PIC 9(04).
           05 WS-FUNC-IN          PIC 9(04).
           05 WS-DTDESL-IN        PIC 9(08).
           05 WS-TIPO-IN          PIC X(01).
               88 TIPO-VALIDO         VALUE 'S' 'J' 'P' 'A'.
           05 WS-AVISO-IN         PIC X(01).
               88 AVISO-VALIDO        VALUE 'I' 'T' 'D'.
           05 WS-OPER-IN          PIC X(03).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> DIAS DE CADA MES (FEVEREIRO GANHA 1 NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

      *-----> DATAS DE TRABALHO (AAAAMMDD)
       01  WS-DT-DESL                 PIC 9(08).
       01  FILLER  REDEFINES  WS-DT-DESL.
           05  WS-DESL-ANO            PIC 9(04).
           05  WS-DESL-MES            PIC 9(02).
           05  WS-DESL-DIA            PIC 9(02).
       01  WS-DT-ADM                  PIC 9(08).
       01  FILLER  REDEFINES  WS-DT-ADM.
           05  WS-ADM-ANO             PIC 9(04).
           05  WS-ADM-MES             PIC 9(02).
           05  WS-ADM-DIA             PIC 9(02).
      *-----> INTERVALO DA CONTAGEM DE MESES E ANOS (VER 050/052)
       01  WS-DT-INI                  PIC 9(08).
       01  FILLER  REDEFINES  WS-DT-INI.
           05  WS-INI-ANO             PIC 9(04).
           05  WS-INI-MES             PIC 9(02).
           05  WS-INI-DIA             PIC 9(02).
       01  WS-DT-FIM                  PIC 9(08).
       01  FILLER  REDEFINES  WS-DT-FIM.
           05  WS-FIM-ANO             PIC 9(04).
           05  WS-FIM-MES             PIC 9(02).
           05  WS-FIM-DIA             PIC 9(02).
       01  WS-CONTAGEM.
           05  WS-MESES-W             PIC S9(04).
           05  WS-DIAS-RESTO          PIC S9(04).
           05  WS-ANOS-W              PIC S9(04).
           05  WS-ANO-BIS             PIC 9(04).

      *-----> ROTINA COMUM DE TRIBUTOS DA FOLHA (COPY FOLTRIB)
       01  WS-AREA-TRB.
           COPY FOLTRIBD.

      *-----> CALCULO DA RESCISAO CORRENTE (O RESULTADO VAI DIRETO
      *       PARA O REG-RESCISAO)
       01  WS-CALC-RESC.
           05  WS-SALARIO-W           PIC 9(07)V99.
           05  WS-DIAS-SALDO          PIC 9(02).
           05  WS-MES-INI             PIC 9(02).
           05  WS-MES-FIM             PIC S9(02).
           05  WS-DIAS-NO-MES         PIC 9(02).
           05  WS-DIAS-TRAB           PIC 9(02).
           05  WS-AVOS-W              PIC S9(02).
           05  WS-MESES-CONTRATO      PIC 9(04).
           05  WS-TOT-DESCONTOS       PIC 9(08)V99.
           05  WS-VLR-SALDO           PIC S9(08)V99.
      *-----> RETENCOES SO DO SALDO DE SALARIO (O RESTO DO INSS/IRRF
      *       DA RESCISAO E DO DECIMO TERCEIRO) PARA O FOLHIST
           05  WS-INSS-SAL-W          PIC 9(07)V99.
           05  WS-IRRF-SAL-W          PIC 9(07)V99.

      *-----> REGISTROS DO ARQUIVO DE CREDITO BANCARIO
       01  WS-BAN-HEADER.
           05 FILLER              PIC X(02) VALUE '00'.
           05 WS-COMPET-BH        PIC 9(06).
           05 WS-DTCRED-BH        PIC 9(08).
           05 FILLER              PIC X(08) VALUE 'CGFOLHA '.
           05 FILLER              PIC X(36) VALUE SPACES.
       01  WS-BAN-DETALHE.
           05 FILLER              PIC X(02) VALUE '10'.
           05 WS-DPTO-BD          PIC 9(04).
           05 WS-FUNC-BD          PIC 9(04).
           05 WS-NOME-BD          PIC X(20).
           05 WS-VALOR-BD         PIC 9(09)V99.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-BAN-TRAILER.
           05 FILLER              PIC X(02) VALUE '99'.
           05 WS-QTD-BT           PIC 9(06).
           05 WS-TOTAL-BT         PIC 9(11)V99.
           05 FILLER              PIC X(39) VALUE SPACES.

      *-----> DATA EDITADA DD/MM/AAAA
       01  WS-DATA-EDIT.
           05  WS-DIA-ED              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-MES-ED              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-ANO-ED              PIC 9(04).

      *-----> DADOS DE SAIDA - TERMO DE RESCISAO (TRCT)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(50) VALUE
              'TERMO DE RESCISAO DO CONTRATO DE TRABALHO - TRCT  '.
           05 FILLER                PIC X(10) VALUE 'CREDITO: '.
           05 WS-DTCRED-CAB         PIC X(10).
           05 FILLER                PIC X(19) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.

       01  WS-LIN-EMPREG.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'EMPREGADO: '.
           05 WS-DPTO-LE          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-FUNC-LE          PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-LE          PIC X(20).
           05 FILLER              PIC X(08) VALUE '  DEPTO '.
           05 WS-SIGLA-LE         PIC X(10).
           05 FILLER              PIC X(40) VALUE SPACES.

       01  WS-LIN-DATAS.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'ADMISSAO: '.
           05 WS-ADM-LD           PIC X(10).
           05 FILLER              PIC X(16) VALUE
              '  DESLIGAMENTO: '.
           05 WS-DESL-LD          PIC X(10).
           05 FILLER              PIC X(11) VALUE '  SALARIO: '.
           05 WS-SALARIO-LD       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(28) VALUE SPACES.

       01  WS-LIN-CAUSA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'CAUSA: '.
           05 WS-CAUSA-LC         PIC X(25).
           05 FILLER              PIC X(16) VALUE
              '  AVISO PREVIO: '.
           05 WS-AVISO-LC         PIC X(10).
           05 FILLER              PIC X(41) VALUE SPACES.

       01  WS-CAB-VERBAS.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(36) VALUE 'VERBA'.
           05 FILLER              PIC X(12) VALUE 'REFERENCIA'.
           05 FILLER              PIC X(16) VALUE
              '       PROVENTOS'.
           05 FILLER              PIC X(16) VALUE
              '       DESCONTOS'.
           05 FILLER              PIC X(19) VALUE SPACES.

       01  WS-LIN-VERBA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DESCR-LV         PIC X(36).
           05 WS-REFER-LV         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PROV-LV          PIC $$$.$$$.$$9,99 BLANK WHEN ZERO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DESC-LV          PIC $$$.$$$.$$9,99 BLANK WHEN ZERO.
           05 FILLER              PIC X(20) VALUE SPACES.

      *-----> REFERENCIAS DA VERBA: DIAS OU AVOS
       01  WS-REF-DIAS.
           05  WS-REF-QTD-DIAS        PIC ZZ9.
           05  FILLER                 PIC X(05) VALUE ' DIAS'.
           05  FILLER                 PIC X(04) VALUE SPACES.
       01  WS-REF-AVOS.
           05  WS-REF-QTD-AVOS        PIC Z9.
           05  FILLER                 PIC X(08) VALUE '/12 AVOS'.
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  WS-VLR-VERBA               PIC 9(08)V99.
       01  WS-SW-LADO                 PIC X(01).
           88 VERBA-PROVENTO              VALUE 'P'.
           88 VERBA-DESCONTO              VALUE 'D'.

       01  WS-LIN-LIQUIDO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(48) VALUE
              'LIQUIDO A RECEBER'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIQUIDO-LL       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(36) VALUE SPACES.

       01  WS-LIN-FGTS.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE
              'FGTS - BASE DO MES RESCISORIO '.
           05 WS-BASE-FGTS-LF     PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(16) VALUE
              '   DEPOSITO 8%: '.
           05 WS-FGTS-MES-LF      PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(25) VALUE SPACES.

       01  WS-LIN-MULTA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(24) VALUE
              'FGTS - MULTA RESCISORIA '.
           05 WS-PCT-MULTA-LM     PIC Z9.
           05 FILLER              PIC X(25) VALUE
              '% SOBRE BASE ESTIMADA DE '.
           05 WS-BASE-MULTA-LM    PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(03) VALUE ' = '.
           05 WS-MULTA-LM         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(17) VALUE SPACES.

       01  WS-LIN-ASSIN1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE ALL '_'.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE ALL '_'.
           05 FILLER              PIC X(29) VALUE SPACES.
       01  WS-LIN-ASSIN2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              '          EMPREGADOR'.
           05 FILLER              PIC X(40) VALUE
              '           EMPREGADO'.
           05 FILLER              PIC X(19) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.
       01  WS-LIN-BRANCO          PIC X(100)      VALUE SPACES.

      *-----> IMAGENS ANTES/DEPOIS DO REGISTRO PARA O FUNCJRN
       01  WS-IMAGEM-ANTES        PIC X(70).

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
       000-CGPRG191.

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
           DISPLAY ' * CGPRG191 - CALCULO DE RESCISAO         *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS  FROM TIME

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           IF WS-HDR-DATA-LOTE  NOT NUMERIC
              OR WS-HDR-DATA-LOTE = ZEROS
              MOVE  'CABECALHO SEM DATA DO CREDITO' TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

      *-----> FAIXAS DA VIGENCIA DO MES DO CREDITO
           COMPUTE WS-COMPET-TRB = WS-HDR-DATA-LOTE / 100
           PERFORM 971-CARREGAR-TRIBUTOS

           OPEN I-O CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> SEM FERSALDO, AS FERIAS SAO SO AS PROPORCIONAIS DESDE
      *       A ADMISSAO; SEM DECTERC, NADA FOI ADIANTADO
           OPEN I-O FERSALDO
           IF WS-FS-SAL = '35'
              MOVE 'N'  TO  WS-SW-FERSALDO
              DISPLAY ' * FERSALDO AUSENTE - SEM FERIAS VENCIDAS'
           ELSE
              IF WS-FS-SAL  NOT = '00'
                 MOVE  'ERRO AO ABRIR O FERSALDO'  TO WS-MSG
                 MOVE   WS-FS-SAL                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN INPUT DECTERC
           IF WS-FS-DEC = '35'
              MOVE 'N'  TO  WS-SW-DECTERC
              DISPLAY ' * DECTERC AUSENTE - SEM ADIANTAMENTO DO 13O'
           ELSE
              IF WS-FS-DEC  NOT = '00'
                 MOVE  'ERRO AO ABRIR O DECTERC'  TO WS-MSG
                 MOVE   WS-FS-DEC                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN I-O RESCISAO
           IF WS-FS-RES = '35'
              OPEN OUTPUT RESCISAO
           END-IF
           IF WS-FS-RES  NOT = '00'
              MOVE  'ERRO AO ABRIR O RESCISAO'  TO WS-MSG
              MOVE   WS-FS-RES                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND FUNCJRN
           IF WS-FS-JRN = '35'
              OPEN OUTPUT FUNCJRN
           END-IF
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O FUNCJRN'  TO WS-MSG
              MOVE   WS-FS-JRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O FOLHIST
           IF WS-FS-HIS = '35'
              OPEN OUTPUT FOLHIST
           END-IF
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT BANCRED
           IF WS-FS-BAN  NOT = '00'
              MOVE  'ERRO AO ABRIR O BANCRED'  TO WS-MSG
              MOVE   WS-FS-BAN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           COMPUTE WS-COMPET-BH = WS-HDR-DATA-LOTE / 100
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTCRED-BH
           WRITE REG-BANCRED  FROM  WS-BAN-HEADER
           IF WS-FS-BAN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO BANCRED'  TO  WS-MSG
              MOVE WS-FS-BAN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE ZEROS  TO  WS-QTD-BT
           MOVE ZEROS  TO  WS-TOTAL-BT

           OPEN OUTPUT RELTRCT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELTRCT'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-INI
           PERFORM 058-EDITAR-DATA-INI
           MOVE WS-DATA-EDIT      TO  WS-DTCRED-CAB

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
      *    REJEITAR CARTAO DE DESLIGAMENTO (MOTIVO EM WS-MOTIVO)
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO
           DISPLAY ' * DEPARTAMENTO: ' WS-DPTO-IN
           DISPLAY ' * FUNCIONARIO : ' WS-FUNC-IN
           DISPLAY ' * DESLIGAMENTO: ' WS-DTDESL-IN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE DESLIGAMENTO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 035-RESCINDIR THRU 035-RESCINDIR-FIM

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO, CALCULAR A RESCISAO, EMITIR O TRCT E O
      *    CREDITO, GUARDAR A RESCISAO E SO ENTAO EXCLUIR O
      *    FUNCIONARIO DO CADFUNC
      *--------------------------------------------------------------*
       035-RESCINDIR.

           IF WS-DPTO-IN  NOT NUMERIC OR WS-FUNC-IN  NOT NUMERIC
              OR WS-DTDESL-IN  NOT NUMERIC
              MOVE 'CARTAO NAO NUMERICO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF
           IF NOT TIPO-VALIDO OR NOT AVISO-VALIDO
              MOVE 'CAUSA OU AVISO PREVIO INVALIDO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF

           MOVE WS-DTDESL-IN  TO  WS-DT-DESL
           IF WS-DESL-MES < 1 OR WS-DESL-MES > 12
              OR WS-DESL-DIA < 1
              MOVE 'DATA DE DESLIGAMENTO INVALIDA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF
           MOVE WS-DESL-ANO  TO  WS-ANO-BIS
           PERFORM 053-VERIFICAR-BISSEXTO
           MOVE WS-DIAS-MES (WS-DESL-MES)  TO  WS-DIAS-NO-MES
           IF WS-DESL-MES = 2 AND ANO-BISSEXTO
              ADD 1  TO  WS-DIAS-NO-MES
           END-IF
           IF WS-DESL-DIA > WS-DIAS-NO-MES
              OR WS-DT-DESL > WS-HDR-DATA-LOTE
              MOVE 'DATA DE DESLIGAMENTO INVALIDA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF

           MOVE WS-DPTO-IN  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-FUNC-IN  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FUN = '23'
              MOVE 'FUNCIONARIO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF
           IF WS-FS-FUN  NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADFUNC'  TO  WS-MSG
              MOVE WS-FS-FUN                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE REG-CADFUNC  TO  WS-IMAGEM-ANTES
           MOVE REG-CADFUNC  TO  WS-IMAGEM-ERR

           IF WS-ADMISSAO-FU OF REG-CADFUNC  NOT NUMERIC
              OR WS-ADMISSAO-FU OF REG-CADFUNC = ZEROS
              MOVE 'FUNCIONARIO SEM DATA DE ADMISSAO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF
           MOVE WS-ADMISSAO-FU OF REG-CADFUNC  TO  WS-DT-ADM
           IF WS-DT-DESL < WS-DT-ADM
              MOVE 'DESLIGAMENTO ANTERIOR A ADMISSAO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF

           PERFORM 040-LER-FERSALDO
           PERFORM 041-LER-DECTERC

           INITIALIZE REG-RESCISAO
           MOVE WS-DPTO-IN                     TO  WS-DPTO-RS
           MOVE WS-FUNC-IN                     TO  WS-FUNC-RS
           MOVE WS-DT-DESL                     TO  WS-DTDESL-RS
           MOVE WS-NOME-FU OF REG-CADFUNC      TO  WS-NOME-RS
           MOVE WS-DT-ADM                      TO  WS-ADMISSAO-RS
           MOVE WS-SALARIO-FU OF REG-CADFUNC   TO  WS-SALARIO-RS
           MOVE WS-SALARIO-FU OF REG-CADFUNC   TO  WS-SALARIO-W
           MOVE WS-TIPO-IN                     TO  WS-TIPO-RS
           MOVE WS-AVISO-IN                    TO  WS-AVISO-RS

           PERFORM 045-SALDO-SALARIO
           PERFORM 046-FERIAS
           PERFORM 047-DECIMO-TERCEIRO
           PERFORM 048-AVISO-PREVIO
           PERFORM 049-TRIBUTOS-E-TOTAIS
           PERFORM 055-FGTS

           MOVE WS-HDR-DATA-LOTE  TO  WS-DTCRED-RS
           MOVE WS-OPER-IN        TO  WS-OPER-RS
           MOVE WS-HDR-RUNID      TO  WS-RUNID-RS
           MOVE WS-DTSYS          TO  WS-DTPROC-RS

      *-----> RESCISAO DO MESMO DIA JA GUARDADA: NAO PAGA DE NOVO
           WRITE REG-RESCISAO
           IF WS-FS-RES = '22'
              MOVE 'RESCISAO JA CALCULADA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 035-RESCINDIR-FIM
           END-IF
           IF WS-FS-RES  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RESCISAO'  TO  WS-MSG
              MOVE WS-FS-RES                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 060-IMPRIMIR-TRCT
           PERFORM 070-GRAVAR-CREDITO
           PERFORM 072-GRAVAR-HISTORICO
           PERFORM 075-EXCLUIR-FUNCIONARIO
           ADD 1  TO  WS-CTRESC
           MOVE SPACES  TO  WS-IMAGEM-ERR
           .
       035-RESCINDIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O SALDO DE FERIAS DO FUNCIONARIO
      *--------------------------------------------------------------*
       040-LER-FERSALDO.

           MOVE 'N'  TO  WS-SW-FERFUNC
           IF FERSALDO-PRESENTE
              MOVE WS-DPTO-IN  TO  WS-DPTO-FS
              MOVE WS-FUNC-IN  TO  WS-FUNC-FS
              READ FERSALDO
              IF WS-FS-SAL = '00'
                 MOVE 'S'  TO  WS-SW-FERFUNC
              ELSE
                 IF WS-FS-SAL  NOT = '23'
                    MOVE 'ERRO NA LEITURA DO FERSALDO'  TO  WS-MSG
                    MOVE WS-FS-SAL                      TO  WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CONTROLE DO DECIMO TERCEIRO DO ANO DO DESLIGAMENTO
      *--------------------------------------------------------------*
       041-LER-DECTERC.

           MOVE 'N'  TO  WS-SW-DECFUNC
           IF DECTERC-PRESENTE
              MOVE WS-DPTO-IN   TO  WS-DPTO-DT
              MOVE WS-FUNC-IN   TO  WS-FUNC-DT
              MOVE WS-DESL-ANO  TO  WS-ANO-DT
              READ DECTERC
              IF WS-FS-DEC = '00'
                 MOVE 'S'  TO  WS-SW-DECFUNC
              ELSE
                 IF WS-FS-DEC  NOT = '23'
                    MOVE 'ERRO NA LEITURA DO DECTERC'  TO  WS-MSG
                    MOVE WS-FS-DEC                     TO  WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    SALDO DE SALARIO: DIAS DO MES DO DESLIGAMENTO (MES
      *    COMERCIAL DE 30 DIAS)
      *--------------------------------------------------------------*
       045-SALDO-SALARIO.

           MOVE WS-DESL-DIA  TO  WS-DIAS-SALDO
           IF WS-DIAS-SALDO > 30
              MOVE 30  TO  WS-DIAS-SALDO
           END-IF
      *-----> ADMITIDO NO PROPRIO MES: SO OS DIAS DESDE A ADMISSAO
           IF WS-ADM-ANO = WS-DESL-ANO AND WS-ADM-MES = WS-DESL-MES
              COMPUTE WS-DIAS-SALDO = WS-DESL-DIA - WS-ADM-DIA + 1
           END-IF
           COMPUTE WS-SALDO-SAL-RS ROUNDED =
                   WS-SALARIO-W * WS-DIAS-SALDO / 30
           .
      *--------------------------------------------------------------*
      *    FERIAS: VENCIDAS DO FERSALDO E PROPORCIONAIS DO PERIODO
      *    AQUISITIVO CORRENTE (NAO DEVIDAS NA JUSTA CAUSA), COM O
      *    TERCO CONSTITUCIONAL
      *--------------------------------------------------------------*
       046-FERIAS.

           IF FERFUNC-ACHADO
              IF WS-DIAS-ADQ-FS > WS-DIAS-GOZ-FS
                 COMPUTE WS-DIAS-VENC-RS = WS-DIAS-ADQ-FS
                                         - WS-DIAS-GOZ-FS
                 COMPUTE WS-FER-VENC-RS ROUNDED =
                         WS-SALARIO-W * WS-DIAS-VENC-RS / 30
              END-IF
              MOVE WS-INI-AQUIS-FS  TO  WS-DT-INI
           ELSE
              MOVE WS-DT-ADM        TO  WS-DT-INI
           END-IF

           IF NOT RESC-JUSTA-CAUSA
              MOVE WS-DT-DESL  TO  WS-DT-FIM
              PERFORM 050-CONTAR-MESES
              IF WS-MESES-W > 12
                 MOVE 12  TO  WS-MESES-W
              END-IF
              MOVE WS-MESES-W  TO  WS-AVOS-FER-RS
              COMPUTE WS-FER-PROP-RS ROUNDED =
                      WS-SALARIO-W * WS-AVOS-FER-RS / 12
           END-IF

           COMPUTE WS-TERCO-RS ROUNDED =
                   (WS-FER-VENC-RS + WS-FER-PROP-RS) / 3
           .
      *--------------------------------------------------------------*
      *    DECIMO TERCEIRO PROPORCIONAL DO ANO PELA REGRA DOS 15
      *    DIAS (NAO DEVIDO NA JUSTA CAUSA); O ADIANTAMENTO JA PAGO
      *    E DESCONTADO, E O ANO COM O SALDO JA PAGO NADA MAIS DEVE
      *--------------------------------------------------------------*
       047-DECIMO-TERCEIRO.

           IF DECFUNC-ACHADO
              IF WS-DTPG2-DT  NOT = ZEROS
                 GO TO 047-DECIMO-TERCEIRO-FIM
              END-IF
              IF WS-DTPG1-DT  NOT = ZEROS
                 MOVE WS-ADIANT-DT  TO  WS-ADIANT-13-RS
              END-IF
           END-IF

           IF RESC-JUSTA-CAUSA
              GO TO 047-DECIMO-TERCEIRO-FIM
           END-IF

      *-----> PRIMEIRO MES: JANEIRO, OU O DA ADMISSAO SE TRABALHOU
      *       NELE 15 DIAS OU MAIS
           IF WS-ADM-ANO < WS-DESL-ANO
              MOVE 1  TO  WS-MES-INI
           ELSE
              MOVE WS-DIAS-MES (WS-ADM-MES)  TO  WS-DIAS-NO-MES
              IF WS-ADM-MES = 2 AND ANO-BISSEXTO
                 ADD 1  TO  WS-DIAS-NO-MES
              END-IF
              COMPUTE WS-DIAS-TRAB = WS-DIAS-NO-MES - WS-ADM-DIA + 1
              IF WS-DIAS-TRAB  NOT < 15
                 MOVE WS-ADM-MES  TO  WS-MES-INI
              ELSE
                 COMPUTE WS-MES-INI = WS-ADM-MES + 1
              END-IF
           END-IF
      *-----> ULTIMO MES: O DO DESLIGAMENTO SE TRABALHOU NELE 15
      *       DIAS OU MAIS
           IF WS-DESL-DIA  NOT < 15
              MOVE WS-DESL-MES  TO  WS-MES-FIM
           ELSE
              COMPUTE WS-MES-FIM = WS-DESL-MES - 1
           END-IF

           COMPUTE WS-AVOS-W = WS-MES-FIM - WS-MES-INI + 1
           IF WS-AVOS-W > ZEROS
              MOVE WS-AVOS-W  TO  WS-AVOS-13-RS
              COMPUTE WS-DEC-PROP-RS ROUNDED =
                      WS-SALARIO-W * WS-AVOS-13-RS / 12
           END-IF
           .
       047-DECIMO-TERCEIRO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AVISO PREVIO: 30 DIAS MAIS 3 POR ANO COMPLETO, ATE 90
      *--------------------------------------------------------------*
       048-AVISO-PREVIO.

           IF NOT AVISO-INDENIZADO OR RESC-JUSTA-CAUSA
              GO TO 048-AVISO-PREVIO-FIM
           END-IF

           IF RESC-PEDIDO
      *-----> PEDIDO DE DEMISSAO SEM CUMPRIR O AVISO: O EMPREGADO
      *       INDENIZA 30 DIAS
              MOVE 30  TO  WS-DIAS-AVISO-RS
              MOVE WS-SALARIO-W  TO  WS-DESC-AVISO-RS
              GO TO 048-AVISO-PREVIO-FIM
           END-IF

           MOVE WS-DT-ADM   TO  WS-DT-INI
           MOVE WS-DT-DESL  TO  WS-DT-FIM
           PERFORM 052-CONTAR-ANOS
           COMPUTE WS-DIAS-AVISO-RS = 30 + (3 * WS-ANOS-W)
           IF WS-DIAS-AVISO-RS > 90
              MOVE 90  TO  WS-DIAS-AVISO-RS
           END-IF

           IF RESC-ACORDO
              COMPUTE WS-AVISO-IND-RS ROUNDED =
                      WS-SALARIO-W * WS-DIAS-AVISO-RS / 30 / 2
           ELSE
              COMPUTE WS-AVISO-IND-RS ROUNDED =
                      WS-SALARIO-W * WS-DIAS-AVISO-RS / 30
           END-IF
           .
       048-AVISO-PREVIO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PREVIDENCIA E IMPOSTO (SALDO DE SALARIO E DECIMO TERCEIRO
      *    TRIBUTADOS EM SEPARADO), BRUTO E LIQUIDO. LIQUIDO
      *    NEGATIVO (DESCONTOS MAIORES QUE AS VERBAS) NAO VIRA
      *    CREDITO: FICA ZERADO E O CASO E APONTADO
      *--------------------------------------------------------------*
       049-TRIBUTOS-E-TOTAIS.

           MOVE WS-SALDO-SAL-RS  TO  WS-BRUTO-TRB
           PERFORM 974-CALCULAR-TRIBUTOS
           MOVE WS-INSS-TRB      TO  WS-INSS-RS
           MOVE WS-IRRF-TRB      TO  WS-IRRF-RS
           MOVE WS-INSS-TRB      TO  WS-INSS-SAL-W
           MOVE WS-IRRF-TRB      TO  WS-IRRF-SAL-W

           IF WS-DEC-PROP-RS > ZEROS
              MOVE WS-DEC-PROP-RS  TO  WS-BRUTO-TRB
              PERFORM 974-CALCULAR-TRIBUTOS
              ADD WS-INSS-TRB      TO  WS-INSS-RS
              ADD WS-IRRF-TRB      TO  WS-IRRF-RS
           END-IF

           COMPUTE WS-BRUTO-RS = WS-SALDO-SAL-RS + WS-FER-VENC-RS
                               + WS-FER-PROP-RS  + WS-TERCO-RS
                               + WS-DEC-PROP-RS  + WS-AVISO-IND-RS
           COMPUTE WS-TOT-DESCONTOS = WS-DESC-AVISO-RS
                               + WS-ADIANT-13-RS + WS-INSS-RS
                               + WS-IRRF-RS
           COMPUTE WS-VLR-SALDO = WS-BRUTO-RS - WS-TOT-DESCONTOS
           IF WS-VLR-SALDO < ZEROS
              ADD 1  TO  WS-CTNEG
              DISPLAY ' * DESCONTOS MAIORES QUE AS VERBAS: DPTO '
                      WS-DPTO-IN ' FUNC ' WS-FUNC-IN
              MOVE ZEROS  TO  WS-LIQUIDO-RS
           ELSE
              MOVE WS-VLR-SALDO  TO  WS-LIQUIDO-RS
           END-IF
           .
      *--------------------------------------------------------------*
      *    MESES ENTRE WS-DT-INI E WS-DT-FIM; A FRACAO FINAL DE 15
      *    DIAS OU MAIS CONTA UM MES (MES COMERCIAL DE 30 DIAS)
      *--------------------------------------------------------------*
       050-CONTAR-MESES.

           COMPUTE WS-MESES-W = (WS-FIM-ANO * 12 + WS-FIM-MES)
                              - (WS-INI-ANO * 12 + WS-INI-MES)
           IF WS-FIM-DIA  NOT < WS-INI-DIA
              COMPUTE WS-DIAS-RESTO = WS-FIM-DIA - WS-INI-DIA + 1
           ELSE
              SUBTRACT 1  FROM  WS-MESES-W
              COMPUTE WS-DIAS-RESTO = 30 - WS-INI-DIA
                                    + WS-FIM-DIA + 1
           END-IF
           IF WS-DIAS-RESTO  NOT < 15
              ADD 1  TO  WS-MESES-W
           END-IF
           IF WS-MESES-W < ZEROS
              MOVE ZEROS  TO  WS-MESES-W
           END-IF
           .
      *--------------------------------------------------------------*
      *    ANOS COMPLETOS ENTRE WS-DT-INI E WS-DT-FIM
      *--------------------------------------------------------------*
       052-CONTAR-ANOS.

           COMPUTE WS-ANOS-W = WS-FIM-ANO - WS-INI-ANO
           IF WS-FIM-MES < WS-INI-MES
              OR (WS-FIM-MES = WS-INI-MES
                  AND WS-FIM-DIA < WS-INI-DIA)
              SUBTRACT 1  FROM  WS-ANOS-W
           END-IF
           IF WS-ANOS-W < ZEROS
              MOVE ZEROS  TO  WS-ANOS-W
           END-IF
           .
      *--------------------------------------------------------------*
      *    ANO BISSEXTO (WS-ANO-BIS)
      *--------------------------------------------------------------*
       053-VERIFICAR-BISSEXTO.

           MOVE 'N'  TO  WS-SW-BISSEXTO
           DIVIDE WS-ANO-BIS BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO = ZEROS
              MOVE 'S'  TO  WS-SW-BISSEXTO
              DIVIDE WS-ANO-BIS BY 100 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 'N'  TO  WS-SW-BISSEXTO
                 DIVIDE WS-ANO-BIS BY 400 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    MOVE 'S'  TO  WS-SW-BISSEXTO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FGTS: DEPOSITO DO MES RESCISORIO SOBRE SALDO DE SALARIO,
      *    DECIMO TERCEIRO E AVISO INDENIZADO; A BASE DA MULTA E
      *    ESTIMADA EM 8% DO SALARIO ATUAL POR MES DE CONTRATO MAIS
      *    O DEPOSITO RESCISORIO
      *--------------------------------------------------------------*
       055-FGTS.

           COMPUTE WS-BASE-FGTS-RS = WS-SALDO-SAL-RS + WS-DEC-PROP-RS
                                   + WS-AVISO-IND-RS
           COMPUTE WS-FGTS-MES-RS ROUNDED = WS-BASE-FGTS-RS * 0,08

           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA
                    MOVE 40     TO  WS-PCT-MULTA-RS
               WHEN RESC-ACORDO
                    MOVE 20     TO  WS-PCT-MULTA-RS
               WHEN OTHER
                    MOVE ZEROS  TO  WS-PCT-MULTA-RS
           END-EVALUATE

           MOVE WS-DT-ADM   TO  WS-DT-INI
           MOVE WS-DT-DESL  TO  WS-DT-FIM
           PERFORM 050-CONTAR-MESES
           MOVE WS-MESES-W  TO  WS-MESES-CONTRATO
           COMPUTE WS-BASE-MULTA-RS ROUNDED =
                   (WS-SALARIO-W * 0,08 * WS-MESES-CONTRATO)
                   + WS-FGTS-MES-RS
           .
      *--------------------------------------------------------------*
      *    EDITAR WS-DT-INI EM DD/MM/AAAA (WS-DATA-EDIT)
      *--------------------------------------------------------------*
       058-EDITAR-DATA-INI.

           MOVE WS-INI-DIA  TO  WS-DIA-ED
           MOVE WS-INI-MES  TO  WS-MES-ED
           MOVE WS-INI-ANO  TO  WS-ANO-ED
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TERMO DE RESCISAO (UMA PAGINA POR FUNCIONARIO)
      *--------------------------------------------------------------*
       060-IMPRIMIR-TRCT.

           ADD 1  TO  WS-PAG-TRCT
           MOVE WS-PAG-TRCT  TO  WS-PAG-CAB
           WRITE REG-RELTRCT  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1'  TO  WS-MSG
              MOVE WS-FS-REL             TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-HIFEN  TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-DPTO-IN                      TO  WS-DPTO-LE
           MOVE WS-FUNC-IN                      TO  WS-FUNC-LE
           MOVE WS-NOME-FU OF REG-CADFUNC       TO  WS-NOME-LE
           MOVE WS-NOME-DPTO-FU OF REG-CADFUNC  TO  WS-SIGLA-LE
           MOVE WS-LIN-EMPREG  TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-DT-ADM     TO  WS-DT-INI
           PERFORM 058-EDITAR-DATA-INI
           MOVE WS-DATA-EDIT  TO  WS-ADM-LD
           MOVE WS-DT-DESL    TO  WS-DT-INI
           PERFORM 058-EDITAR-DATA-INI
           MOVE WS-DATA-EDIT  TO  WS-DESL-LD
           MOVE WS-SALARIO-W  TO  WS-SALARIO-LD
           MOVE WS-LIN-DATAS  TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA

           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA
                    MOVE 'DISPENSA SEM JUSTA CAUSA' TO WS-CAUSA-LC
               WHEN RESC-JUSTA-CAUSA
                    MOVE 'DISPENSA POR JUSTA CAUSA' TO WS-CAUSA-LC
               WHEN RESC-PEDIDO
                    MOVE 'PEDIDO DE DEMISSAO'       TO WS-CAUSA-LC
               WHEN OTHER
                    MOVE 'ACORDO ENTRE AS PARTES'   TO WS-CAUSA-LC
           END-EVALUATE
           EVALUATE TRUE
               WHEN AVISO-INDENIZADO
                    MOVE 'INDENIZADO'  TO  WS-AVISO-LC
               WHEN AVISO-TRABALHADO
                    MOVE 'TRABALHADO'  TO  WS-AVISO-LC
               WHEN OTHER
                    MOVE 'DISPENSADO'  TO  WS-AVISO-LC
           END-EVALUATE
           MOVE WS-LIN-CAUSA  TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-HIFEN       TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-CAB-VERBAS  TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-HIFEN       TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA

      *-----> PROVENTOS (O SALDO DE SALARIO SAI MESMO ZERADO)
           MOVE 'SALDO DE SALARIO'    TO  WS-DESCR-LV
           MOVE WS-DIAS-SALDO         TO  WS-REF-QTD-DIAS
           MOVE WS-REF-DIAS           TO  WS-REFER-LV
           MOVE WS-SALDO-SAL-RS       TO  WS-PROV-LV
           MOVE ZEROS                 TO  WS-DESC-LV
           MOVE WS-LIN-VERBA          TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA

           MOVE 'P'                   TO  WS-SW-LADO
           MOVE 'FERIAS VENCIDAS'     TO  WS-DESCR-LV
           MOVE WS-DIAS-VENC-RS       TO  WS-REF-QTD-DIAS
           MOVE WS-REF-DIAS           TO  WS-REFER-LV
           MOVE WS-FER-VENC-RS        TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE 'FERIAS PROPORCIONAIS'  TO  WS-DESCR-LV
           MOVE WS-AVOS-FER-RS        TO  WS-REF-QTD-AVOS
           MOVE WS-REF-AVOS           TO  WS-REFER-LV
           MOVE WS-FER-PROP-RS        TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE '1/3 CONSTITUCIONAL DE FERIAS'  TO  WS-DESCR-LV
           MOVE SPACES                TO  WS-REFER-LV
           MOVE WS-TERCO-RS           TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE '13O SALARIO PROPORCIONAL'  TO  WS-DESCR-LV
           MOVE WS-AVOS-13-RS         TO  WS-REF-QTD-AVOS
           MOVE WS-REF-AVOS           TO  WS-REFER-LV
           MOVE WS-DEC-PROP-RS        TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE 'AVISO PREVIO INDENIZADO'  TO  WS-DESCR-LV
           MOVE WS-DIAS-AVISO-RS      TO  WS-REF-QTD-DIAS
           MOVE WS-REF-DIAS           TO  WS-REFER-LV
           MOVE WS-AVISO-IND-RS       TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

      *-----> DESCONTOS
           MOVE 'D'                   TO  WS-SW-LADO
           MOVE 'AVISO PREVIO NAO CUMPRIDO'  TO  WS-DESCR-LV
           MOVE WS-DIAS-AVISO-RS      TO  WS-REF-QTD-DIAS
           MOVE WS-REF-DIAS           TO  WS-REFER-LV
           MOVE WS-DESC-AVISO-RS      TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE 'ADIANTAMENTO DO 13O SALARIO'  TO  WS-DESCR-LV
           MOVE SPACES                TO  WS-REFER-LV
           MOVE WS-ADIANT-13-RS       TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE 'PREVIDENCIA SOCIAL'  TO  WS-DESCR-LV
           MOVE SPACES                TO  WS-REFER-LV
           MOVE WS-INSS-RS            TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE 'IMPOSTO DE RENDA RETIDO NA FONTE'  TO  WS-DESCR-LV
           MOVE SPACES                TO  WS-REFER-LV
           MOVE WS-IRRF-RS            TO  WS-VLR-VERBA
           PERFORM 062-IMPRIMIR-VERBA

           MOVE WS-HIFEN              TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           MOVE 'TOTAIS'              TO  WS-DESCR-LV
           MOVE SPACES                TO  WS-REFER-LV
           MOVE WS-BRUTO-RS           TO  WS-PROV-LV
           MOVE WS-TOT-DESCONTOS      TO  WS-DESC-LV
           MOVE WS-LIN-VERBA          TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-LIQUIDO-RS         TO  WS-LIQUIDO-LL
           MOVE WS-LIN-LIQUIDO        TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-HIFEN              TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-BASE-FGTS-RS       TO  WS-BASE-FGTS-LF
           MOVE WS-FGTS-MES-RS        TO  WS-FGTS-MES-LF
           MOVE WS-LIN-FGTS           TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           IF WS-PCT-MULTA-RS > ZEROS
              MOVE WS-PCT-MULTA-RS    TO  WS-PCT-MULTA-LM
              MOVE WS-BASE-MULTA-RS   TO  WS-BASE-MULTA-LM
              COMPUTE WS-MULTA-LM ROUNDED =
                      WS-BASE-MULTA-RS * WS-PCT-MULTA-RS / 100
              MOVE WS-LIN-MULTA       TO  REG-RELTRCT
              PERFORM 068-GRAVAR-LINHA
           END-IF

           MOVE WS-LIN-BRANCO         TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           PERFORM 068-GRAVAR-LINHA
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-LIN-ASSIN1         TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-LIN-ASSIN2         TO  REG-RELTRCT
           PERFORM 068-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA VERBA DO TRCT NA COLUNA DE PROVENTOS OU DE
      *    DESCONTOS (WS-SW-LADO); VERBA ZERADA NAO SAI
      *--------------------------------------------------------------*
       062-IMPRIMIR-VERBA.

           IF WS-VLR-VERBA > ZEROS
              MOVE ZEROS  TO  WS-PROV-LV
              MOVE ZEROS  TO  WS-DESC-LV
              IF VERBA-PROVENTO
                 MOVE WS-VLR-VERBA  TO  WS-PROV-LV
              ELSE
                 MOVE WS-VLR-VERBA  TO  WS-DESC-LV
              END-IF
              MOVE WS-LIN-VERBA  TO  REG-RELTRCT
              PERFORM 068-GRAVAR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO TRCT
      *--------------------------------------------------------------*
       068-GRAVAR-LINHA.

           WRITE REG-RELTRCT
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELTRCT'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DO CREDITO BANCARIO DO LIQUIDO
      *--------------------------------------------------------------*
       070-GRAVAR-CREDITO.

           MOVE WS-DPTO-IN                 TO  WS-DPTO-BD
           MOVE WS-FUNC-IN                 TO  WS-FUNC-BD
           MOVE WS-NOME-FU OF REG-CADFUNC  TO  WS-NOME-BD
           MOVE WS-LIQUIDO-RS              TO  WS-VALOR-BD

           WRITE REG-BANCRED  FROM  WS-BAN-DETALHE
           IF WS-FS-BAN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO BANCRED'  TO  WS-MSG
              MOVE WS-FS-BAN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1              TO  WS-QTD-BT
           ADD WS-LIQUIDO-RS  TO  WS-TOTAL-BT
           .
      *--------------------------------------------------------------*
      *    GRAVAR A RESCISAO NO HISTORICO DE PAGAMENTOS, NA
      *    COMPETENCIA DO DESLIGAMENTO (VER V02): SALDO DE SALARIO E
      *    RENDIMENTO TRIBUTAVEL; DECIMO TERCEIRO SEM O ADIANTAMENTO
      *    JA INFORMADO PELO CGPRG190; FERIAS E AVISO INDENIZADOS
      *    SAO ISENTOS
      *--------------------------------------------------------------*
       072-GRAVAR-HISTORICO.

           INITIALIZE REG-FOLHIST
           MOVE WS-DPTO-IN                     TO  WS-DPTO-HF
           MOVE WS-FUNC-IN                     TO  WS-FUNC-HF
           COMPUTE WS-COMPET-HF = WS-DT-DESL / 100
           MOVE 'R'                            TO  WS-TIPO-HF
           MOVE WS-NOME-RS                     TO  WS-NOME-HF
           MOVE WS-BRUTO-RS                    TO  WS-BRUTO-HF
           MOVE WS-SALDO-SAL-RS                TO  WS-TRIB-HF
           IF WS-DEC-PROP-RS > WS-ADIANT-13-RS
              COMPUTE WS-DEC-HF = WS-DEC-PROP-RS - WS-ADIANT-13-RS
           END-IF
           COMPUTE WS-ISENTO-HF = WS-FER-VENC-RS + WS-FER-PROP-RS
                                + WS-TERCO-RS + WS-AVISO-IND-RS
           MOVE WS-INSS-SAL-W                  TO  WS-INSS-HF
           MOVE WS-IRRF-SAL-W                  TO  WS-IRRF-HF
           COMPUTE WS-INSS13-HF = WS-INSS-RS - WS-INSS-SAL-W
           COMPUTE WS-IRRF13-HF = WS-IRRF-RS - WS-IRRF-SAL-W
           MOVE WS-LIQUIDO-RS                  TO  WS-LIQUIDO-HF
           MOVE 1                              TO  WS-QTD-HF
           MOVE WS-HDR-DATA-LOTE               TO  WS-DTCRED-HF
           MOVE WS-PROGID                      TO  WS-PROGID-HF
           MOVE WS-DTSYS                       TO  WS-DTPROC-HF

           WRITE REG-FOLHIST
           IF WS-FS-HIS = '22'
              REWRITE REG-FOLHIST
           END-IF
           IF WS-FS-HIS  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO FOLHIST'  TO  WS-MSG
              MOVE WS-FS-HIS                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTHIST
           .
      *--------------------------------------------------------------*
      *    EXCLUIR O FUNCIONARIO DO CADFUNC, JORNALIZAR O 'E' NO
      *    FUNCJRN E TIRAR DO FERSALDO AS FERIAS JA PAGAS
      *--------------------------------------------------------------*
       075-EXCLUIR-FUNCIONARIO.

           DELETE CADFUNC RECORD
           IF WS-FS-FUN  NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO CADFUNC'  TO  WS-MSG
              MOVE WS-FS-FUN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'E'               TO  WS-OP-FJ
           MOVE WS-DPTO-IN        TO  WS-DPTO-FJ
           MOVE WS-FUNC-IN        TO  WS-FUNC-FJ
           MOVE WS-OPER-IN        TO  WS-OPERADOR-FJ
           MOVE WS-HDR-RUNID      TO  WS-RUNID-FJ
           MOVE WS-DTSYS          TO  WS-DATA-FJ
           COMPUTE WS-HORA-FJ = WS-HRSYS / 100
           MOVE WS-IMAGEM-ANTES   TO  WS-ANTES-FJ
           MOVE SPACES            TO  WS-DEPOIS-FJ

           WRITE REG-FUNCJRN
           IF WS-FS-JRN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO FUNCJRN'  TO  WS-MSG
              MOVE WS-FS-JRN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF FERFUNC-ACHADO
              DELETE FERSALDO RECORD
              IF WS-FS-SAL  NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO FERSALDO'  TO  WS-MSG
                 MOVE WS-FS-SAL                       TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTFERDEL
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE REG-BANCRED  FROM  WS-BAN-TRAILER
           IF WS-FS-BAN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO BANCRED'  TO  WS-MSG
              MOVE WS-FS-BAN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG191        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * RESCISOES CALCULADAS         = ' WS-CTRESC
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * LIQUIDO ZERADO (DESCONTOS)   = ' WS-CTNEG
           DISPLAY ' * REGISTROS GRAVADOS - FOLHIST = ' WS-CTHIST
           DISPLAY ' * SALDOS EXCLUIDOS - FERSALDO  = ' WS-CTFERDEL
           DISPLAY ' * CREDITOS BANCARIOS           = ' WS-QTD-BT
           DISPLAY ' * TOTAL LIQUIDO CREDITADO      = ' WS-TOTAL-BT
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

           COMPUTE WS-CTPROC = WS-CTRESC + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              OR WS-CTRESC NOT = WS-QTD-BT
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF FERSALDO-PRESENTE
              CLOSE  FERSALDO
              IF WS-FS-SAL  NOT = '00'
                 MOVE  'ERRO AO FECHAR O FERSALDO'  TO WS-MSG
                 MOVE   WS-FS-SAL                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF DECTERC-PRESENTE
              CLOSE  DECTERC
              IF WS-FS-DEC  NOT = '00'
                 MOVE  'ERRO AO FECHAR O DECTERC'  TO WS-MSG
                 MOVE   WS-FS-DEC                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RESCISAO
           IF WS-FS-RES  NOT = '00'
              MOVE  'ERRO AO FECHAR O RESCISAO'  TO WS-MSG
              MOVE   WS-FS-RES                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FUNCJRN
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O FUNCJRN'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  BANCRED
           IF WS-FS-BAN  NOT = '00'
              MOVE  'ERRO AO FECHAR O BANCRED'  TO WS-MSG
              MOVE   WS-FS-BAN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELTRCT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELTRCT'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG191        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    TRIBUTOS DA FOLHA (INSS E IRRF POR VIGENCIA)
      *--------------------------------------------------------------*
           COPY FOLTRIB.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG191 <
