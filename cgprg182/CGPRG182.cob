       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG182.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CORRECAO MONETARIA ANUAL DO SALDO DOS CONTRATOS DE
      *           VENDA FINANCIADA DE LOTES (LOTEPARC). RODA TODO MES
      *           PARA A COMPETENCIA DO CARTAO: O CONTRATO FAZ
      *           ANIVERSARIO QUANDO O MES DA VENDA (DATA DA PARCELA
      *           ZERO) E O MES DA COMPETENCIA, EM ANO POSTERIOR.
      *           O FATOR E O ACUMULADO DAS TAXAS MENSAIS DO INDICE
      *           DO CONTRATO (INCC OU IGP-M - TABELA INDCORR, COPY
      *           INDCORC, MANTIDA PELO CGPRG181) NOS 12 MESES
      *           ANTERIORES A COMPETENCIA, SO COM TAXAS JA VIGENTES
      *           NA DATA DE REFERENCIA. CADA PARCELA ABERTA ('A') DO
      *           CONTRATO TEM O SALDO (VALOR - PAGO) MULTIPLICADO
      *           PELO FATOR; O VALOR DO PLANO ORIGINAL FICA EM
      *           WS-VALOR-ORIG-LP E WS-VALOR-LP PASSA A SER O
      *           CORRIGIDO - O QUE O CGPRG116 (BAIXA), O CGPRG117
      *           (ENVELHECIMENTO) E O CGPRG179 (PREVISAO DE CAIXA)
      *           USAM DAI EM DIANTE. TODA REGRAVACAO E JORNALIZADA
      *           NO MSTJRNL, COMO NO CGPRG116.
      *           - TAXA AUSENTE OU AINDA NAO VIGENTE EM QUALQUER DOS
      *             12 MESES: O CONTRATO NAO E CORRIGIDO, SAI NA
      *             LISTAGEM DE EXCECAO DO SYSOUT E O RC E 4 - A
      *             CORRECAO E REFEITA COM A TABELA COMPLETA;
      *           - FATOR ACUMULADO IGUAL OU MENOR QUE 1 (DEFLACAO
      *             NO PERIODO): O SALDO NAO E REDUZIDO (CLAUSULA
      *             DO CONTRATO) E A PARCELA FICA COMO ESTA;
      *           - PARCELA JA CORRIGIDA NA COMPETENCIA
      *             (WS-COMPET-CORR-LP) NAO E CORRIGIDA DE NOVO,
      *             O QUE TORNA O RERUN SEGURO.
      *           O EXTRATO DA CORRECAO (RELCORR) SAI UMA FOLHA POR
      *           CONTRATO CORRIGIDO, COM O NOME E O CPF DO
      *           COMPRADOR (COMPMST), PARA ENVIO AO COMPRADOR.
      *           COMPETENCIA FECHADA NO PERFIN (AREA 'L') CANCELA A
      *           EXECUCAO COM O CARTAO NO REJFILE; EM COMPETENCIA
      *           REABERTA CADA CONTRATO CORRIGIDO VAI AO PERAUD
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA DA CORRECAO AAAAMM
      *   POS 07-10 INDICE PADRAO DOS CONTRATOS SEM INDICE NO
      *             LOTEPARC ('INCC' OU 'IGPM'; BRANCO = 'INCC')
      *   POS 11-18 DATA DE REFERENCIA AAAAMMDD - SO TAXA VIGENTE
      *             ATE ELA ENTRA NO FATOR (ZEROS = DATA DO SISTEMA)
      *   POS 19-22 RUNID DO LOTE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010210  PROGRAMA CRIADO - CORRECAO MONETARIA
      *                          ANUAL DO SALDO DOS CONTRATOS DE LOTE
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
           SELECT LOTEPARC ASSIGN TO LOTEPARJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-LP OF REG-LOTEPARC
                  FILE STATUS   IS WS-FS-PAR
           .
           SELECT INDCORR ASSIGN TO INDCORRJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-IC OF REG-INDCORR
                  FILE STATUS   IS WS-FS-IND
           .
           SELECT COMPMST ASSIGN TO COMPMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-COMPRADOR-CP OF REG-COMPMST
                  FILE STATUS   IS WS-FS-CMP
           .
      *-----> DIARIO COMUM DE MESTRES
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-MJR
           .
      *-----> CALENDARIO DE PERIODOS FINANCEIROS E AUDITORIA DO
      *       PERIODO REABERTO
           SELECT PERFIN ASSIGN TO PERFINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PF OF REG-PERFIN
                  FILE STATUS   IS WS-FS-PER
           .
           SELECT PERAUD ASSIGN TO PERAUDJ
                  FILE STATUS   IS WS-FS-AUD
           .
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
           SELECT RELCORR ASSIGN TO RELCORRJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  LOTEPARC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-LOTEPARC.
           COPY LOTEPARC.
       FD  INDCORR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-INDCORR.
           COPY INDCORC.
       FD  COMPMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-COMPMST.
           COPY COMPMSTC.
      *-----> DIARIO COMUM DE MESTRES
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
      *-----> PERIODOS FINANCEIROS E AUDITORIA
       FD  PERFIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERFIN.
           COPY PERFINC.
       FD  PERAUD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERAUD.
           COPY PERAUDC.
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILE.
           COPY REJCARDC.
       FD  RELCORR
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCORR            PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTANIV              PIC 9(05) VALUE ZEROS.
           05  WS-CTCONTR             PIC 9(05) VALUE ZEROS.
           05  WS-CTCORR              PIC 9(06) VALUE ZEROS.
           05  WS-CTJACORR            PIC 9(06) VALUE ZEROS.
           05  WS-CTSEMIND            PIC 9(05) VALUE ZEROS.
           05  WS-CTDEFL              PIC 9(05) VALUE ZEROS.
           05  WS-CTIMPR              PIC 9(06) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FS-PAR              PIC X(02).
           05  WS-FS-IND              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG182'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-DTSYS               PIC 9(08).
           05  WS-FAT-SUB             PIC 9(01).
           05  WS-MES-SUB             PIC 9(02).
           05  WS-TAXA-FATOR          PIC 9(01)V9(06).
           05  WS-FATOR-E             PIC ZZ9,99999999.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  FILLER  REDEFINES  WS-COMPET-IN.
               10  WS-COMPET-ANO-IN   PIC 9(04).
               10  WS-COMPET-MES-IN   PIC 9(02).
           05  WS-INDICE-PADRAO-IN    PIC X(04).
               88 INDICE-PADRAO-VALIDO    VALUE 'INCC' 'IGPM'.
           05  WS-DT-REF-IN           PIC 9(08).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> COMPETENCIA DE TRABALHO DA TAXA MENSAL
       01  WS-COMPET-TAXA             PIC 9(06).
       01  FILLER  REDEFINES  WS-COMPET-TAXA.
           05  WS-CTX-ANO             PIC 9(04).
           05  WS-CTX-MES             PIC 9(02).

      *-----> DATA DA VENDA (PARCELA ZERO) DO CONTRATO CORRENTE
       01  WS-DT-VENDA                PIC 9(08).
       01  FILLER  REDEFINES  WS-DT-VENDA.
           05  WS-VENDA-ANO           PIC 9(04).
           05  WS-VENDA-MES           PIC 9(02).
           05  WS-VENDA-DIA           PIC 9(02).

      *-----> FATOR ACUMULADO DOS 12 MESES POR INDICE: SITUACAO
      *       'S' = TABELA COMPLETA, 'F' = FALTA A TAXA DE
      *       WS-FAT-FALTA (AUSENTE OU AINDA NAO VIGENTE)
       01  WS-TAB-FATOR.
           05  WS-FAT-OCOR            OCCURS 2 TIMES.
               10  WS-FAT-INDICE      PIC X(04).
               10  WS-FAT-SIT         PIC X(01).
               10  WS-FAT-VALOR       PIC 9(03)V9(08).
               10  WS-FAT-FALTA       PIC 9(06).

      *-----> CONTRATO (LOTE) CORRENTE NA LEITURA SEQUENCIAL
       01  WS-AREA-CONTRATO.
           05  WS-LOTE-ATU            PIC 9(05) VALUE ZEROS.
           05  WS-SW-CONTRATO         PIC X(01) VALUE 'N'.
               88 CONTRATO-A-CORRIGIR     VALUE 'S'.
           05  WS-SW-EXTRATO          PIC X(01) VALUE 'N'.
               88 EXTRATO-ABERTO          VALUE 'S'.
           05  WS-COMPRADOR-ATU       PIC 9(04).
           05  WS-INDICE-ATU          PIC X(04).
           05  WS-FATOR-ATU           PIC 9(03)V9(08).
           05  WS-CONTR-SALDO-ANT     PIC 9(09)V99.
           05  WS-CONTR-SALDO-NOVO    PIC 9(09)V99.
           05  WS-CONTR-CORRECAO      PIC 9(09)V99.

      *-----> VALORES DA PARCELA EM CORRECAO E TOTAIS GERAIS
       01  WS-AREA-VALORES.
           05  WS-VALOR-ANT           PIC 9(08)V99.
           05  WS-SALDO-ANT           PIC 9(08)V99.
           05  WS-SALDO-NOVO          PIC 9(08)V99.
           05  WS-VALOR-NOVO          PIC 9(08)V99.
           05  WS-CORRECAO-ITEM       PIC 9(08)V99.
           05  WS-TOT-SALDO-ANT       PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-SALDO-NOVO      PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOT-CORRECAO        PIC 9(11)V99 VALUE ZEROS.

      *-----> APOIO DO DIARIO COMUM DE MESTRES
       01  WS-AREA-JORNAL.
           05  WS-FS-MJR              PIC X(02).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-CHAVE-JRN-LOTE      PIC 9(05).
           05  WS-CHAVE-JRN-PARC      PIC 9(02).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).

      *-----> APOIO DO CALENDARIO DE PERIODOS FINANCEIROS: SITUACAO
      *       DA ULTIMA COMPETENCIA CONSULTADA NO PERFIN
       01  WS-AREA-PERIODO.
           05  WS-FS-PER              PIC X(02).
           05  WS-FS-AUD              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-SW-PERFIN           PIC X(01)  VALUE 'N'.
               88 PERFIN-PRESENTE         VALUE 'S'.
           05  WS-AREA-PER            PIC X(01)  VALUE 'L'.
           05  WS-COMPET-PER          PIC 9(06).
           05  WS-COMPET-PER-ANT      PIC 9(06)  VALUE ZEROS.
           05  WS-SW-PERIODO          PIC X(01)  VALUE 'A'.
               88 PERIODO-ABERTO          VALUE 'A' ' '.
               88 PERIODO-FECHADO         VALUE 'F'.
               88 PERIODO-REABERTO        VALUE 'R'.
           05  WS-CTPERFEC            PIC 9(04)  VALUE ZEROS.
           05  WS-CTPERAUD            PIC 9(04)  VALUE ZEROS.
           05  WS-DTSYS-PER           PIC 9(08).
           05  WS-HRSYS-PER           PIC 9(08).

      *-----> DADOS DE SAIDA - EXTRATO DA CORRECAO (RELCORR)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(48) VALUE
              'EXTRATO DE CORRECAO MONETARIA - CONTRATO DE LOTE'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'COMPETENCIA '.
           05 WS-COMPET-CAB         PIC 9(06).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(04) VALUE ZEROS.
           05 FILLER                PIC X(02) VALUE SPACES.

       01  WS-CAB-COMPRADOR.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'COMPRADOR: '.
           05 WS-COMPRADOR-CB       PIC 9(04).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 WS-NOME-CB            PIC X(20).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'CPF: '.
           05 WS-CPF-CB             PIC 9(11).
           05 FILLER                PIC X(40) VALUE SPACES.

       01  WS-CAB-CONTRATO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'LOTE: '.
           05 WS-LOTE-CB            PIC 9(05).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'VENDA EM: '.
           05 WS-VENDA-CB           PIC 9(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'INDICE: '.
           05 WS-INDICE-CB          PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
              'FATOR DOS ULT. 12 MESES:'.
           05 WS-FATOR-CB           PIC ZZ9,99999999.
           05 FILLER                PIC X(09) VALUE SPACES.

       01  WS-CAB-AVISO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(49) VALUE
              'CONFORME O CONTRATO, O SALDO EM ABERTO DAS PARCEL'.
           05 FILLER                PIC X(49) VALUE
              'AS FOI CORRIGIDO NO ANIVERSARIO DA VENDA.        '.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE 'PC  '.
           05 FILLER                PIC X(10) VALUE 'VENCIMENTO'.
           05 FILLER                PIC X(16) VALUE
              '  VALOR ORIGINAL'.
           05 FILLER                PIC X(16) VALUE
              '  VALOR ANTERIOR'.
           05 FILLER                PIC X(16) VALUE
              '  SALDO ANTERIOR'.
           05 FILLER                PIC X(16) VALUE
              ' SALDO CORRIGIDO'.
           05 FILLER                PIC X(16) VALUE
              ' VALOR CORRIGIDO'.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PARC-R           PIC 9(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-VENC-R           PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ORIG-R           PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-VALOR-ANT-R      PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SALDO-ANT-R      PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SALDO-NOVO-R     PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-VALOR-NOVO-R     PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(07) VALUE SPACES.

      *-----> LINHA DE TOTAL DO CONTRATO
       01  WS-REG-TOTCT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(17) VALUE 'SALDO ANTERIOR: '.
           05 WS-TOTCT-ANT        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(18) VALUE
              '  SALDO CORRIGIDO:'.
           05 WS-TOTCT-NOVO       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(13) VALUE '  CORRECAO: '.
           05 WS-TOTCT-CORR       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(08) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

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
       000-CGPRG182.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FS-PAR = '10'
           PERFORM 040-ENCERRAR-CONTRATO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG182 - CORRECAO MONETARIA DE LOTES *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           MOVE WS-RUNID-IN   TO  WS-RUNID-ERR
           MOVE WS-REG-PARM   TO  WS-IMAGEM-ERR
           IF WS-COMPET-IN NOT NUMERIC
              OR WS-COMPET-MES-IN < 01 OR WS-COMPET-MES-IN > 12
              MOVE  'COMPETENCIA INVALIDA'  TO WS-MSG
              MOVE  '  '                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-INDICE-PADRAO-IN = SPACES
              MOVE 'INCC'  TO  WS-INDICE-PADRAO-IN
           END-IF
           IF NOT INDICE-PADRAO-VALIDO
              MOVE  'INDICE PADRAO INVALIDO'  TO WS-MSG
              MOVE  '  '                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           IF WS-DT-REF-IN NOT NUMERIC OR WS-DT-REF-IN = ZEROS
              MOVE WS-DTSYS  TO  WS-DT-REF-IN
           END-IF
           MOVE WS-DTSYS      TO  WS-DATA-CAB
           MOVE WS-COMPET-IN  TO  WS-COMPET-CAB

           DISPLAY ' * COMPETENCIA        : ' WS-COMPET-IN
           DISPLAY ' * INDICE PADRAO      : ' WS-INDICE-PADRAO-IN
           DISPLAY ' * DATA DE REFERENCIA : ' WS-DT-REF-IN
           DISPLAY ' * RUNID              : ' WS-RUNID-IN

      *-----> PERIODOS FINANCEIROS: SEM O PERFIN, TODA COMPETENCIA
      *       ESTA ABERTA
           OPEN INPUT PERFIN
           IF WS-FS-PER = '35'
              MOVE 'N'  TO  WS-SW-PERFIN
              DISPLAY ' * PERFIN AUSENTE - PERIODOS TODOS ABERTOS'
           ELSE
              IF WS-FS-PER  NOT = '00'
                 MOVE  'ERRO AO ABRIR O PERFIN'  TO WS-MSG
                 MOVE   WS-FS-PER                TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE 'S'  TO  WS-SW-PERFIN
              END-IF
           END-IF

           OPEN EXTEND PERAUD
           IF WS-FS-AUD = '35'
              OPEN OUTPUT PERAUD
           END-IF
           IF WS-FS-AUD  NOT = '00'
              MOVE  'ERRO AO ABRIR O PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS-PER  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS-PER  FROM TIME

      *-----> A CORRECAO E LANCADA NA COMPETENCIA DO CARTAO:
      *       COMPETENCIA FECHADA NO PERFIN CANCELA A EXECUCAO
           MOVE WS-COMPET-IN  TO  WS-COMPET-PER
           PERFORM 070-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              PERFORM 072-REJEITAR-PERIODO
              MOVE  'PERIODO FINANCEIRO FECHADO'  TO WS-MSG
              MOVE  '  '                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT INDCORR
           IF WS-FS-IND  NOT = '00'
              MOVE  'ERRO AO ABRIR O INDCORR'  TO WS-MSG
              MOVE   WS-FS-IND                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'INCC'  TO  WS-FAT-INDICE (1)
           MOVE 'IGPM'  TO  WS-FAT-INDICE (2)
           MOVE 1  TO  WS-FAT-SUB
           PERFORM 020-CALCULAR-FATOR
               UNTIL WS-FAT-SUB > 2

           OPEN I-O LOTEPARC
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO ABRIR O LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND MSTJRNL
           IF WS-FS-MJR = '35'
              OPEN OUTPUT MSTJRNL
           END-IF
           IF WS-FS-MJR  NOT = '00'
              MOVE  'ERRO AO ABRIR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-MJR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS-JRN  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS-JRN  FROM TIME

           OPEN OUTPUT RELCORR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCORR'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-LOTEPARC
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O FATOR DE UM INDICE NOS 12 MESES ANTERIORES A
      *    COMPETENCIA (DO MESMO MES DO ANO ANTERIOR ATE O MES
      *    PASSADO)
      *--------------------------------------------------------------*
       020-CALCULAR-FATOR.

           MOVE 'S'  TO  WS-FAT-SIT (WS-FAT-SUB)
           MOVE 1    TO  WS-FAT-VALOR (WS-FAT-SUB)
           MOVE ZEROS  TO  WS-FAT-FALTA (WS-FAT-SUB)
           MOVE WS-COMPET-IN  TO  WS-COMPET-TAXA
           SUBTRACT 1  FROM  WS-CTX-ANO

           MOVE 1  TO  WS-MES-SUB
           PERFORM 022-APLICAR-TAXA
               UNTIL WS-MES-SUB > 12

           MOVE WS-FAT-VALOR (WS-FAT-SUB)  TO  WS-FATOR-E
           IF WS-FAT-SIT (WS-FAT-SUB) = 'S'
              DISPLAY ' * FATOR ' WS-FAT-INDICE (WS-FAT-SUB)
                      ' 12 MESES: ' WS-FATOR-E
           ELSE
              DISPLAY ' * FATOR ' WS-FAT-INDICE (WS-FAT-SUB)
                      ' INCOMPLETO - SEM TAXA VIGENTE EM '
                      WS-FAT-FALTA (WS-FAT-SUB)
           END-IF

           ADD 1  TO  WS-FAT-SUB
           .
      *--------------------------------------------------------------*
      *    APLICAR A TAXA DA COMPETENCIA WS-COMPET-TAXA NO FATOR. A
      *    TAXA AUSENTE OU COM VIGENCIA POSTERIOR A DATA DE
      *    REFERENCIA DEIXA O FATOR INCOMPLETO
      *--------------------------------------------------------------*
       022-APLICAR-TAXA.

           MOVE WS-FAT-INDICE (WS-FAT-SUB)
                               TO  WS-INDICE-IC OF REG-INDCORR
           MOVE WS-COMPET-TAXA TO  WS-COMPET-IC OF REG-INDCORR
           READ INDCORR
           IF WS-FS-IND NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO INDCORR'  TO WS-MSG
              MOVE  WS-FS-IND                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-FS-IND = '23'
              OR WS-DT-VIG-IC OF REG-INDCORR > WS-DT-REF-IN
              IF WS-FAT-SIT (WS-FAT-SUB) = 'S'
                 MOVE 'F'  TO  WS-FAT-SIT (WS-FAT-SUB)
                 MOVE WS-COMPET-TAXA  TO  WS-FAT-FALTA (WS-FAT-SUB)
              END-IF
           ELSE
              COMPUTE WS-TAXA-FATOR =
                      1 + (WS-TAXA-IC OF REG-INDCORR / 100)
              COMPUTE WS-FAT-VALOR (WS-FAT-SUB) ROUNDED =
                      WS-FAT-VALOR (WS-FAT-SUB) * WS-TAXA-FATOR
           END-IF

           IF WS-CTX-MES < 12
              ADD 1  TO  WS-CTX-MES
           ELSE
              MOVE 01  TO  WS-CTX-MES
              ADD 1  TO  WS-CTX-ANO
           END-IF
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    LER UMA PARCELA DO LOTEPARC (ORDEM DE LOTE + PARCELA: A
      *    PARCELA ZERO ABRE CADA CONTRATO)
      *--------------------------------------------------------------*
       025-LER-LOTEPARC.

           READ LOTEPARC  NEXT RECORD

           IF WS-FS-PAR  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                     TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-PAR = '00'
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA PARCELA: NA TROCA DE LOTE ENCERRA O
      *    CONTRATO ANTERIOR; A PARCELA ZERO DECIDE SE O CONTRATO
      *    FAZ ANIVERSARIO; AS PARCELAS ABERTAS DO CONTRATO NO
      *    ANIVERSARIO SAO CORRIGIDAS
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-LOTE-LP OF REG-LOTEPARC NOT = WS-LOTE-ATU
              PERFORM 040-ENCERRAR-CONTRATO
              MOVE WS-LOTE-LP OF REG-LOTEPARC  TO  WS-LOTE-ATU
              MOVE 'N'  TO  WS-SW-CONTRATO
           END-IF

           IF WS-PARCELA-LP OF REG-LOTEPARC = ZEROS
              PERFORM 042-AVALIAR-CONTRATO THRU 042-AVALIAR-FIM
           ELSE
              IF CONTRATO-A-CORRIGIR
                 AND PARCELA-ABERTA OF REG-LOTEPARC
                 PERFORM 050-CORRIGIR-PARCELA
                         THRU 050-CORRIGIR-FIM
              END-IF
           END-IF

           PERFORM 025-LER-LOTEPARC
           .
      *--------------------------------------------------------------*
      *    ENCERRAR O CONTRATO CORRENTE: TOTAL NO EXTRATO E, EM
      *    COMPETENCIA REABERTA, A CORRECAO DO CONTRATO NO PERAUD
      *--------------------------------------------------------------*
       040-ENCERRAR-CONTRATO.

           IF EXTRATO-ABERTO
              MOVE WS-CONTR-SALDO-ANT   TO  WS-TOTCT-ANT
              MOVE WS-CONTR-SALDO-NOVO  TO  WS-TOTCT-NOVO
              MOVE WS-CONTR-CORRECAO    TO  WS-TOTCT-CORR

              WRITE REG-RELCORR  FROM  WS-HIFEN
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO GRAVACAO HIFEN-TOTAL'  TO  WS-MSG
                 MOVE WS-FS-REL                    TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              WRITE REG-RELCORR  FROM  WS-REG-TOTCT
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO GRAVACAO TOTAL-CONTRATO'  TO  WS-MSG
                 MOVE WS-FS-REL                       TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF

              ADD 1  TO  WS-CTCONTR
              IF PERIODO-REABERTO
                 PERFORM 074-AUDITAR-PERIODO
              END-IF
              MOVE 'N'  TO  WS-SW-EXTRATO
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVALIAR O CONTRATO PELA PARCELA ZERO (DATA DA VENDA): SO
      *    O ANIVERSARIO NA COMPETENCIA, COM O FATOR DO INDICE
      *    COMPLETO E MAIOR QUE 1, MARCA O CONTRATO PARA CORRECAO
      *--------------------------------------------------------------*
       042-AVALIAR-CONTRATO.

           MOVE WS-DT-VENC-LP OF REG-LOTEPARC  TO  WS-DT-VENDA
           IF WS-VENDA-MES NOT = WS-COMPET-MES-IN
              OR WS-VENDA-ANO NOT < WS-COMPET-ANO-IN
              GO TO 042-AVALIAR-FIM
           END-IF
           ADD 1  TO  WS-CTANIV

      *-----> PLANO SEM INDICE CARIMBADO CORRIGE PELO INDICE PADRAO
           IF INDICE-VALIDO OF REG-LOTEPARC
              MOVE WS-INDICE-LP OF REG-LOTEPARC  TO  WS-INDICE-ATU
           ELSE
              MOVE WS-INDICE-PADRAO-IN           TO  WS-INDICE-ATU
           END-IF
           IF WS-INDICE-ATU = WS-FAT-INDICE (1)
              MOVE 1  TO  WS-FAT-SUB
           ELSE
              MOVE 2  TO  WS-FAT-SUB
           END-IF

           IF WS-FAT-SIT (WS-FAT-SUB) NOT = 'S'
              ADD 1  TO  WS-CTSEMIND
              DISPLAY ' *** CONTRATO NAO CORRIGIDO - LOTE '
                      WS-LOTE-ATU ' - ' WS-INDICE-ATU
                      ' SEM TAXA VIGENTE EM '
                      WS-FAT-FALTA (WS-FAT-SUB) ' ***'
              GO TO 042-AVALIAR-FIM
           END-IF
           IF WS-FAT-VALOR (WS-FAT-SUB) NOT > 1
              ADD 1  TO  WS-CTDEFL
              MOVE WS-FAT-VALOR (WS-FAT-SUB)  TO  WS-FATOR-E
              DISPLAY ' * SALDO MANTIDO - LOTE ' WS-LOTE-ATU
                      ' - ' WS-INDICE-ATU ' ACUMULADO ' WS-FATOR-E
              GO TO 042-AVALIAR-FIM
           END-IF

           MOVE 'S'  TO  WS-SW-CONTRATO
           MOVE WS-COMPRADOR-LP OF REG-LOTEPARC  TO  WS-COMPRADOR-ATU
           MOVE WS-FAT-VALOR (WS-FAT-SUB)        TO  WS-FATOR-ATU
           .
       042-AVALIAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CORRIGIR O SALDO DE UMA PARCELA ABERTA: GUARDA O VALOR
      *    ORIGINAL NA PRIMEIRA CORRECAO, REGRAVA E JORNALIZA
      *--------------------------------------------------------------*
       050-CORRIGIR-PARCELA.

           IF WS-COMPET-CORR-LP OF REG-LOTEPARC NUMERIC
              AND WS-COMPET-CORR-LP OF REG-LOTEPARC = WS-COMPET-IN
              ADD 1  TO  WS-CTJACORR
              GO TO 050-CORRIGIR-FIM
           END-IF

           IF NOT EXTRATO-ABERTO
              PERFORM 060-ABRIR-EXTRATO
           END-IF

           MOVE REG-LOTEPARC  TO  WS-IMAGEM-ANTES
           IF WS-VALOR-ORIG-LP OF REG-LOTEPARC NOT NUMERIC
              OR WS-VALOR-ORIG-LP OF REG-LOTEPARC = ZEROS
              MOVE WS-VALOR-LP OF REG-LOTEPARC
                              TO  WS-VALOR-ORIG-LP OF REG-LOTEPARC
           END-IF

           MOVE WS-VALOR-LP OF REG-LOTEPARC  TO  WS-VALOR-ANT
           COMPUTE WS-SALDO-ANT = WS-VALOR-LP OF REG-LOTEPARC
                                - WS-VALOR-PAGO-LP OF REG-LOTEPARC
           COMPUTE WS-SALDO-NOVO ROUNDED =
                   WS-SALDO-ANT * WS-FATOR-ATU
           COMPUTE WS-VALOR-NOVO = WS-VALOR-PAGO-LP OF REG-LOTEPARC
                                 + WS-SALDO-NOVO
           COMPUTE WS-CORRECAO-ITEM = WS-SALDO-NOVO - WS-SALDO-ANT

           MOVE WS-VALOR-NOVO  TO  WS-VALOR-LP OF REG-LOTEPARC
           MOVE WS-INDICE-ATU  TO  WS-INDICE-LP OF REG-LOTEPARC
           MOVE WS-COMPET-IN   TO  WS-COMPET-CORR-LP OF REG-LOTEPARC
           MOVE WS-RUNID-IN    TO  WS-RUNID-LP OF REG-LOTEPARC
           MOVE WS-DT-REF-IN   TO  WS-DTLOTE-LP OF REG-LOTEPARC

           REWRITE REG-LOTEPARC
           IF WS-FS-PAR NOT = '00'
              MOVE 'ERRO NA CORRECAO DO LOTEPARC'  TO WS-MSG
              MOVE  WS-FS-PAR                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'R'           TO  WS-OP-JORNAL
           MOVE REG-LOTEPARC  TO  WS-IMAGEM-DEPOIS
           PERFORM 086-JORNALIZAR
           ADD 1  TO  WS-CTCORR

           ADD WS-SALDO-ANT      TO  WS-CONTR-SALDO-ANT
                                     WS-TOT-SALDO-ANT
           ADD WS-SALDO-NOVO     TO  WS-CONTR-SALDO-NOVO
                                     WS-TOT-SALDO-NOVO
           ADD WS-CORRECAO-ITEM  TO  WS-CONTR-CORRECAO
                                     WS-TOT-CORRECAO

           PERFORM 062-IMPRIME-PARCELA
           .
       050-CORRIGIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ABRIR O EXTRATO DO CONTRATO NUMA FOLHA NOVA, COM O NOME E
      *    O CPF DO COMPRADOR
      *--------------------------------------------------------------*
       060-ABRIR-EXTRATO.

           MOVE 'S'    TO  WS-SW-EXTRATO
           MOVE ZEROS  TO  WS-CONTR-SALDO-ANT
           MOVE ZEROS  TO  WS-CONTR-SALDO-NOVO
           MOVE ZEROS  TO  WS-CONTR-CORRECAO

           MOVE WS-COMPRADOR-ATU  TO  WS-COMPRADOR-CP OF REG-COMPMST
           READ COMPMST
           IF WS-FS-CMP = '00'
              MOVE WS-NOME-CP OF REG-COMPMST  TO  WS-NOME-CB
              MOVE WS-CPF-CP OF REG-COMPMST   TO  WS-CPF-CB
           ELSE
              IF WS-FS-CMP = '23'
                 MOVE '*SEM CADASTRO*      '  TO  WS-NOME-CB
                 MOVE ZEROS                   TO  WS-CPF-CB
              ELSE
                 MOVE 'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
                 MOVE  WS-FS-CMP                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           MOVE WS-COMPRADOR-ATU  TO  WS-COMPRADOR-CB
           MOVE WS-LOTE-ATU       TO  WS-LOTE-CB
           MOVE WS-DT-VENDA       TO  WS-VENDA-CB
           MOVE WS-INDICE-ATU     TO  WS-INDICE-CB
           MOVE WS-FATOR-ATU      TO  WS-FATOR-CB

           PERFORM 064-IMPCAB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A PARCELA CORRIGIDA NO EXTRATO
      *--------------------------------------------------------------*
       062-IMPRIME-PARCELA.

           MOVE WS-PARCELA-LP OF REG-LOTEPARC     TO  WS-PARC-R
           MOVE WS-DT-VENC-LP OF REG-LOTEPARC     TO  WS-VENC-R
           MOVE WS-VALOR-ORIG-LP OF REG-LOTEPARC  TO  WS-ORIG-R
           MOVE WS-VALOR-ANT                      TO  WS-VALOR-ANT-R
           MOVE WS-SALDO-ANT                      TO  WS-SALDO-ANT-R
           MOVE WS-SALDO-NOVO                     TO  WS-SALDO-NOVO-R
           MOVE WS-VALOR-NOVO                     TO  WS-VALOR-NOVO-R

           IF WS-CTLIN > 55
              PERFORM 064-IMPCAB
           END-IF

           WRITE REG-RELCORR  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCORR'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTIMPR
              ADD 1  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO EXTRATO (FOLHA NOVA)
      *--------------------------------------------------------------*
       064-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELCORR FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCORR FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCORR FROM WS-CAB-COMPRADOR
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB-COMPRADOR' TO WS-MSG
              MOVE WS-FS-REL                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCORR FROM WS-CAB-CONTRATO
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB-CONTRATO' TO WS-MSG
              MOVE WS-FS-REL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCORR FROM WS-CAB-AVISO
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB-AVISO' TO WS-MSG
              MOVE WS-FS-REL                 TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCORR FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCORR FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 7 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    SITUACAO DA COMPETENCIA WS-COMPET-PER DA AREA DO PROGRAMA
      *    NO CALENDARIO DE PERIODOS FINANCEIROS. SEM REGISTRO (OU
      *    SEM O ARQUIVO) O PERIODO ESTA ABERTO
      *--------------------------------------------------------------*
       070-CONFERIR-PERIODO.

           IF WS-COMPET-PER NOT = WS-COMPET-PER-ANT
              MOVE WS-COMPET-PER  TO  WS-COMPET-PER-ANT
              MOVE 'A'            TO  WS-SW-PERIODO
              IF PERFIN-PRESENTE
                 MOVE WS-AREA-PER    TO  WS-AREA-PF OF REG-PERFIN
                 MOVE WS-COMPET-PER  TO  WS-COMPET-PF OF REG-PERFIN
                 READ PERFIN
                 IF WS-FS-PER = '00'
                    MOVE WS-SIT-PF OF REG-PERFIN  TO  WS-SW-PERIODO
                 ELSE
                    IF WS-FS-PER NOT = '23'
                       MOVE 'ERRO NA LEITURA DO PERFIN'  TO WS-MSG
                       MOVE  WS-FS-PER                   TO WS-FS-MSG
                       GO TO 999-ERRO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO REJFILE O CARTAO DE PARAMETROS DE UMA
      *    COMPETENCIA FECHADA NO PERFIN, ANTES DE CANCELAR
      *--------------------------------------------------------------*
       072-REJEITAR-PERIODO.

           ADD 1  TO  WS-CTPERFEC
           DISPLAY ' *** CORRECAO EM PERIODO FECHADO - COMPET. '
                   WS-COMPET-PER ' ***'

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE WS-RUNID-IN       TO  WS-RUNID-RJ
           MOVE WS-DT-REF-IN      TO  WS-DATA-RJ
           MOVE 'PER'             TO  WS-MOTIVO-RJ
           MOVE WS-REG-PARM       TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO PERAUD A CORRECAO DO CONTRATO FEITA EM PERIODO
      *    REABERTO, PARA A LISTAGEM DE AUDITORIA DO CGPRG180
      *--------------------------------------------------------------*
       074-AUDITAR-PERIODO.

           MOVE SPACES             TO  REG-PERAUD
           MOVE WS-AREA-PER        TO  WS-AREA-PA
           MOVE WS-COMPET-PER      TO  WS-COMPET-PA
           MOVE WS-PROGID          TO  WS-PROG-PA
           MOVE WS-RUNID-IN        TO  WS-RUNID-PA
           MOVE SPACES             TO  WS-OPER-PA
           MOVE WS-DTSYS-PER       TO  WS-DATA-PA
           MOVE WS-HRSYS-PER (1:6) TO  WS-HORA-PA
           MOVE WS-DT-REF-IN       TO  WS-DT-MOVTO-PA
           MOVE WS-LOTE-ATU        TO  WS-REFER-PA (1:5)
           MOVE WS-CONTR-CORRECAO  TO  WS-VALOR-PA

           WRITE REG-PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PERAUD'  TO WS-MSG
              MOVE  WS-FS-AUD                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPERAUD
           .
      *--------------------------------------------------------------*
      *    GRAVAR A OPERACAO NO DIARIO COMUM DE MESTRES
      *--------------------------------------------------------------*
       086-JORNALIZAR.

           MOVE 'LOTEPARC'        TO  WS-ARQ-MJ
           MOVE WS-OP-JORNAL      TO  WS-OP-MJ
           MOVE WS-LOTE-LP OF REG-LOTEPARC
                                  TO  WS-CHAVE-JRN-LOTE
           MOVE WS-PARCELA-LP OF REG-LOTEPARC
                                  TO  WS-CHAVE-JRN-PARC
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-CHAVE-JRN-LOTE TO  WS-CHAVE-MJ (1:5)
           MOVE WS-CHAVE-JRN-PARC TO  WS-CHAVE-MJ (6:2)
           MOVE SPACES            TO  WS-OPER-MJ
           MOVE WS-RUNID-IN       TO  WS-OPER-MJ (1:4)
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           MOVE WS-IMAGEM-ANTES   TO  WS-ANTES-MJ
           MOVE WS-IMAGEM-DEPOIS  TO  WS-DEPOIS-MJ

           WRITE REG-MSTJRNL
           IF WS-FS-MJR  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MSTJRNL'  TO WS-MSG
              MOVE  WS-FS-MJR                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG182        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PARCELAS LIDAS  - LOTEPARC   = ' WS-CTLIDO
           DISPLAY ' * CONTRATOS NO ANIVERSARIO     = ' WS-CTANIV
           DISPLAY ' * CONTRATOS CORRIGIDOS         = ' WS-CTCONTR
           DISPLAY ' * CONTRATOS SEM TAXA VIGENTE   = ' WS-CTSEMIND
           DISPLAY ' * CONTRATOS SEM CORRECAO (<=1) = ' WS-CTDEFL
           DISPLAY ' * PARCELAS CORRIGIDAS          = ' WS-CTCORR
           DISPLAY ' * PARCELAS JA CORRIGIDAS       = ' WS-CTJACORR
           DISPLAY ' * PARCELAS IMPRESSAS - RELCORR = ' WS-CTIMPR
           DISPLAY ' * SALDO ANTERIOR               = '
                   WS-TOT-SALDO-ANT
           DISPLAY ' * SALDO CORRIGIDO              = '
                   WS-TOT-SALDO-NOVO
           DISPLAY ' * CORRECAO MONETARIA           = '
                   WS-TOT-CORRECAO
           DISPLAY ' * EM PERIODO REABERTO - PERAUD = ' WS-CTPERAUD
           DISPLAY ' *========================================*'

           IF WS-CTSEMIND > ZEROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - CONTRATOS NAO CORRIGIDOS POR *'
              DISPLAY ' *           FALTA DE TAXA NO INDCORR     *'
              DISPLAY ' *----------------------------------------*'
              MOVE 4  TO  RETURN-CODE
           END-IF

           IF WS-CTCORR NOT = WS-CTIMPR
              OR WS-TOT-SALDO-NOVO NOT =
                 WS-TOT-SALDO-ANT + WS-TOT-CORRECAO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - CORRIGIDO X EXTR. *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  LOTEPARC
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO FECHAR O LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  INDCORR
           IF WS-FS-IND  NOT = '00'
              MOVE  'ERRO AO FECHAR O INDCORR'  TO WS-MSG
              MOVE   WS-FS-IND                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-MJR  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-MJR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF PERFIN-PRESENTE
              CLOSE  PERFIN
              IF WS-FS-PER  NOT = '00'
                 MOVE  'ERRO AO FECHAR O PERFIN'  TO WS-MSG
                 MOVE   WS-FS-PER                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE  'ERRO AO FECHAR O PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELCORR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCORR'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG182        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG182 <
