       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG184.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: QUITACAO ANTECIPADA DOS CONTRATOS DE VENDA DE LOTE
      *           E CONTROLE DA LIBERACAO DA ESCRITURA. CARTOES NA
      *           CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT):
      *           - 'C' COTACAO: TRAZ A VALOR PRESENTE, NA DATA BASE
      *             DO CARTAO, O SALDO DE CADA PARCELA ABERTA DO
      *             LOTEPARC, PELA TAXA MENSAL DA TABELA TAXQUIT
      *             (COPY TAXQUITC - CGPRG185) NA VIGENCIA MAIS
      *             RECENTE NAO POSTERIOR A DATA BASE. O DESCONTO E
      *             POR MES INTEIRO DE ANTECIPACAO (CONTAGEM
      *             COMERCIAL 30/360, COMO NO CGPRG117); PARCELA
      *             VENCIDA ENTRA PELO SALDO. A COTACAO E IMPRESSA NO
      *             RELQUIT COM A DATA LIMITE DE VALIDADE (DATA BASE
      *             + VALIDADE DA TAXQUIT, NO CALENDARIO CIVIL) E
      *             GUARDADA NO QUITCOT (COPY QUITCOTC), SUBSTITUINDO
      *             A COTACAO ANTERIOR DO LOTE;
      *           - 'Q' QUITACAO: O PAGAMENTO DA COTACAO VIGENTE,
      *             ATE A DATA DE VALIDADE E PELO VALOR COTADO. O
      *             VALOR PRESENTE DE CADA PARCELA E REFEITO COM A
      *             TAXA E A DATA BASE DA COTACAO - PLANO ALTERADO
      *             DEPOIS DA COTACAO (PAGAMENTO OU CORRECAO) RECUSA O
      *             CARTAO. TODAS AS PARCELAS ABERTAS SAO BAIXADAS
      *             ('P', PAGO ACRESCIDO DO VALOR PRESENTE) COM
      *             JORNAL NO MSTJRNL E EVENTO LOT NO CTBFILA, COMO A
      *             BAIXA DO CGPRG116; O CONTRATO QUITADO ENTRA NA
      *             FILA DE LIBERACAO DE ESCRITURA ESCFILA (COPY
      *             ESCFILAC), ONDE O CGPRG186 IMPRIME O TERMO DE
      *             QUITACAO. PAGAMENTO DATADO NUMA COMPETENCIA
      *             FECHADA NO PERFIN (AREA 'L') VAI AO REJFILE; O
      *             LANCADO EM COMPETENCIA REABERTA VAI AO PERAUD;
      *           - 'L' LIBERACAO: BAIXA NA ESCFILA A ESCRITURA
      *             PENDENTE DO LOTE COMO LIBERADA PELO JURIDICO.
      *           CARTAO RECUSADO SAI NA LISTAGEM DE EXCECAO DO
      *           SYSOUT
      *--------------------------------------------------------------*
      * CARTAO DE QUITACAO (SYSIN):
      *   POS 01-01 TRANSACAO ('C' COTACAO, 'Q' QUITACAO,
      *             'L' LIBERACAO DA ESCRITURA)
      *   POS 02-06 LOTE
      *   POS 07-14 DATA AAAAMMDD - BASE DA COTACAO, DO PAGAMENTO OU
      *             DA LIBERACAO (BRANCO OU ZEROS = DATA DO SISTEMA,
      *             EXCETO NA QUITACAO, QUE EXIGE A DATA)
      *   POS 15-24 VALOR PAGO (99999999V99) - SO NA QUITACAO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010212  PROGRAMA CRIADO - COTACAO E
      *                          QUITACAO ANTECIPADA DOS LOTES E
      *                          FILA DE LIBERACAO DE ESCRITURA
      *  V02    OUT/2026 010234  TAXQUIT COM MAIS DE 100 VIGENCIAS
      *                          ABORTA PELA 999-ERRO EM VEZ DE
      *                          PERDER AS MAIS NOVAS
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
           SELECT COMPMST ASSIGN TO COMPMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-COMPRADOR-CP OF REG-COMPMST
                  FILE STATUS   IS WS-FS-CMP
           .
      *-----> TABELA DE TAXAS DA QUITACAO ANTECIPADA (CGPRG185)
           SELECT TAXQUIT ASSIGN TO TAXQUITJ
                  FILE STATUS   IS WS-FS-TAX
           .
           SELECT QUITCOT ASSIGN TO QUITCOTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-CQ OF REG-QUITCOT
                  FILE STATUS   IS WS-FS-COT
           .
      *-----> FILA DE LIBERACAO DE ESCRITURA
           SELECT ESCFILA ASSIGN TO ESCFILAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-EF OF REG-ESCFILA
                  FILE STATUS   IS WS-FS-ESC
           .
      *-----> DIARIO COMUM DE MESTRES
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-MJR
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
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
           SELECT RELQUIT ASSIGN TO RELQUITJ
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
       FD  COMPMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-COMPMST.
           COPY COMPMSTC.
       FD  TAXQUIT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TAXQUIT.
           COPY TAXQUITC.
      *-----> ULTIMA COTACAO DE QUITACAO DE CADA LOTE
       FD  QUITCOT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-QUITCOT.
           COPY QUITCOTC.
       FD  ESCFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ESCFILA.
           COPY ESCFILAC.
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
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
       FD  RELQUIT
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELQUIT            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTCOTA              PIC 9(04) VALUE ZEROS.
           05  WS-CTQUIT              PIC 9(04) VALUE ZEROS.
           05  WS-CTPARQ              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIBER             PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-FS-PAR              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-TAX              PIC X(02).
           05  WS-FS-COT              PIC X(02).
           05  WS-FS-ESC              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG184'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(40).
           05  WS-DTSYS               PIC 9(08).
           05  WS-DT-BASE             PIC 9(08).
           05  WS-DT-VALID            PIC 9(08).
           05  WS-COMPRADOR-ATU       PIC 9(04).
           05  WS-VLR-PAGO-ACUM       PIC 9(08)V99.
           05  WS-CTLIN               PIC 9(02) VALUE ZEROS.
           05  WS-FOLHA               PIC 9(02) VALUE ZEROS.
           05  WS-SW-FIM-PAR          PIC X(01).
               88 FIM-PARCELAS            VALUE 'S'.
           05  WS-SW-FIM-ESC          PIC X(01).
               88 FIM-ESCFILA             VALUE 'S'.
           05  WS-SW-ACHOU-ESC        PIC X(01).
               88 ACHOU-ESCRITURA         VALUE 'S'.

      *-----> ENTRADA - CARTAO DE QUITACAO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TRANS-IN         PIC X(01).
               88 TRANS-COTACAO       VALUE 'C'.
               88 TRANS-QUITACAO      VALUE 'Q'.
               88 TRANS-LIBERACAO     VALUE 'L'.
           05 WS-LOTE-IN          PIC X(05).
           05 WS-LOTE-N-IN  REDEFINES  WS-LOTE-IN
                                  PIC 9(05).
           05 WS-DATA-IN          PIC X(08).
           05 FILLER  REDEFINES  WS-DATA-IN.
              10 WS-DATA-ANO-IN   PIC 9(04).
              10 WS-DATA-MES-IN   PIC 9(02).
              10 WS-DATA-DIA-IN   PIC 9(02).
           05 WS-DATA-N-IN  REDEFINES  WS-DATA-IN
                                  PIC 9(08).
           05 WS-VALOR-IN         PIC X(10).
           05 WS-VALOR-N-IN  REDEFINES  WS-VALOR-IN
                                  PIC 9(08)V99.
           05 FILLER              PIC X(56).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> TABELA DE TAXAS CARREGADA DO TAXQUIT (EM ORDEM DE
      *       VIGENCIA) E TAXA ESCOLHIDA PARA A DATA BASE
       01  WS-TAB-TAXA.
           05  WS-QT-TAXA             PIC 9(04) COMP VALUE ZEROS.
           05  WS-IX-TX               PIC 9(04) COMP VALUE ZEROS.
           05  WS-TAXA-OCOR           OCCURS 100 TIMES.
               10 WS-VIG-TX           PIC 9(08).
               10 WS-TAXA-TX          PIC 9(02)V9(04).
               10 WS-VALID-TX         PIC 9(03).
       01  WS-VIG-COT                 PIC 9(08).
       01  WS-TAXA-COT                PIC 9(02)V9(04).
       01  WS-VALID-COT               PIC 9(03).

      *-----> PARCELAS ABERTAS DO LOTE TRAZIDAS A VALOR PRESENTE NA
      *       DATA BASE (DESCONTO POR MES INTEIRO DE ANTECIPACAO)
       01  WS-TAB-ABERTA.
           05  WS-QT-ABERTA           PIC 9(04) COMP VALUE ZEROS.
           05  WS-IX-PA               PIC 9(04) COMP VALUE ZEROS.
           05  WS-TOT-SALDO           PIC 9(08)V99 VALUE ZEROS.
           05  WS-TOT-VP              PIC 9(08)V99 VALUE ZEROS.
           05  WS-PARC-PA             OCCURS 100 TIMES.
               10 WS-NUM-PA           PIC 9(02).
               10 WS-VENC-PA          PIC 9(08).
               10 WS-SALDO-PA         PIC 9(08)V99.
               10 WS-MESES-PA         PIC 9(03).
               10 WS-VP-PA            PIC 9(08)V99.

      *-----> APOIO DO CALCULO DO VALOR PRESENTE: DIAS DE
      *       ANTECIPACAO NA CONTAGEM COMERCIAL 30/360 (CGPRG117)
       01  WS-DATA-VENC               PIC 9(08).
       01  FILLER REDEFINES WS-DATA-VENC.
           05  WS-VENC-ANO            PIC 9(04).
           05  WS-VENC-MES            PIC 9(02).
           05  WS-VENC-DIA            PIC 9(02).
       01  WS-DATA-REF                PIC 9(08).
       01  FILLER REDEFINES WS-DATA-REF.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).
           05  WS-REF-DIA             PIC 9(02).
       01  WS-DIAS-ANTEC              PIC S9(06).
       01  WS-FATOR-VP                PIC 9(04)V9(08).

      *-----> DATA DE VALIDADE EM CALCULO (BASE + DIAS NO CALENDARIO
      *       CIVIL) E QUADRO DE DIAS POR MES
       01  WS-DATA-CALC.
           05  WS-DC-ANO              PIC 9(04).
           05  WS-DC-MES              PIC 9(02).
           05  WS-DC-DIA              PIC 9(02).
       01  WS-DATA-CALC-N REDEFINES WS-DATA-CALC
                                      PIC 9(08).
       01  WS-QUADRO-MESES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-QUADRO-MESES.
           05 WS-DIAS-MES         PIC 9(02)  OCCURS 12 TIMES.
       01  WS-RESTO-BISSEXTO          PIC 9(04).
       01  WS-QUOC-BISSEXTO           PIC 9(04).
       01  WS-ULT-DIA-MES             PIC 9(02).
       01  WS-DIAS-REST               PIC 9(03).

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

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-EVENTO-CTB          PIC X(03).
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-DATA-CTB            PIC 9(08).
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

      *-----> APOIO DO CALENDARIO DE PERIODOS FINANCEIROS:
      *       SITUACAO DA ULTIMA COMPETENCIA CONSULTADA NO PERFIN
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
           05  WS-DT-FATO-PER         PIC 9(08).
           05  WS-REFER-PER           PIC X(13).
           05  WS-VALOR-PER           PIC 9(11)V99.

      *-----> DADOS DE SAIDA - COTACAO DE QUITACAO (RELQUIT)
       01  WS-LINHA-REL           PIC X(80)       VALUE SPACES.
       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

       01  WS-LIN-FOLHA.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(36) VALUE
              'COTACAO DE QUITACAO ANTECIPADA LOTE '.
           05 WS-LOTE-FL          PIC 9(05).
           05 FILLER              PIC X(23) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'FOLHA '.
           05 WS-FOLHA-FL         PIC 9(02).
           05 FILLER              PIC X(06) VALUE SPACES.

       01  WS-LIN-COMPR.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'COMPRADOR(A): '.
           05 WS-NOME-LV          PIC X(20).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'CODIGO: '.
           05 WS-COMPRADOR-LV     PIC 9(04).
           05 FILLER              PIC X(28) VALUE SPACES.

       01  WS-LIN-BASE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'DATA BASE: '.
           05 WS-DTBASE-LB        PIC 9(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'TAXA MENSAL: '.
           05 WS-TAXA-LB          PIC Z9,9999.
           05 FILLER              PIC X(02) VALUE ' %'.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'VALIDA ATE:  '.
           05 WS-DTVALID-LB       PIC 9(08).
           05 FILLER              PIC X(08) VALUE SPACES.

       01  WS-LIN-PARC-CAB.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'PARCELA'.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'VENCIMENTO'.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'SALDO'.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'MESES'.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'VALOR PRESENTE'.
           05 FILLER              PIC X(12) VALUE SPACES.

       01  WS-LIN-PARC-DET.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-NUM-PD           PIC 9(02).
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-VENC-PD          PIC 9(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-SALDO-PD         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-MESES-PD         PIC ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-VP-PD            PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(14) VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-ROTULO-LT        PIC X(32).
           05 FILLER              PIC X(20) VALUE SPACES.
           05 WS-VALOR-LT         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(10) VALUE SPACES.

       01  WS-LIN-AVISO.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(31) VALUE
              'PAGAMENTO PELO VALOR ACIMA ATE '.
           05 WS-DTVALID-LA       PIC 9(08).
           05 FILLER              PIC X(37) VALUE
              ' - DEPOIS DISSO, PEDIR NOVA COTACAO'.

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
       000-CGPRG184.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
                   UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG184 - QUITACAO ANTECIPADA LOTES   *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

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

           PERFORM 020-CARREGAR-TAXAS

      *-----> NA PRIMEIRA EXECUCAO O QUITCOT E A ESCFILA NASCEM
      *       VAZIOS E SAO REABERTOS EM I-O
           OPEN I-O QUITCOT
           IF WS-FS-COT = '35'
              OPEN OUTPUT QUITCOT
              CLOSE QUITCOT
              OPEN I-O QUITCOT
           END-IF
           IF WS-FS-COT  NOT = '00'
              MOVE  'ERRO AO ABRIR O QUITCOT'  TO WS-MSG
              MOVE   WS-FS-COT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O ESCFILA
           IF WS-FS-ESC = '35'
              OPEN OUTPUT ESCFILA
              CLOSE ESCFILA
              OPEN I-O ESCFILA
           END-IF
           IF WS-FS-ESC  NOT = '00'
              MOVE  'ERRO AO ABRIR O ESCFILA'  TO WS-MSG
              MOVE   WS-FS-ESC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND CTBFILA
           IF WS-FS-CTB = '35'
              OPEN OUTPUT CTBFILA
           END-IF
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

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

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELQUIT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELQUIT'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE TAXAS DO TAXQUIT. TABELA VAZIA
      *    CANCELA A EXECUCAO, COMO O PRECEPTB NO CGPRG004
      *--------------------------------------------------------------*
       020-CARREGAR-TAXAS.

           OPEN INPUT TAXQUIT
           IF WS-FS-TAX  NOT = '00'
              MOVE  'ERRO AO ABRIR O TAXQUIT'  TO WS-MSG
              MOVE   WS-FS-TAX                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 021-LER-TAXA
           PERFORM 022-GUARDAR-TAXA
               UNTIL WS-FS-TAX = '10' OR WS-QT-TAXA = 100

           IF WS-FS-TAX  NOT = '10'
              MOVE  'TAXQUIT COM VIGENCIAS DEMAIS'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-QT-TAXA = ZEROS
              MOVE  'TAXQUIT SEM NENHUMA VIGENCIA'  TO WS-MSG
              MOVE   '10'                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE TAXQUIT
           IF WS-FS-TAX  NOT = '00'
              MOVE  'ERRO AO FECHAR O TAXQUIT'  TO WS-MSG
              MOVE   WS-FS-TAX                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * TAXAS DE QUITACAO - VIGENCIAS: ' WS-QT-TAXA
           .
      *--------------------------------------------------------------*
      *    LER UMA VIGENCIA DO TAXQUIT
      *--------------------------------------------------------------*
       021-LER-TAXA.

           READ TAXQUIT
           IF WS-FS-TAX  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO TAXQUIT'  TO WS-MSG
              MOVE   WS-FS-TAX                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UMA VIGENCIA NA TABELA
      *--------------------------------------------------------------*
       022-GUARDAR-TAXA.

           ADD 1  TO  WS-QT-TAXA
           MOVE WS-VIG-TQ       TO  WS-VIG-TX (WS-QT-TAXA)
           MOVE WS-TAXA-TQ      TO  WS-TAXA-TX (WS-QT-TAXA)
           MOVE WS-VALIDADE-TQ  TO  WS-VALID-TX (WS-QT-TAXA)

           PERFORM 021-LER-TAXA
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
      *    RECUSAR O CARTAO COM O MOTIVO EM WS-MOTIVO-REJ
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO-REJ
           DISPLAY ' * TRANSACAO : ' WS-TRANS-IN
           DISPLAY ' * LOTE      : ' WS-LOTE-IN
           DISPLAY ' * DATA      : ' WS-DATA-IN
           DISPLAY ' * VALOR     : ' WS-VALOR-IN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE QUITACAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE TRUE
              WHEN TRANS-COTACAO
                 PERFORM 040-COTAR THRU 040-COTAR-FIM
              WHEN TRANS-QUITACAO
                 PERFORM 060-QUITAR THRU 060-QUITAR-FIM
              WHEN TRANS-LIBERACAO
                 PERFORM 080-LIBERAR THRU 080-LIBERAR-FIM
              WHEN OTHER
                 MOVE 'TRANSACAO INVALIDA'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
           END-EVALUATE
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-SYSIN
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CRITICAR O LOTE E A DATA DO CARTAO. DATA EM BRANCO OU
      *    ZEROS VALE A DATA DO SISTEMA; MOTIVO EM BRANCO NA SAIDA =
      *    CARTAO ACEITO, COM A DATA EM WS-DT-BASE
      *--------------------------------------------------------------*
       032-CRITICAR-CARTAO.

           MOVE SPACES  TO  WS-MOTIVO-REJ

           IF WS-LOTE-N-IN NOT NUMERIC OR WS-LOTE-N-IN = ZEROS
              MOVE 'LOTE NAO INFORMADO'  TO  WS-MOTIVO-REJ
           ELSE
              IF WS-DATA-IN = SPACES OR WS-DATA-IN = ZEROS
                 MOVE WS-DTSYS  TO  WS-DT-BASE
              ELSE
                 IF WS-DATA-N-IN NOT NUMERIC
                    OR WS-DATA-MES-IN < 01 OR WS-DATA-MES-IN > 12
                    OR WS-DATA-DIA-IN < 01 OR WS-DATA-DIA-IN > 31
                    MOVE 'DATA INVALIDA'  TO  WS-MOTIVO-REJ
                 ELSE
                    MOVE WS-DATA-N-IN  TO  WS-DT-BASE
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    COTAR A QUITACAO ANTECIPADA DE UM LOTE NA DATA BASE DO
      *    CARTAO: GUARDA A COTACAO NO QUITCOT E IMPRIME NO RELQUIT
      *--------------------------------------------------------------*
       040-COTAR.

           PERFORM 032-CRITICAR-CARTAO
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 040-COTAR-FIM
           END-IF

           PERFORM 042-LOCALIZAR-TAXA
           IF WS-VIG-COT = ZEROS
              MOVE 'SEM TAXA VIGENTE NA TAXQUIT'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-COTAR-FIM
           END-IF

           PERFORM 045-CARREGAR-ABERTAS THRU 045-CARREGAR-ABERTAS-FIM
           IF WS-QT-ABERTA = ZEROS
              MOVE 'LOTE SEM PARCELAS EM ABERTO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-COTAR-FIM
           END-IF

           MOVE WS-DT-BASE    TO  WS-DATA-CALC-N
           MOVE WS-VALID-COT  TO  WS-DIAS-REST
           PERFORM 067-SOMAR-UM-DIA UNTIL WS-DIAS-REST = ZEROS
           MOVE WS-DATA-CALC-N  TO  WS-DT-VALID

      *-----> A COTACAO NOVA SUBSTITUI A ANTERIOR DO LOTE
           MOVE WS-LOTE-N-IN  TO  WS-LOTE-CQ OF REG-QUITCOT
           READ QUITCOT
           IF WS-FS-COT NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO QUITCOT'  TO WS-MSG
              MOVE  WS-FS-COT                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE SPACES            TO  REG-QUITCOT
           MOVE WS-LOTE-N-IN      TO  WS-LOTE-CQ OF REG-QUITCOT
           MOVE WS-DT-BASE        TO  WS-DT-BASE-CQ OF REG-QUITCOT
           MOVE WS-DT-VALID       TO  WS-DT-VALID-CQ OF REG-QUITCOT
           MOVE WS-TAXA-COT       TO  WS-TAXA-CQ OF REG-QUITCOT
           MOVE WS-QT-ABERTA      TO  WS-QTPARC-CQ OF REG-QUITCOT
           MOVE WS-TOT-SALDO      TO  WS-SALDO-CQ OF REG-QUITCOT
           MOVE WS-TOT-VP         TO  WS-VALCOT-CQ OF REG-QUITCOT
           MOVE 'V'               TO  WS-SIT-CQ OF REG-QUITCOT
           MOVE WS-HDR-RUNID      TO  WS-RUNID-CQ OF REG-QUITCOT

           IF WS-FS-COT = '00'
              REWRITE REG-QUITCOT
           ELSE
              WRITE REG-QUITCOT
           END-IF
           IF WS-FS-COT NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO QUITCOT'  TO WS-MSG
              MOVE  WS-FS-COT                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-COMPRADOR-ATU  TO  WS-COMPRADOR-CP OF REG-COMPMST
           READ COMPMST
           IF WS-FS-CMP = '23'
              MOVE '*SEM CADASTRO*'  TO  WS-NOME-CP OF REG-COMPMST
           ELSE
              IF WS-FS-CMP NOT = '00'
                 MOVE 'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
                 MOVE  WS-FS-CMP                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           PERFORM 050-IMPRIMIR-COTACAO

           ADD 1  TO  WS-CTCOTA
           DISPLAY ' * COTACAO - LOTE ' WS-LOTE-IN
                   ' VALOR ' WS-TOT-VP ' VALIDA ATE ' WS-DT-VALID
           .
       040-COTAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ESCOLHER NA TABELA A TAXA DE VIGENCIA MAIS RECENTE QUE NAO
      *    ULTRAPASSA A DATA BASE (TAXQUIT EM ORDEM DE VIGENCIA)
      *--------------------------------------------------------------*
       042-LOCALIZAR-TAXA.

           MOVE ZEROS  TO  WS-VIG-COT
           MOVE ZEROS  TO  WS-TAXA-COT
           MOVE ZEROS  TO  WS-VALID-COT
           MOVE 1      TO  WS-IX-TX
           PERFORM 043-PROCURAR-TAXA UNTIL WS-IX-TX > WS-QT-TAXA
           .
      *--------------------------------------------------------------*
      *    TESTAR UMA VIGENCIA DA TABELA CONTRA A DATA BASE
      *--------------------------------------------------------------*
       043-PROCURAR-TAXA.

           IF WS-VIG-TX (WS-IX-TX) NOT > WS-DT-BASE
              MOVE WS-VIG-TX (WS-IX-TX)    TO  WS-VIG-COT
              MOVE WS-TAXA-TX (WS-IX-TX)   TO  WS-TAXA-COT
              MOVE WS-VALID-TX (WS-IX-TX)  TO  WS-VALID-COT
           END-IF
           ADD 1  TO  WS-IX-TX
           .
      *--------------------------------------------------------------*
      *    CARREGAR NA TABELA AS PARCELAS ABERTAS ('A') DO LOTE,
      *    TRAZIDAS A VALOR PRESENTE NA DATA BASE WS-DT-BASE PELA
      *    TAXA WS-TAXA-COT. PARCELA PAGA OU CANCELADA NAO ENTRA
      *--------------------------------------------------------------*
       045-CARREGAR-ABERTAS.

           MOVE ZEROS  TO  WS-QT-ABERTA
           MOVE ZEROS  TO  WS-TOT-SALDO
           MOVE ZEROS  TO  WS-TOT-VP
           MOVE ZEROS  TO  WS-COMPRADOR-ATU

           MOVE WS-LOTE-N-IN  TO  WS-LOTE-LP OF REG-LOTEPARC
           MOVE ZEROS         TO  WS-PARCELA-LP OF REG-LOTEPARC
           START LOTEPARC KEY NOT < WS-CHAVE-LP OF REG-LOTEPARC
           IF WS-FS-PAR = '23' OR '10'
              GO TO 045-CARREGAR-ABERTAS-FIM
           END-IF
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO NO START DO LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-PAR
           PERFORM 046-LER-PARCELA THRU 046-LER-PARCELA-FIM
               UNTIL FIM-PARCELAS
           .
       045-CARREGAR-ABERTAS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA PARCELA DO LOTE E, SE ABERTA, GUARDA-LA NA TABELA
      *    COM O SEU VALOR PRESENTE
      *--------------------------------------------------------------*
       046-LER-PARCELA.

           READ LOTEPARC  NEXT RECORD
           IF WS-FS-PAR = '10'
              MOVE 'S'  TO  WS-SW-FIM-PAR
              GO TO 046-LER-PARCELA-FIM
           END-IF
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-LOTE-LP OF REG-LOTEPARC  NOT = WS-LOTE-N-IN
              MOVE 'S'  TO  WS-SW-FIM-PAR
              GO TO 046-LER-PARCELA-FIM
           END-IF
           IF NOT PARCELA-ABERTA OF REG-LOTEPARC
              GO TO 046-LER-PARCELA-FIM
           END-IF
           IF WS-QT-ABERTA NOT < 100
              MOVE 'LOTE COM MAIS DE 100 PARCELAS'  TO WS-MSG
              MOVE '  '                             TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-QT-ABERTA
           MOVE WS-QT-ABERTA  TO  WS-IX-PA
           MOVE WS-PARCELA-LP OF REG-LOTEPARC
                                  TO  WS-NUM-PA (WS-IX-PA)
           MOVE WS-DT-VENC-LP OF REG-LOTEPARC
                                  TO  WS-VENC-PA (WS-IX-PA)
           COMPUTE WS-SALDO-PA (WS-IX-PA) =
                   WS-VALOR-LP OF REG-LOTEPARC
                 - WS-VALOR-PAGO-LP OF REG-LOTEPARC
           PERFORM 048-CALCULAR-VP

           ADD WS-SALDO-PA (WS-IX-PA)  TO  WS-TOT-SALDO
           ADD WS-VP-PA (WS-IX-PA)     TO  WS-TOT-VP
           IF WS-COMPRADOR-ATU = ZEROS
              MOVE WS-COMPRADOR-LP OF REG-LOTEPARC
                                  TO  WS-COMPRADOR-ATU
           END-IF
           .
       046-LER-PARCELA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    VALOR PRESENTE DA PARCELA WS-IX-PA: SALDO / (1 + I) ** N,
      *    N = MESES INTEIROS ENTRE A DATA BASE E O VENCIMENTO NA
      *    CONTAGEM COMERCIAL 30/360. VENCIDA OU A VENCER EM MENOS DE
      *    UM MES ENTRA PELO SALDO
      *--------------------------------------------------------------*
       048-CALCULAR-VP.

           MOVE WS-VENC-PA (WS-IX-PA)  TO  WS-DATA-VENC
           MOVE WS-DT-BASE             TO  WS-DATA-REF
           COMPUTE WS-DIAS-ANTEC =
                   ((WS-VENC-ANO - WS-REF-ANO) * 360)
                 + ((WS-VENC-MES - WS-REF-MES) * 30)
                 + (WS-VENC-DIA - WS-REF-DIA)

           IF WS-DIAS-ANTEC > 29
              COMPUTE WS-MESES-PA (WS-IX-PA) = WS-DIAS-ANTEC / 30
              COMPUTE WS-FATOR-VP ROUNDED =
                      (1 + (WS-TAXA-COT / 100))
                      ** WS-MESES-PA (WS-IX-PA)
              COMPUTE WS-VP-PA (WS-IX-PA) ROUNDED =
                      WS-SALDO-PA (WS-IX-PA) / WS-FATOR-VP
           ELSE
              MOVE ZEROS                   TO  WS-MESES-PA (WS-IX-PA)
              MOVE WS-SALDO-PA (WS-IX-PA)  TO  WS-VP-PA (WS-IX-PA)
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A COTACAO DO LOTE NO RELQUIT - CADA COTACAO
      *    COMECA NUMA FOLHA NOVA
      *--------------------------------------------------------------*
       050-IMPRIMIR-COTACAO.

           MOVE WS-LOTE-N-IN  TO  WS-LOTE-FL
           MOVE ZEROS         TO  WS-FOLHA
           PERFORM 059-NOVA-FOLHA

           MOVE WS-NOME-CP OF REG-COMPMST  TO  WS-NOME-LV
           MOVE WS-COMPRADOR-ATU           TO  WS-COMPRADOR-LV
           MOVE WS-LIN-COMPR  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA

           MOVE WS-DT-BASE    TO  WS-DTBASE-LB
           MOVE WS-TAXA-COT   TO  WS-TAXA-LB
           MOVE WS-DT-VALID   TO  WS-DTVALID-LB
           MOVE WS-LIN-BASE   TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA

           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-PARC-CAB  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA

           MOVE 1  TO  WS-IX-PA
           PERFORM 052-IMPRIMIR-PARCELA UNTIL WS-IX-PA > WS-QT-ABERTA

           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE 'SALDO DEVEDOR DAS PARCELAS'  TO  WS-ROTULO-LT
           MOVE WS-TOT-SALDO                  TO  WS-VALOR-LT
           MOVE WS-LIN-TOTAL  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE 'DESCONTO DA ANTECIPACAO'     TO  WS-ROTULO-LT
           COMPUTE WS-VALOR-LT = WS-TOT-SALDO - WS-TOT-VP
           MOVE WS-LIN-TOTAL  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE 'VALOR PARA QUITACAO'         TO  WS-ROTULO-LT
           MOVE WS-TOT-VP                     TO  WS-VALOR-LT
           MOVE WS-LIN-TOTAL  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA

           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-DT-VALID   TO  WS-DTVALID-LA
           MOVE WS-LIN-AVISO  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA PARCELA ABERTA DA COTACAO
      *--------------------------------------------------------------*
       052-IMPRIMIR-PARCELA.

           MOVE WS-NUM-PA (WS-IX-PA)    TO  WS-NUM-PD
           MOVE WS-VENC-PA (WS-IX-PA)   TO  WS-VENC-PD
           MOVE WS-SALDO-PA (WS-IX-PA)  TO  WS-SALDO-PD
           MOVE WS-MESES-PA (WS-IX-PA)  TO  WS-MESES-PD
           MOVE WS-VP-PA (WS-IX-PA)     TO  WS-VP-PD
           MOVE WS-LIN-PARC-DET  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA

           ADD 1  TO  WS-IX-PA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELQUIT, COM QUEBRA DE FOLHA
      *--------------------------------------------------------------*
       058-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 059-NOVA-FOLHA
           END-IF

           WRITE REG-RELQUIT  FROM  WS-LINHA-REL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELQUIT'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    ABRIR UMA FOLHA DA COTACAO
      *--------------------------------------------------------------*
       059-NOVA-FOLHA.

           ADD 1  TO  WS-FOLHA
           MOVE WS-FOLHA  TO  WS-FOLHA-FL

           WRITE REG-RELQUIT  FROM  WS-LIN-FOLHA  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELQUIT'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELQUIT  FROM  WS-LINHA-BRANCO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELQUIT'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 2  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    QUITAR ANTECIPADAMENTE O LOTE PELA COTACAO VIGENTE: BAIXA
      *    TODAS AS PARCELAS ABERTAS E ENFILEIRA A ESCRITURA
      *--------------------------------------------------------------*
       060-QUITAR.

           PERFORM 032-CRITICAR-CARTAO
           IF WS-MOTIVO-REJ = SPACES
              IF WS-DATA-IN = SPACES OR WS-DATA-IN = ZEROS
                 MOVE 'DATA DO PAGAMENTO NAO INFORMADA'
                                          TO  WS-MOTIVO-REJ
              ELSE
                 IF WS-VALOR-N-IN NOT NUMERIC
                    OR WS-VALOR-N-IN = ZEROS
                    MOVE 'VALOR PAGO INVALIDO'  TO  WS-MOTIVO-REJ
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 060-QUITAR-FIM
           END-IF

      *-----> O PAGAMENTO E LANCADO NA SUA DATA: COMPETENCIA
      *       FECHADA NO PERFIN RECUSA O CARTAO
           MOVE WS-DT-BASE (1:6)  TO  WS-COMPET-PER
           PERFORM 070-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              PERFORM 072-REJEITAR-PERIODO
              GO TO 060-QUITAR-FIM
           END-IF

           MOVE WS-LOTE-N-IN  TO  WS-LOTE-CQ OF REG-QUITCOT
           READ QUITCOT
           IF WS-FS-COT = '23'
              MOVE 'LOTE SEM COTACAO DE QUITACAO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 060-QUITAR-FIM
           END-IF
           IF WS-FS-COT NOT = '00'
              MOVE 'ERRO NA LEITURA DO QUITCOT'  TO WS-MSG
              MOVE  WS-FS-COT                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF COTACAO-UTILIZADA OF REG-QUITCOT
              MOVE 'COTACAO JA UTILIZADA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 060-QUITAR-FIM
           END-IF
           IF WS-DT-BASE > WS-DT-VALID-CQ OF REG-QUITCOT
              MOVE 'COTACAO VENCIDA - PEDIR NOVA COTACAO'
                                          TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 060-QUITAR-FIM
           END-IF
           IF WS-DT-BASE < WS-DT-BASE-CQ OF REG-QUITCOT
              MOVE 'PAGAMENTO ANTERIOR A DATA BASE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 060-QUITAR-FIM
           END-IF
           IF WS-VALOR-N-IN NOT = WS-VALCOT-CQ OF REG-QUITCOT
              MOVE 'VALOR PAGO DIFERENTE DO COTADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 060-QUITAR-FIM
           END-IF

      *-----> O VALOR PRESENTE E REFEITO NA DATA BASE E TAXA DA
      *       COTACAO; O PLANO TEM QUE ESTAR COMO FOI COTADO
           MOVE WS-DT-BASE-CQ OF REG-QUITCOT  TO  WS-DT-BASE
           MOVE WS-TAXA-CQ OF REG-QUITCOT     TO  WS-TAXA-COT
           PERFORM 045-CARREGAR-ABERTAS THRU 045-CARREGAR-ABERTAS-FIM
           IF WS-QT-ABERTA = ZEROS
              OR WS-QT-ABERTA NOT = WS-QTPARC-CQ OF REG-QUITCOT
              OR WS-TOT-VP NOT = WS-VALCOT-CQ OF REG-QUITCOT
              MOVE 'PLANO ALTERADO DESDE A COTACAO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 060-QUITAR-FIM
           END-IF
           MOVE WS-DATA-N-IN  TO  WS-DT-BASE

           MOVE 1  TO  WS-IX-PA
           PERFORM 065-BAIXAR-PARCELA UNTIL WS-IX-PA > WS-QT-ABERTA

           MOVE 'U'           TO  WS-SIT-CQ OF REG-QUITCOT
           MOVE WS-HDR-RUNID  TO  WS-RUNID-CQ OF REG-QUITCOT
           REWRITE REG-QUITCOT
           IF WS-FS-COT NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO QUITCOT'  TO WS-MSG
              MOVE  WS-FS-COT                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE SPACES            TO  REG-ESCFILA
           MOVE WS-LOTE-N-IN      TO  WS-LOTE-EF OF REG-ESCFILA
           MOVE WS-DT-BASE        TO  WS-DT-QUIT-EF OF REG-ESCFILA
           MOVE WS-COMPRADOR-ATU  TO  WS-COMPRADOR-EF OF REG-ESCFILA
           MOVE 'A'               TO  WS-ORIGEM-EF OF REG-ESCFILA
           MOVE WS-VALOR-N-IN     TO  WS-VALQUIT-EF OF REG-ESCFILA
           MOVE 'P'               TO  WS-SIT-EF OF REG-ESCFILA
           MOVE 'N'               TO  WS-TERMO-EF OF REG-ESCFILA
           MOVE ZEROS             TO  WS-DT-TERMO-EF OF REG-ESCFILA
           MOVE ZEROS             TO  WS-DT-LIB-EF OF REG-ESCFILA
           MOVE WS-HDR-RUNID      TO  WS-RUNID-EF OF REG-ESCFILA
           WRITE REG-ESCFILA
           IF WS-FS-ESC NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO ESCFILA'  TO WS-MSG
              MOVE  WS-FS-ESC                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTQUIT
           IF PERIODO-REABERTO
              MOVE WS-DT-BASE     TO  WS-DT-FATO-PER
              MOVE SPACES         TO  WS-REFER-PER
              MOVE WS-LOTE-N-IN   TO  WS-REFER-PER (1:5)
              MOVE WS-VALOR-N-IN  TO  WS-VALOR-PER
              PERFORM 074-AUDITAR-PERIODO
           END-IF
           DISPLAY ' * QUITACAO ANTECIPADA - LOTE ' WS-LOTE-IN
                   ' PARCELAS ' WS-QT-ABERTA ' VALOR ' WS-VALOR-N-IN
           .
       060-QUITAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    BAIXAR UMA PARCELA ABERTA PELO SEU VALOR PRESENTE, COM
      *    JORNAL NO MSTJRNL E EVENTO LOT NO CTBFILA (COMO O CARTAO
      *    'P' DO CGPRG116)
      *--------------------------------------------------------------*
       065-BAIXAR-PARCELA.

           MOVE WS-LOTE-N-IN          TO  WS-LOTE-LP OF REG-LOTEPARC
           MOVE WS-NUM-PA (WS-IX-PA)  TO  WS-PARCELA-LP OF REG-LOTEPARC
           READ LOTEPARC
           IF WS-FS-PAR NOT = '00'
              MOVE 'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
              MOVE  WS-FS-PAR                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE REG-LOTEPARC  TO  WS-IMAGEM-ANTES
           COMPUTE WS-VLR-PAGO-ACUM =
                   WS-VALOR-PAGO-LP OF REG-LOTEPARC
                 + WS-VP-PA (WS-IX-PA)
           MOVE WS-VLR-PAGO-ACUM  TO  WS-VALOR-PAGO-LP
                                      OF REG-LOTEPARC
           MOVE WS-DT-BASE        TO  WS-DT-PAGTO-LP OF REG-LOTEPARC
           MOVE 'P'               TO  WS-SIT-LP OF REG-LOTEPARC
           MOVE WS-HDR-RUNID      TO  WS-RUNID-LP OF REG-LOTEPARC
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-LP OF REG-LOTEPARC

           REWRITE REG-LOTEPARC
           IF WS-FS-PAR NOT = '00'
              MOVE 'ERRO NA BAIXA DO LOTEPARC'  TO WS-MSG
              MOVE  WS-FS-PAR                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'R'           TO  WS-OP-JORNAL
           MOVE REG-LOTEPARC  TO  WS-IMAGEM-DEPOIS
           PERFORM 086-JORNALIZAR

           MOVE 'LOT'                 TO  WS-EVENTO-CTB
           MOVE WS-VP-PA (WS-IX-PA)   TO  WS-VALOR-CTB
           MOVE WS-LOTE-N-IN          TO  WS-REFER-NUM-CTB
           MOVE WS-NUM-PA (WS-IX-PA)  TO  WS-REFER-SUB-CTB
           MOVE WS-DT-BASE            TO  WS-DATA-CTB
           PERFORM 088-ENFILEIRAR-CONTABIL

           ADD 1  TO  WS-CTPARQ
           ADD 1  TO  WS-IX-PA
           .
      *--------------------------------------------------------------*
      *    SOMAR UM DIA A DATA EM CALCULO (CALENDARIO CIVIL, COM
      *    FEVEREIRO DE ANO BISSEXTO)
      *--------------------------------------------------------------*
       067-SOMAR-UM-DIA.

           MOVE WS-DIAS-MES (WS-DC-MES)  TO  WS-ULT-DIA-MES
           IF WS-DC-MES = 2
              DIVIDE WS-DC-ANO BY 4
                  GIVING WS-QUOC-BISSEXTO
                  REMAINDER WS-RESTO-BISSEXTO
              IF WS-RESTO-BISSEXTO = ZEROS
                 MOVE 29  TO  WS-ULT-DIA-MES
              END-IF
           END-IF

           IF WS-DC-DIA < WS-ULT-DIA-MES
              ADD 1  TO  WS-DC-DIA
           ELSE
              MOVE 1  TO  WS-DC-DIA
              IF WS-DC-MES < 12
                 ADD 1  TO  WS-DC-MES
              ELSE
                 MOVE 1  TO  WS-DC-MES
                 ADD 1   TO  WS-DC-ANO
              END-IF
           END-IF
           SUBTRACT 1  FROM  WS-DIAS-REST
           .
      *--------------------------------------------------------------*
      *    SITUACAO DA COMPETENCIA WS-COMPET-PER DA AREA DO PROGRAMA
      *    NO CALENDARIO DE PERIODOS FINANCEIROS. SO VAI AO PERFIN
      *    QUANDO A COMPETENCIA MUDA; SEM REGISTRO (OU SEM O ARQUIVO)
      *    O PERIODO ESTA ABERTO
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
      *    REJEITAR PARA O REJFILE O CARTAO DATADO NUMA COMPETENCIA
      *    FECHADA NO PERFIN
      *--------------------------------------------------------------*
       072-REJEITAR-PERIODO.

           ADD 1  TO  WS-CTREJ
           ADD 1  TO  WS-CTPERFEC
           DISPLAY ' *** CARTAO REJEITADO - PERIODO FECHADO - LOTE '
                   WS-LOTE-IN ' COMPET. ' WS-COMPET-PER ' ***'

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE WS-HDR-RUNID      TO  WS-RUNID-RJ
           MOVE WS-HDR-DATA-LOTE  TO  WS-DATA-RJ
           MOVE 'PER'             TO  WS-MOTIVO-RJ
           MOVE WS-REG-SYSIN      TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO PERAUD O LANCAMENTO FEITO EM PERIODO REABERTO,
      *    PARA A LISTAGEM DE AUDITORIA DO CGPRG180
      *--------------------------------------------------------------*
       074-AUDITAR-PERIODO.

           MOVE SPACES             TO  REG-PERAUD
           MOVE WS-AREA-PER        TO  WS-AREA-PA
           MOVE WS-COMPET-PER      TO  WS-COMPET-PA
           MOVE WS-PROGID          TO  WS-PROG-PA
           MOVE WS-HDR-RUNID       TO  WS-RUNID-PA
           MOVE SPACES             TO  WS-OPER-PA
           MOVE WS-DTSYS-PER       TO  WS-DATA-PA
           MOVE WS-HRSYS-PER (1:6) TO  WS-HORA-PA
           MOVE WS-DT-FATO-PER     TO  WS-DT-MOVTO-PA
           MOVE WS-REFER-PER       TO  WS-REFER-PA
           MOVE WS-VALOR-PER       TO  WS-VALOR-PA

           WRITE REG-PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PERAUD'  TO WS-MSG
              MOVE  WS-FS-AUD                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPERAUD
           .
      *--------------------------------------------------------------*
      *    BAIXAR NA ESCFILA A LIBERACAO DA ESCRITURA PENDENTE DO
      *    LOTE
      *--------------------------------------------------------------*
       080-LIBERAR.

           PERFORM 032-CRITICAR-CARTAO
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 080-LIBERAR-FIM
           END-IF

           MOVE 'N'  TO  WS-SW-ACHOU-ESC
           MOVE 'N'  TO  WS-SW-FIM-ESC
           MOVE WS-LOTE-N-IN  TO  WS-LOTE-EF OF REG-ESCFILA
           MOVE ZEROS         TO  WS-DT-QUIT-EF OF REG-ESCFILA
           START ESCFILA KEY NOT < WS-CHAVE-EF OF REG-ESCFILA
           IF WS-FS-ESC = '23' OR '10'
              MOVE 'S'  TO  WS-SW-FIM-ESC
           ELSE
              IF WS-FS-ESC NOT = '00'
                 MOVE 'ERRO NO START DO ESCFILA'  TO WS-MSG
                 MOVE  WS-FS-ESC                  TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           PERFORM 082-PROCURAR-PENDENTE
               UNTIL FIM-ESCFILA OR ACHOU-ESCRITURA

           IF NOT ACHOU-ESCRITURA
              MOVE 'LOTE SEM ESCRITURA PENDENTE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 080-LIBERAR-FIM
           END-IF
           IF WS-DT-BASE < WS-DT-QUIT-EF OF REG-ESCFILA
              MOVE 'LIBERACAO ANTERIOR A QUITACAO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 080-LIBERAR-FIM
           END-IF

           MOVE 'L'           TO  WS-SIT-EF OF REG-ESCFILA
           MOVE WS-DT-BASE    TO  WS-DT-LIB-EF OF REG-ESCFILA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-EF OF REG-ESCFILA
           REWRITE REG-ESCFILA
           IF WS-FS-ESC NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO ESCFILA'  TO WS-MSG
              MOVE  WS-FS-ESC                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTLIBER
           DISPLAY ' * ESCRITURA LIBERADA - LOTE ' WS-LOTE-IN
                   ' EM ' WS-DT-BASE
           .
       080-LIBERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA ENTRADA DA ESCFILA DO LOTE, PROCURANDO A
      *    ESCRITURA AINDA PENDENTE
      *--------------------------------------------------------------*
       082-PROCURAR-PENDENTE.

           READ ESCFILA  NEXT RECORD
           IF WS-FS-ESC = '10'
              MOVE 'S'  TO  WS-SW-FIM-ESC
           ELSE
              IF WS-FS-ESC NOT = '00'
                 MOVE 'ERRO NA LEITURA DO ESCFILA'  TO WS-MSG
                 MOVE  WS-FS-ESC                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-LOTE-EF OF REG-ESCFILA NOT = WS-LOTE-N-IN
                 MOVE 'S'  TO  WS-SW-FIM-ESC
              ELSE
                 IF ESCRITURA-PENDENTE OF REG-ESCFILA
                    MOVE 'S'  TO  WS-SW-ACHOU-ESC
                 END-IF
              END-IF
           END-IF
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
           MOVE WS-HDR-RUNID      TO  WS-OPER-MJ (1:4)
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
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB,
      *    DATA WS-DATA-CTB E REFERENCIA WS-REFER-CTB) NA FILA DA
      *    CONTABILIDADE, LIDA PELO CGPRG172
      *--------------------------------------------------------------*
       088-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DATA-CTB     TO  WS-DATA-QC
           MOVE WS-VALOR-CTB    TO  WS-VALOR-QC
           MOVE WS-REFER-CTB    TO  WS-REFER-QC

           WRITE REG-CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTCONTAB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE  MSTJRNL
           IF WS-FS-MJR  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-MJR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG184        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS - SYSIN        = ' WS-CTLIDO
           DISPLAY ' * COTACOES EMITIDAS - QUITCOT  = ' WS-CTCOTA
           DISPLAY ' * QUITACOES ANTECIPADAS        = ' WS-CTQUIT
           DISPLAY ' * PARCELAS BAIXADAS - LOTEPARC = ' WS-CTPARQ
           DISPLAY ' * ESCRITURAS LIBERADAS         = ' WS-CTLIBER
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' * REJ. EM PERIODO FECHADO      = ' WS-CTPERFEC
           DISPLAY ' * EM PERIODO REABERTO - PERAUD = ' WS-CTPERAUD
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

           COMPUTE WS-CTPROC = WS-CTCOTA + WS-CTQUIT + WS-CTLIBER
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

           CLOSE  LOTEPARC
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO FECHAR O LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  QUITCOT
           IF WS-FS-COT  NOT = '00'
              MOVE  'ERRO AO FECHAR O QUITCOT'  TO WS-MSG
              MOVE   WS-FS-COT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ESCFILA
           IF WS-FS-ESC  NOT = '00'
              MOVE  'ERRO AO FECHAR O ESCFILA'  TO WS-MSG
              MOVE   WS-FS-ESC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                  TO WS-FS-MSG
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

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELQUIT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELQUIT'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG184        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG184 <
