       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG173.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EXTRATO ANUAL DE PAGAMENTOS E DECLARACAO DE
      *           QUITACAO ANUAL DE DEBITOS (LEI 12.007/2009). RODA
      *           EM JANEIRO SOBRE O ANO-BASE DO CARTAO. PERCORRE O
      *           MENSALU POR MATRICULA E, PARA CADA ALUNO, AS
      *           PARCELAS DE ACORDO DO MENSACOR E OS ACORDOS DO
      *           ACORDOM:
      *           - EXTRATO: O QUE FOI PAGO NO ANO-BASE, MES A MES
      *             PELA DATA DO PAGAMENTO (COBRANCAS, PARCELAS DE
      *             ACORDO E ENTRADAS DE ACORDO), PARA A DEDUCAO DE
      *             EDUCACAO NO IMPOSTO DE RENDA;
      *           - DECLARACAO DE QUITACAO: SO PARA O ALUNO COM
      *             COBRANCA NAS COMPETENCIAS DO ANO-BASE E NENHUMA
      *             DELAS EM ABERTO, BAIXADA POR PERDA OU ROLADA
      *             PARA ACORDO QUE AINDA TENHA PARCELA EM ABERTO;
      *           - ALUNO COM PENDENCIA NO ANO NAO RECEBE DECLARACAO
      *             E SAI NA LISTAGEM RELQPEN COM O MOTIVO.
      *           EXTRATO E DECLARACAO SAEM NO RELQUIT (UM DOCUMENTO
      *           POR PAGINA) E SAO ARQUIVADOS NO REPOSREL (COPY
      *           REPRELC) NA CONVENCAO DO CGPRG078, UMA PUBLICACAO
      *           POR ALUNO, PARA O BALCAO OU O PORTAL REIMPRIMIREM
      *           PELO CGPRG079:
      *             NOME  'EXT' + MATRICULA (EXTRATO) OU
      *                   'DQA' + MATRICULA (DECLARACAO)
      *             DATA  31/12 DO ANO-BASE (AAAA1231)
      *             RUN-ID O DO CARTAO
      *           O MENSALU GUARDA SO A DATA DO ULTIMO PAGAMENTO DE
      *           CADA COBRANCA: O VALOR PAGO DA COBRANCA ENTRA TODO
      *           NO MES DESSA DATA
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-04 ANO-BASE (AAAA) - TEM DE SER ANTERIOR AO ANO
      *             CORRENTE
      *   POS 05-08 RUN-ID DA PUBLICACAO NO REPOSREL
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010203  PROGRAMA CRIADO - EXTRATO ANUAL DE
      *                          PAGAMENTOS E DECLARACAO DE QUITACAO
      *                          ANUAL DE DEBITOS
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
           SELECT MENSALU ASSIGN TO MENSALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSALU
                  FILE STATUS   IS WS-FS-MEN
           .
           SELECT MENSACOR ASSIGN TO MENSACOJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSACOR
                  FILE STATUS   IS WS-FS-ACO
           .
           SELECT ACORDOM ASSIGN TO ACORDOMJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-ACORDO-A OF REG-ACORDOM
                  FILE STATUS   IS WS-FS-ACD
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT RELQUIT ASSIGN TO RELQUITJ
                  FILE STATUS   IS WS-FS-REL
           .
           SELECT RELQPEN ASSIGN TO RELQPENJ
                  FILE STATUS   IS WS-FS-PEN
           .
           SELECT REPOSREL ASSIGN TO REPOSREJ
                  FILE STATUS   IS WS-FS-REP
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  MENSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSALU.
           COPY MENSALUC.
      *-----> PARCELAS DOS ACORDOS DE RENEGOCIACAO (MESMO LEIAUTE)
       FD  MENSACOR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSACOR.
           COPY MENSALUC.
       FD  ACORDOM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACORDOM.
           COPY ACORDOMC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
      *-----> EXTRATOS E DECLARACOES (UM DOCUMENTO POR PAGINA)
       FD  RELQUIT
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELQUIT            PIC X(80)
           .
      *-----> ALUNOS COM PENDENCIA NO ANO (SEM DECLARACAO)
       FD  RELQPEN
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELQPEN            PIC X(80)
           .
       FD  REPOSREL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REPOSREL.
           COPY REPRELC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTPARC              PIC 9(07) VALUE ZEROS.
           05  WS-CTALUNO             PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMMOV            PIC 9(05) VALUE ZEROS.
           05  WS-CTEXTRATO           PIC 9(05) VALUE ZEROS.
           05  WS-CTDECLAR            PIC 9(05) VALUE ZEROS.
           05  WS-CTPEND              PIC 9(05) VALUE ZEROS.
           05  WS-CTSOPAGO            PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMACO            PIC 9(05) VALUE ZEROS.
           05  WS-CTARQ               PIC 9(07) VALUE ZEROS.
           05  WS-TOT-PAGO-ANO        PIC 9(11)V99 VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-PAG-CAB             PIC 9(03) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-ANO-ATUAL           PIC 9(04) VALUE 2000.
           05  FILLER  REDEFINES  WS-ANO-ATUAL.
               10  FILLER             PIC 9(02).
               10  WS-ANO-ATU-AA      PIC 9(02).
           05  WS-DATA-ARQ            PIC 9(08).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-ACO              PIC X(02).
           05  WS-FS-ACD              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-PEN              PIC X(02).
           05  WS-FS-REP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG173'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MES-SUB             PIC 9(02).
           05  WS-VLR-TRAB            PIC 9(09)V99.
           05  WS-ACORDO-TRAB         PIC 9(04).
           05  WS-SW-MENSACOR         PIC X(01) VALUE 'S'.
               88 MENSACOR-PRESENTE       VALUE 'S'.
           05  WS-SW-FIM-COR          PIC X(01).
               88 FIM-MENSACOR            VALUE 'S'.
           05  WS-SW-ACHOU            PIC X(01).
               88 ACORDO-ACHADO           VALUE 'S'.
           05  WS-SW-PAGINA           PIC X(01).
               88 DOC-NOVA-PAGINA         VALUE 'S'.

      *-----> DATA DE PAGAMENTO E COMPETENCIA DESMEMBRADAS
       01  WS-DATA-TRAB               PIC 9(08).
       01  FILLER  REDEFINES  WS-DATA-TRAB.
           05  WS-DTRB-ANO            PIC 9(04).
           05  WS-DTRB-MES            PIC 9(02).
           05  WS-DTRB-DIA            PIC 9(02).
       01  WS-COMPET-TRAB             PIC 9(06).
       01  FILLER  REDEFINES  WS-COMPET-TRAB.
           05  WS-CTRB-ANO            PIC 9(04).
           05  WS-CTRB-MES            PIC 9(02).

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-ANO-IN              PIC 9(04).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> ACUMULADORES DO ALUNO CORRENTE (ZERADOS A CADA QUEBRA
      *       DE MATRICULA). A TABELA GUARDA OS ACORDOS DO ALUNO:
      *       ROLOU COBRANCA DO ANO-BASE, TEM PARCELA NO MENSACOR,
      *       TEM PARCELA EM ABERTO
       01  WS-AREA-ALUNO.
           05  WS-MATR-ATUAL          PIC 9(05).
           05  WS-QTD-COB-ANO         PIC 9(03).
           05  WS-QTD-ABERTA          PIC 9(03).
           05  WS-SALDO-ABERTO        PIC 9(09)V99.
           05  WS-QTD-RENEG           PIC 9(03).
           05  WS-QTD-PERDA           PIC 9(03).
           05  WS-TOT-PAGO            PIC 9(09)V99.
           05  WS-PAGO-MES            PIC 9(09)V99 OCCURS 12 TIMES.
           05  WS-QTD-ACO             PIC 9(02).
           05  WS-ACO-SUB             PIC 9(02).
           05  WS-ITEM-ACO            OCCURS 10 TIMES.
               10  WS-NUM-ACO         PIC 9(04).
               10  WS-ANO-ACO         PIC 9(01).
                   88 ACO-DO-ANO          VALUE 1.
               10  WS-PARC-ACO        PIC 9(01).
                   88 ACO-COM-PARCELA     VALUE 1.
               10  WS-ABERTA-ACO      PIC 9(01).
                   88 ACO-EM-ABERTO       VALUE 1.
       01  WS-NOME-ATUAL              PIC X(20).

      *-----> NOMES DOS MESES PARA O EXTRATO
       01  WS-TAB-MESES.
           05  FILLER                 PIC X(36) VALUE
               'JANEIRO  FEVEREIROMARCO    ABRIL    '.
           05  FILLER                 PIC X(36) VALUE
               'MAIO     JUNHO    JULHO    AGOSTO   '.
           05  FILLER                 PIC X(36) VALUE
               'SETEMBRO OUTUBRO  NOVEMBRO DEZEMBRO '.
       01  FILLER  REDEFINES  WS-TAB-MESES.
           05  WS-NOME-MES            PIC X(09) OCCURS 12 TIMES.

      *-----> CHAVE DA PUBLICACAO DO ALUNO NO REPOSREL
       01  WS-NOME-ARQ.
           05  WS-TIPO-ARQ            PIC X(03).
           05  WS-MATR-ARQ            PIC 9(05).

      *-----> DADOS DE SAIDA - DOCUMENTOS DO RELQUIT
       01  WS-LINHA-DOC               PIC X(80).

       01  WS-EXT-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-EXT           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(44) VALUE
              'EXTRATO ANUAL DE PAGAMENTOS DE MENSALIDADES '.
           05 FILLER                PIC X(09) VALUE 'ANO-BASE '.
           05 WS-ANO-EXT            PIC 9(04).
           05 FILLER                PIC X(10) VALUE SPACES.

       01  WS-DOC-ALUNO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'ALUNO     : '.
           05 WS-NUMERO-DOC         PIC 9(05).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 WS-NOME-DOC           PIC X(20).
           05 FILLER                PIC X(39) VALUE SPACES.

       01  WS-EXT-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE 'MES DO PAGAMENTO'.
           05 FILLER                PIC X(18) VALUE
              '        VALOR PAGO'.
           05 FILLER                PIC X(37) VALUE SPACES.

       01  WS-EXT-MES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MES-EXT            PIC X(09).
           05 FILLER                PIC X(17) VALUE SPACES.
           05 WS-VALOR-EXT          PIC $$$.$$$.$$9,99.
           05 FILLER                PIC X(38) VALUE SPACES.

       01  WS-EXT-TOTAL.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE
              'TOTAL PAGO NO ANO-BASE'.
           05 WS-TOTAL-EXT          PIC $$$.$$$.$$9,99.
           05 FILLER                PIC X(38) VALUE SPACES.

       01  WS-DQA-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-DQA           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(51) VALUE
              'DECLARACAO DE QUITACAO ANUAL DE DEBITOS - ANO-BASE '.
           05 WS-ANO-DQA            PIC 9(04).
           05 FILLER                PIC X(12) VALUE SPACES.

       01  WS-DQA-TEXTO2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(52) VALUE
              'NAO POSSUI DEBITO DE MENSALIDADE NAS COMPETENCIAS DE'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-ANO-DQA2           PIC 9(04).
           05 FILLER                PIC X(15) VALUE
              ', ESTANDO PAGAS'.
           05 FILLER                PIC X(07) VALUE SPACES.

       01  WS-DQA-TEXTO3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'AS SUAS'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-QTD-DQA            PIC ZZ9.
           05 FILLER                PIC X(36) VALUE
              ' COBRANCAS EMITIDAS NO ANO.'.
           05 FILLER                PIC X(32) VALUE SPACES.

       01  WS-DQA-EMISSAO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'EMITIDA EM '.
           05 WS-EMISSAO-DQA        PIC X(10).
           05 FILLER                PIC X(58) VALUE SPACES.

      *-----> DADOS DE SAIDA - LISTAGEM DE PENDENCIAS (RELQPEN)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'ALUNOS SEM DECLARACAO DE QUITACAO - ANO '.
           05 WS-ANO-CAB            PIC 9(04).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAGINA-CAB         PIC 9(03).
           05 FILLER                PIC X(02) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'MATR.  '.
           05 FILLER                PIC X(22) VALUE 'NOME'.
           05 FILLER                PIC X(08) VALUE 'ABERTAS '.
           05 FILLER                PIC X(16) VALUE
              '  SALDO ABERTO  '.
           05 FILLER                PIC X(09) VALUE 'ACORDOS  '.
           05 FILLER                PIC X(06) VALUE 'PERDAS'.
           05 FILLER                PIC X(11) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-ABERTA-R         PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SALDO-R          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-RENEG-R          PIC ZZ9.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-PERDA-R          PIC ZZ9.
           05 FILLER              PIC X(11) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

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
       000-CGPRG173.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR-ALUNO THRU 030-PROCESSAR-ALUNO-FIM
               UNTIL WS-FS-MEN = '10'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG173 - EXTRATO ANUAL E QUITACAO    *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * ANO-BASE   : ' WS-ANO-IN
           DISPLAY ' * RUN-ID     : ' WS-RUNID-IN

           MOVE WS-DTSYS (1:2)  TO  WS-ANO-ATU-AA
           IF WS-ANO-IN NOT NUMERIC OR WS-RUNID-IN NOT NUMERIC
              OR WS-ANO-IN = ZEROS
              MOVE  'CARTAO DE PARAMETROS INVALIDO'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-ANO-IN NOT < WS-ANO-ATUAL
              MOVE  'ANO-BASE AINDA NAO ENCERRADO'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR
           COMPUTE WS-DATA-ARQ = WS-ANO-IN * 10000 + 1231

           OPEN INPUT MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *    SEM MENSACOR NAO HA ACORDO - MESMA TOLERANCIA DO CGPRG023
           OPEN INPUT MENSACOR
           IF WS-FS-ACO = '35'
              DISPLAY ' * MENSACOR AUSENTE - SEM PARCELAS'
              MOVE 'N'  TO  WS-SW-MENSACOR
           ELSE
              IF WS-FS-ACO  NOT = '00'
                 MOVE  'ERRO AO ABRIR O MENSACOR'  TO WS-MSG
                 MOVE   WS-FS-ACO                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN INPUT ACORDOM
           IF WS-FS-ACD = '35'
              DISPLAY ' * ACORDOM AUSENTE - SEM ENTRADAS DE ACORDO'
           ELSE
              IF WS-FS-ACD  NOT = '00'
                 MOVE  'ERRO AO ABRIR O ACORDOM'  TO WS-MSG
                 MOVE   WS-FS-ACD                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELQUIT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELQUIT'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELQPEN
           IF WS-FS-PEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELQPEN'  TO WS-MSG
              MOVE   WS-FS-PEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND REPOSREL
           IF WS-FS-REP = '35'
              OPEN OUTPUT REPOSREL
           END-IF
           IF WS-FS-REP  NOT = '00'
              MOVE  'ERRO AO ABRIR O REPOSREL'  TO WS-MSG
              MOVE   WS-FS-REP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI   TO  WS-DATA-EXT
                               WS-DATA-DQA
                               WS-EMISSAO-DQA
                               WS-DATA-CAB
           MOVE WS-ANO-IN  TO  WS-ANO-EXT
                               WS-ANO-DQA
                               WS-ANO-DQA2
                               WS-ANO-CAB

           PERFORM 025-LER-MENSALU
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           STRING  WS-DTSYS  (5:2) '/'
                   WS-DTSYS  (3:2) '/20'
                   WS-DTSYS  (1:2)
           DELIMITED BY SIZE INTO WS-DTEDI

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO MENSALU (ORDEM DE MATRICULA +
      *    COMPETENCIA)
      *--------------------------------------------------------------*
       025-LER-MENSALU.

           READ MENSALU  NEXT RECORD
           IF WS-FS-MEN = '00'
              ADD 1  TO  WS-CTLIDO
           ELSE
              IF WS-FS-MEN  NOT = '10'
                 MOVE  'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
                 MOVE   WS-FS-MEN                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM ALUNO: ACUMULAR AS COBRANCAS DO MENSALU, AS
      *    PARCELAS DO MENSACOR E AS ENTRADAS DOS ACORDOS; EMITIR O
      *    EXTRATO (SE PAGOU ALGO NO ANO) E A DECLARACAO OU A LINHA
      *    DE PENDENCIA (SE TEVE COBRANCA NO ANO)
      *--------------------------------------------------------------*
       030-PROCESSAR-ALUNO.

           MOVE ZEROS                        TO  WS-AREA-ALUNO
           MOVE WS-NUMERO-M OF REG-MENSALU   TO  WS-MATR-ATUAL

           PERFORM 032-ACUMULAR-COBRANCA
               UNTIL WS-FS-MEN = '10'
                  OR WS-NUMERO-M OF REG-MENSALU NOT = WS-MATR-ATUAL

           IF MENSACOR-PRESENTE
              PERFORM 034-LER-PARCELAS THRU 034-LER-PARCELAS-FIM
           END-IF

           MOVE 1  TO  WS-ACO-SUB
           PERFORM 038-CONFERIR-ACORDO
               UNTIL WS-ACO-SUB > WS-QTD-ACO

           IF WS-QTD-COB-ANO = ZEROS AND WS-TOT-PAGO = ZEROS
              ADD 1  TO  WS-CTSEMMOV
              GO TO 030-PROCESSAR-ALUNO-FIM
           END-IF

           ADD 1  TO  WS-CTALUNO
           PERFORM 036-BUSCAR-NOME

           IF WS-TOT-PAGO > ZEROS
              PERFORM 040-EMITIR-EXTRATO
           END-IF

           IF WS-QTD-COB-ANO = ZEROS
              ADD 1  TO  WS-CTSOPAGO
           ELSE
              IF WS-QTD-ABERTA = ZEROS AND WS-QTD-RENEG = ZEROS
                 AND WS-QTD-PERDA = ZEROS
                 PERFORM 060-EMITIR-DECLARACAO
              ELSE
                 PERFORM 050-LISTAR-PENDENTE
              END-IF
           END-IF
           .
       030-PROCESSAR-ALUNO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ACUMULAR UMA COBRANCA DO ALUNO: SITUACAO DAS COMPETENCIAS
      *    DO ANO-BASE E O PAGO NO ANO-BASE
      *--------------------------------------------------------------*
       032-ACUMULAR-COBRANCA.

           MOVE WS-COMPET-M OF REG-MENSALU  TO  WS-COMPET-TRAB
           IF WS-CTRB-ANO = WS-ANO-IN
              ADD 1  TO  WS-QTD-COB-ANO
              EVALUATE TRUE
                 WHEN MENS-ABERTA OF REG-MENSALU
                    ADD 1  TO  WS-QTD-ABERTA
                    COMPUTE WS-SALDO-ABERTO = WS-SALDO-ABERTO
                          + WS-VALOR-M OF REG-MENSALU
                          + WS-ENCARGOS-M OF REG-MENSALU
                          - WS-VALOR-PAGO-M OF REG-MENSALU
                 WHEN MENS-RENEGOCIADA OF REG-MENSALU
                    MOVE WS-ACORDO-M OF REG-MENSALU
                                       TO  WS-ACORDO-TRAB
                    PERFORM 033-GUARDAR-ACORDO
                    MOVE 1  TO  WS-ANO-ACO (WS-ACO-SUB)
                 WHEN MENS-PERDA OF REG-MENSALU
                    ADD 1  TO  WS-QTD-PERDA
              END-EVALUATE
           END-IF

           MOVE WS-DT-PAGTO-M OF REG-MENSALU    TO  WS-DATA-TRAB
           MOVE WS-VALOR-PAGO-M OF REG-MENSALU  TO  WS-VLR-TRAB
           PERFORM 039-SOMAR-PAGAMENTO

           PERFORM 025-LER-MENSALU
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR (OU INCLUIR) O ACORDO WS-ACORDO-TRAB NA TABELA
      *    DO ALUNO - DEVOLVE A POSICAO EM WS-ACO-SUB
      *--------------------------------------------------------------*
       033-GUARDAR-ACORDO.

           MOVE 'N'  TO  WS-SW-ACHOU
           MOVE 1    TO  WS-ACO-SUB
           PERFORM 033-PROCURAR-ACORDO
               UNTIL WS-ACO-SUB > WS-QTD-ACO OR ACORDO-ACHADO

           IF NOT ACORDO-ACHADO
              IF WS-QTD-ACO = 10
                 MOVE  'ALUNO COM MAIS DE 10 ACORDOS'  TO WS-MSG
                 MOVE  '  '                            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-ACO
              MOVE WS-QTD-ACO      TO  WS-ACO-SUB
              MOVE WS-ACORDO-TRAB  TO  WS-NUM-ACO (WS-ACO-SUB)
              MOVE ZEROS           TO  WS-ANO-ACO (WS-ACO-SUB)
                                       WS-PARC-ACO (WS-ACO-SUB)
                                       WS-ABERTA-ACO (WS-ACO-SUB)
           END-IF
           .
       033-PROCURAR-ACORDO.

           IF WS-NUM-ACO (WS-ACO-SUB) = WS-ACORDO-TRAB
              MOVE 'S'  TO  WS-SW-ACHOU
           ELSE
              ADD 1  TO  WS-ACO-SUB
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER AS PARCELAS DE ACORDO DO ALUNO NO MENSACOR
      *--------------------------------------------------------------*
       034-LER-PARCELAS.

           MOVE WS-MATR-ATUAL  TO  WS-NUMERO-M OF REG-MENSACOR
           MOVE ZEROS          TO  WS-COMPET-M OF REG-MENSACOR
           START MENSACOR KEY NOT < WS-CHAVE-M OF REG-MENSACOR
           IF WS-FS-ACO = '23' OR '10'
              GO TO 034-LER-PARCELAS-FIM
           END-IF
           IF WS-FS-ACO  NOT = '00'
              MOVE  'ERRO NO START DO MENSACOR'  TO WS-MSG
              MOVE   WS-FS-ACO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-COR
           PERFORM 035-TRATAR-PARCELA THRU 035-TRATAR-PARCELA-FIM
               UNTIL FIM-MENSACOR
           .
       034-LER-PARCELAS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    TRATAR UMA PARCELA: MARCAR O ACORDO (COM PARCELA / COM
      *    PARCELA EM ABERTO) E SOMAR O PAGO NO ANO-BASE
      *--------------------------------------------------------------*
       035-TRATAR-PARCELA.

           READ MENSACOR  NEXT RECORD
           IF WS-FS-ACO = '10'
              MOVE 'S'  TO  WS-SW-FIM-COR
              GO TO 035-TRATAR-PARCELA-FIM
           END-IF
           IF WS-FS-ACO  NOT = '00'
              MOVE  'ERRO NA LEITURA DO MENSACOR'  TO WS-MSG
              MOVE   WS-FS-ACO                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-NUMERO-M OF REG-MENSACOR  NOT = WS-MATR-ATUAL
              MOVE 'S'  TO  WS-SW-FIM-COR
              GO TO 035-TRATAR-PARCELA-FIM
           END-IF
           ADD 1  TO  WS-CTPARC

           MOVE WS-ACORDO-M OF REG-MENSACOR  TO  WS-ACORDO-TRAB
           PERFORM 033-GUARDAR-ACORDO
           MOVE 1  TO  WS-PARC-ACO (WS-ACO-SUB)
           IF NOT MENS-PAGA OF REG-MENSACOR
              MOVE 1  TO  WS-ABERTA-ACO (WS-ACO-SUB)
           END-IF

           MOVE WS-DT-PAGTO-M OF REG-MENSACOR    TO  WS-DATA-TRAB
           MOVE WS-VALOR-PAGO-M OF REG-MENSACOR  TO  WS-VLR-TRAB
           PERFORM 039-SOMAR-PAGAMENTO
           .
       035-TRATAR-PARCELA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    BUSCAR O NOME DO ALUNO NO CADALU (MATRICULA JA EXCLUIDA
      *    SAI COM A ANOTACAO PROPRIA, COMO NO CGPRG085)
      *--------------------------------------------------------------*
       036-BUSCAR-NOME.

           MOVE WS-MATR-ATUAL  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '00'
              MOVE WS-NOME-S OF REG-CADALU  TO  WS-NOME-ATUAL
           ELSE
              IF WS-FS-ALU = '23'
                 MOVE '*FORA DO CADALU*   '  TO  WS-NOME-ATUAL
              ELSE
                 MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR UM ACORDO DO ALUNO: SOMAR A ENTRADA PAGA NO
      *    ANO-BASE E CONTAR O ACORDO DE COBRANCA DO ANO QUE AINDA
      *    NAO FOI QUITADO (PARCELA EM ABERTO OU SEM PARCELA NENHUMA
      *    NO MENSACOR)
      *--------------------------------------------------------------*
       038-CONFERIR-ACORDO.

           IF WS-FS-ACD NOT = '35'
              MOVE WS-NUM-ACO (WS-ACO-SUB)
                   TO  WS-ACORDO-A OF REG-ACORDOM
              READ ACORDOM
              IF WS-FS-ACD = '00'
                 MOVE WS-DTACORDO-A OF REG-ACORDOM
                                    TO  WS-DATA-TRAB
                 MOVE WS-VLR-ENTRADA-A OF REG-ACORDOM
                                    TO  WS-VLR-TRAB
                 PERFORM 039-SOMAR-PAGAMENTO
              ELSE
                 IF WS-FS-ACD = '23'
                    ADD 1  TO  WS-CTSEMACO
                    DISPLAY ' *** ACORDO ' WS-NUM-ACO (WS-ACO-SUB)
                            ' FORA DO ACORDOM - MATR. '
                            WS-MATR-ATUAL ' ***'
                 ELSE
                    MOVE 'ERRO NA LEITURA DO ACORDOM'  TO WS-MSG
                    MOVE  WS-FS-ACD                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF

           IF ACO-DO-ANO (WS-ACO-SUB)
              IF ACO-EM-ABERTO (WS-ACO-SUB)
                 OR NOT ACO-COM-PARCELA (WS-ACO-SUB)
                 ADD 1  TO  WS-QTD-RENEG
              END-IF
           END-IF

           ADD 1  TO  WS-ACO-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR WS-VLR-TRAB NO MES DE WS-DATA-TRAB QUANDO A DATA
      *    CAI NO ANO-BASE
      *--------------------------------------------------------------*
       039-SOMAR-PAGAMENTO.

           IF WS-DTRB-ANO = WS-ANO-IN AND WS-VLR-TRAB > ZEROS
              AND WS-DTRB-MES > ZEROS AND WS-DTRB-MES < 13
              ADD WS-VLR-TRAB  TO  WS-PAGO-MES (WS-DTRB-MES)
                                   WS-TOT-PAGO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O EXTRATO ANUAL DO ALUNO (PUBLICACAO 'EXT')
      *--------------------------------------------------------------*
       040-EMITIR-EXTRATO.

           MOVE 'EXT'          TO  WS-TIPO-ARQ
           MOVE WS-MATR-ATUAL  TO  WS-MATR-ARQ
           MOVE 'S'            TO  WS-SW-PAGINA

           MOVE WS-EXT-CAB1    TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 072-LINHA-HIFEN
           MOVE WS-MATR-ATUAL  TO  WS-NUMERO-DOC
           MOVE WS-NOME-ATUAL  TO  WS-NOME-DOC
           MOVE WS-DOC-ALUNO   TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 072-LINHA-HIFEN
           MOVE WS-EXT-CAB2    TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 072-LINHA-HIFEN

           MOVE 1  TO  WS-MES-SUB
           PERFORM 042-IMPRIMIR-MES
               UNTIL WS-MES-SUB > 12

           PERFORM 072-LINHA-HIFEN
           MOVE WS-TOT-PAGO    TO  WS-TOTAL-EXT
           MOVE WS-EXT-TOTAL   TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 074-LINHA-BRANCO
           MOVE ' VALORES PAGOS NO ANO-BASE PELA DATA DO PAGAMENTO'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE ' (MENSALIDADES, ENCARGOS E ACORDOS DE RENEGOCIACAO),'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE ' PARA A DECLARACAO DO IMPOSTO DE RENDA (DESPESAS COM'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE ' INSTRUCAO).'  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO

           ADD 1            TO  WS-CTEXTRATO
           ADD WS-TOT-PAGO  TO  WS-TOT-PAGO-ANO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM MES DO EXTRATO
      *--------------------------------------------------------------*
       042-IMPRIMIR-MES.

           MOVE WS-NOME-MES (WS-MES-SUB)  TO  WS-MES-EXT
           MOVE WS-PAGO-MES (WS-MES-SUB)  TO  WS-VALOR-EXT
           MOVE WS-EXT-MES                TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    LISTAR O ALUNO COM PENDENCIA NO ANO-BASE NO RELQPEN
      *--------------------------------------------------------------*
       050-LISTAR-PENDENTE.

           MOVE WS-MATR-ATUAL    TO  WS-NUMERO-R
           MOVE WS-NOME-ATUAL    TO  WS-NOME-R
           MOVE WS-QTD-ABERTA    TO  WS-ABERTA-R
           MOVE WS-SALDO-ABERTO  TO  WS-SALDO-R
           MOVE WS-QTD-RENEG     TO  WS-RENEG-R
           MOVE WS-QTD-PERDA     TO  WS-PERDA-R

           IF WS-CTLIN > 55
              PERFORM 080-IMPCAB
           END-IF

           WRITE REG-RELQPEN  FROM  WS-REG-LINHA
           IF WS-FS-PEN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELQPEN'  TO  WS-MSG
              MOVE WS-FS-PEN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF
           ADD 1  TO  WS-CTPEND
           .
      *--------------------------------------------------------------*
      *    EMITIR A DECLARACAO DE QUITACAO ANUAL (PUBLICACAO 'DQA')
      *--------------------------------------------------------------*
       060-EMITIR-DECLARACAO.

           MOVE 'DQA'          TO  WS-TIPO-ARQ
           MOVE WS-MATR-ATUAL  TO  WS-MATR-ARQ
           MOVE 'S'            TO  WS-SW-PAGINA

           MOVE WS-DQA-CAB1    TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 072-LINHA-HIFEN
           PERFORM 074-LINHA-BRANCO
           MOVE ' DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE O(A)'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE WS-MATR-ATUAL  TO  WS-NUMERO-DOC
           MOVE WS-NOME-ATUAL  TO  WS-NOME-DOC
           MOVE WS-DOC-ALUNO   TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE WS-DQA-TEXTO2  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE WS-QTD-COB-ANO TO  WS-QTD-DQA
           MOVE WS-DQA-TEXTO3  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 074-LINHA-BRANCO
           MOVE ' ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE ' CUMPRIMENTO DAS OBRIGACOES DO ALUNO, AS QUITACOES'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE ' DOS FATURAMENTOS MENSAIS DO ANO A QUE SE REFERE.'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 074-LINHA-BRANCO
           MOVE WS-DQA-EMISSAO TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO

           ADD 1  TO  WS-CTDECLAR
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE DOCUMENTO NO RELQUIT (A PRIMEIRA EM
      *    PAGINA NOVA) E ARQUIVA-LA NO REPOSREL SOB A CHAVE DO ALUNO
      *    (CONVENCAO DO CGPRG078)
      *--------------------------------------------------------------*
       070-GRAVAR-DOCUMENTO.

           IF DOC-NOVA-PAGINA
              WRITE REG-RELQUIT  FROM  WS-LINHA-DOC  AFTER PAGE
              MOVE 'N'  TO  WS-SW-PAGINA
           ELSE
              WRITE REG-RELQUIT  FROM  WS-LINHA-DOC
           END-IF
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELQUIT'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-NOME-ARQ   TO  WS-NOME-RP
           MOVE WS-DATA-ARQ   TO  WS-DATA-RP
           MOVE WS-RUNID-IN   TO  WS-RUNID-RP
           MOVE SPACES        TO  WS-IMAGEM-RP
           MOVE WS-LINHA-DOC  TO  WS-IMAGEM-RP (1:80)
           WRITE REG-REPOSREL
           IF WS-FS-REP  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO REPOSREL' TO  WS-MSG
              MOVE WS-FS-REP                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTARQ
           .
       072-LINHA-HIFEN.

           MOVE WS-HIFEN  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           .
       074-LINHA-BRANCO.

           MOVE SPACES  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM DE PENDENCIAS
      *--------------------------------------------------------------*
       080-IMPCAB.

           ADD    1            TO WS-PAG-CAB
           MOVE   WS-PAG-CAB   TO WS-PAGINA-CAB

           WRITE REG-RELQPEN FROM WS-CAB1 AFTER PAGE
           IF WS-FS-PEN NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-PEN TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELQPEN FROM WS-HIFEN
           IF WS-FS-PEN NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-PEN TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELQPEN FROM WS-CAB2
           IF WS-FS-PEN NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-PEN            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELQPEN FROM WS-HIFEN
           IF WS-FS-PEN NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-PEN               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           IF WS-CTPEND = ZEROS
              PERFORM 080-IMPCAB
              MOVE ' NENHUM ALUNO COM PENDENCIA NO ANO-BASE'
                                    TO  REG-RELQPEN
              WRITE REG-RELQPEN
              IF WS-FS-PEN  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO RELQPEN'  TO  WS-MSG
                 MOVE WS-FS-PEN                      TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG173        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * COBRANCAS LIDAS   - MENSALU  = ' WS-CTLIDO
           DISPLAY ' * PARCELAS LIDAS    - MENSACOR = ' WS-CTPARC
           DISPLAY ' * ACORDOS FORA DO ACORDOM      = ' WS-CTSEMACO
           DISPLAY ' * ALUNOS SEM MOVIMENTO NO ANO  = ' WS-CTSEMMOV
           DISPLAY ' * ALUNOS COM MOVIMENTO NO ANO  = ' WS-CTALUNO
           DISPLAY ' * EXTRATOS EMITIDOS            = ' WS-CTEXTRATO
           DISPLAY ' * DECLARACOES DE QUITACAO      = ' WS-CTDECLAR
           DISPLAY ' * ALUNOS COM PENDENCIA         = ' WS-CTPEND
           DISPLAY ' * SO PAGAMENTO (SEM COBRANCA)  = ' WS-CTSOPAGO
           DISPLAY ' * LINHAS ARQUIVADAS - REPOSREL = ' WS-CTARQ
           DISPLAY ' * TOTAL PAGO NO ANO-BASE       = ' WS-TOT-PAGO-ANO
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTALUNO NOT = WS-CTDECLAR + WS-CTPEND + WS-CTSOPAGO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - ALUNO X DOCUMENTO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MENSACOR-PRESENTE
              CLOSE  MENSACOR
              IF WS-FS-ACO  NOT = '00'
                 MOVE  'ERRO AO FECHAR O MENSACOR'  TO WS-MSG
                 MOVE   WS-FS-ACO                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF WS-FS-ACD NOT = '35'
              CLOSE  ACORDOM
              IF WS-FS-ACD  NOT = '00'
                 MOVE  'ERRO AO FECHAR O ACORDOM'  TO WS-MSG
                 MOVE   WS-FS-ACD                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELQUIT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELQUIT'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELQPEN
           IF WS-FS-PEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELQPEN'  TO WS-MSG
              MOVE   WS-FS-PEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REPOSREL
           IF WS-FS-REP  NOT = '00'
              MOVE  'ERRO AO FECHAR O REPOSREL'  TO WS-MSG
              MOVE   WS-FS-REP                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG173        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG173 <
