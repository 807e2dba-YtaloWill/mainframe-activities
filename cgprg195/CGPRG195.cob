       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG195.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: FGTS MENSAL E ARQUIVO DA DECLARACAO DA FOLHA. O
      *           DEPOSITO DO FGTS (8% DA REMUNERACAO BRUTA) E A
      *           DECLARACAO MENSAL DEIXAM DE SER MONTADOS PELO
      *           CONTADOR A PARTIR DAS PAGINAS DO RELFOLM. RODA
      *           DEPOIS DA FOLHA MENSAL (CGPRG123), SOBRE O
      *           HISTORICO DE PAGAMENTOS (FOLHIST - COPY FOLHISC):
      *           - PARA CADA CONTRACHEQUE DA COMPETENCIA, BASE DO
      *             FGTS = BRUTO DA FOLHA E DEPOSITO = BASE X 8%;
      *           - PIS/PASEP E ADMISSAO VEM DO CADFUNC; QUEM NAO
      *             ESTA NO CADFUNC, NAO TEM PIS (OU TEM PIS COM
      *             DIGITO INVALIDO) OU NAO TEM ADMISSAO FICA FORA
      *             DO ARQUIVO, COM O MOTIVO NO RELATORIO;
      *           - GRAVA O FGTSARQ (COPY FGTSARQC) COM CABECALHO,
      *             UM DETALHE POR TRABALHADOR E RODAPE COM OS
      *             TOTAIS;
      *           - O RELATORIO DE CONTROLE (RELFGTS) CONFRONTA OS
      *             TOTAIS DO ARQUIVO COM O TOTAL EMPRESA DO RELFOLM
      *             QUE O CGPRG123 GUARDOU NO FOLHIST. ARQUIVO QUE NAO
      *             FECHA COM A FOLHA (POR REJEITADOS OU FALTA DO
      *             TOTAL): RC 8.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA (AAAAMM)
      *   POS 07-20 CNPJ DO EMPREGADOR
      *   POS 21-60 NOME EMPRESARIAL DO EMPREGADOR
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010220  PROGRAMA CRIADO - FGTS MENSAL E
      *                          ARQUIVO DA DECLARACAO DA FOLHA
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
           SELECT FOLHIST ASSIGN TO FOLHISTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-HF OF REG-FOLHIST
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT FGTSARQ ASSIGN TO FGTSARQJ
                  FILE STATUS   IS WS-FS-ARQ
           .
           SELECT RELFGTS ASSIGN TO RELFGTSJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  FOLHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHIST.
           COPY FOLHISC.
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  FGTSARQ
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FGTSARQ.
           COPY FGTSARQC.
      *-----> TRABALHADORES, REJEITADOS E CONFERENCIA COM A FOLHA
       FD  RELFGTS
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELFGTS            PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTCOMPET            PIC 9(05) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(05) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(05) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-ARQ              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG195'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(30).
           05  WS-SW-TOTAL            PIC X(01) VALUE 'N'.
               88 TOTAL-PRESENTE          VALUE 'S'.
           05  WS-SW-CONFERE          PIC X(01) VALUE 'S'.
               88 ARQUIVO-CONFERE         VALUE 'S'.
           05  WS-IX-PIS              PIC 9(02) COMP.
           05  WS-SOMA-PIS            PIC 9(04).
           05  WS-QUOC-PIS            PIC 9(04).
           05  WS-RESTO-PIS           PIC 9(02).
           05  WS-DV-PIS              PIC 9(02).

      *-----> ALIQUOTA DO DEPOSITO MENSAL DO FGTS (LEI 8.036/90)
       01  WS-ALIQ-FGTS           PIC 9(02)V99  VALUE 8.

      *-----> VALORES DO TRABALHADOR CORRENTE E TOTAIS DE CONTROLE
       01  WS-VALORES.
           05  WS-BASE                PIC 9(13)V99.
           05  WS-DEPOSITO            PIC 9(13)V99.
           05  WS-ARQ-BASE            PIC 9(13)V99 VALUE ZEROS.
           05  WS-ARQ-DEPOS           PIC 9(13)V99 VALUE ZEROS.
           05  WS-REJ-BASE            PIC 9(13)V99 VALUE ZEROS.
           05  WS-REJ-DEPOS           PIC 9(13)V99 VALUE ZEROS.
           05  WS-FOL-QTD             PIC 9(05)    VALUE ZEROS.
           05  WS-FOL-BRUTO           PIC 9(13)V99 VALUE ZEROS.
           05  WS-FOL-DEPOS           PIC 9(13)V99 VALUE ZEROS.
           05  WS-SOMA-QTD            PIC 9(05).
           05  WS-SOMA-BASE           PIC 9(13)V99.

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  FILLER  REDEFINES  WS-COMPET-IN.
               10  WS-ANO-IN          PIC 9(04).
               10  WS-MES-IN          PIC 9(02).
           05  WS-CNPJ-IN             PIC 9(14).
           05  FILLER  REDEFINES  WS-CNPJ-IN.
               10  WS-CNPJ-RAIZ1      PIC X(02).
               10  WS-CNPJ-RAIZ2      PIC X(03).
               10  WS-CNPJ-RAIZ3      PIC X(03).
               10  WS-CNPJ-FILIAL     PIC X(04).
               10  WS-CNPJ-DV         PIC X(02).
           05  WS-RAZAO-IN            PIC X(40).

      *-----> PIS/PASEP DO TRABALHADOR CORRENTE
       01  WS-PIS-W               PIC 9(11).
       01  FILLER  REDEFINES  WS-PIS-W.
           05  WS-PIS-DIG-W           PIC 9(01)  OCCURS 11 TIMES.
       01  FILLER  REDEFINES  WS-PIS-W.
           05  WS-PIS-P1              PIC X(03).
           05  WS-PIS-P2              PIC X(05).
           05  WS-PIS-P3              PIC X(02).
           05  WS-PIS-P4              PIC X(01).

      *-----> PESOS DO DIGITO VERIFICADOR DO PIS/PASEP (MODULO 11)
       01  WS-TAB-PESO-PIS        PIC X(10)  VALUE '3298765432'.
       01  FILLER  REDEFINES  WS-TAB-PESO-PIS.
           05  WS-PESO-PIS            PIC 9(01)  OCCURS 10 TIMES.

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).

      *-----> DADOS DE SAIDA - RELATORIO DE CONTROLE
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'FGTS MENSAL E ARQUIVO DA DECLARACAO DA F'.
           05 FILLER              PIC X(10) VALUE 'OLHA'.
           05 FILLER              PIC X(47) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'COMPETENCIA '.
           05 WS-MES-CAB          PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-CAB          PIC 9(04).
           05 FILLER              PIC X(09) VALUE '   CNPJ '.
           05 WS-CNPJ-CAB         PIC X(18).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAZAO-CAB        PIC X(40).
           05 FILLER              PIC X(31) VALUE SPACES.
       01  WS-CAB3.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'MATRIC.'.
           05 FILLER              PIC X(15) VALUE 'PIS/PASEP'.
           05 FILLER              PIC X(21) VALUE 'NOME'.
           05 FILLER              PIC X(11) VALUE 'ADMISSAO'.
           05 FILLER              PIC X(19) VALUE
              '          BASE FGTS'.
           05 FILLER              PIC X(19) VALUE
              '           DEPOSITO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(22) VALUE 'SITUACAO'.
       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DPTO-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-FUNC-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PIS-R            PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ADMISSAO-R       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-BASE-R           PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEPOSITO-R       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SITUACAO-R       PIC X(30).
       01  WS-LIN-CONTROLE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-LC        PIC X(45).
           05 WS-QTD-LC           PIC ZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BASE-LC          PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DEPOSITO-LC      PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(30) VALUE SPACES.
       01  WS-CAB-CONTROLE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(45) VALUE
              'CONFERENCIA DO ARQUIVO COM A FOLHA'.
           05 FILLER              PIC X(06) VALUE '  QTDE'.
           05 FILLER              PIC X(19) VALUE
              '          BASE FGTS'.
           05 FILLER              PIC X(19) VALUE
              '           DEPOSITO'.
           05 FILLER              PIC X(30) VALUE SPACES.

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
       000-CGPRG195.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
               UNTIL WS-FS-HIS = '10'
           PERFORM 070-GRAVAR-RODAPE
           PERFORM 075-CONFERIR-FOLHA
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG195 - FGTS E DECLARACAO DA FOLHA  *'
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
           IF WS-CNPJ-IN NOT NUMERIC OR WS-CNPJ-IN = ZEROS
              OR WS-RAZAO-IN = SPACES
              MOVE  'EMPREGADOR NAO INFORMADO'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * COMPETENCIA     : ' WS-COMPET-IN
           DISPLAY ' * EMPREGADOR      : ' WS-RAZAO-IN

           MOVE WS-MES-IN    TO  WS-MES-CAB
           MOVE WS-ANO-IN    TO  WS-ANO-CAB
           MOVE WS-RAZAO-IN  TO  WS-RAZAO-CAB
           MOVE SPACES       TO  WS-CNPJ-CAB
           STRING WS-CNPJ-RAIZ1  '.'  WS-CNPJ-RAIZ2  '.'
                  WS-CNPJ-RAIZ3  '/'  WS-CNPJ-FILIAL '-'
                  WS-CNPJ-DV
                  DELIMITED BY SIZE INTO WS-CNPJ-CAB

           OPEN INPUT FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT FGTSARQ
           IF WS-FS-ARQ  NOT = '00'
              MOVE  'ERRO AO ABRIR O FGTSARQ'  TO WS-MSG
              MOVE   WS-FS-ARQ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELFGTS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELFGTS'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *    CABECALHO DO ARQUIVO
           MOVE SPACES        TO  REG-FGTSARQ
           MOVE '1'           TO  WS-TIPO-FG
           MOVE WS-CNPJ-IN    TO  WS-CNPJ-FG
           MOVE WS-RAZAO-IN   TO  WS-RAZAO-FG
           MOVE WS-COMPET-IN  TO  WS-COMPET-FG
           MOVE WS-DTSYS      TO  WS-DT-GERACAO-FG
           MOVE WS-ALIQ-FGTS  TO  WS-ALIQ-FG
           PERFORM 068-GRAVAR-FGTSARQ

           PERFORM 025-LER-FOLHIST
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
      *    LER O PROXIMO REGISTRO DO HISTORICO
      *--------------------------------------------------------------*
       025-LER-FOLHIST.

           READ FOLHIST NEXT RECORD
           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-HIS = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM REGISTRO DO HISTORICO: SO A FOLHA MENSAL DA
      *    COMPETENCIA; DEPARTAMENTO E FUNCIONARIO ZERADOS = TOTAL
      *    EMPRESA DO RELFOLM, GUARDADO PARA A CONFERENCIA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-COMPET-HF NOT = WS-COMPET-IN OR NOT HIST-MENSAL
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-DPTO-HF = ZEROS AND WS-FUNC-HF = ZEROS
              MOVE 'S'            TO  WS-SW-TOTAL
              MOVE WS-QTD-HF      TO  WS-FOL-QTD
              MOVE WS-BRUTO-HF    TO  WS-FOL-BRUTO
              GO TO 030-PROCESSAR-LER
           END-IF

           ADD 1  TO  WS-CTCOMPET
           MOVE WS-BRUTO-HF  TO  WS-BASE
           COMPUTE WS-DEPOSITO ROUNDED = WS-BASE * WS-ALIQ-FGTS / 100

           MOVE ZEROS       TO  WS-PIS-W
           MOVE WS-DPTO-HF  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-FUNC-HF  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FUN NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-FUN = '23'
              MOVE 'FUNCIONARIO FORA DO CADFUNC'  TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-PIS-FU NOT NUMERIC OR WS-PIS-FU = ZEROS
              MOVE 'PIS/PASEP NAO INFORMADO'      TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           MOVE WS-PIS-FU  TO  WS-PIS-W
           PERFORM 040-CONFERIR-PIS
           IF WS-DV-PIS NOT = WS-PIS-DIG-W (11)
              MOVE 'PIS/PASEP COM DIGITO INVALIDO' TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-ADMISSAO-FU NOT NUMERIC OR WS-ADMISSAO-FU = ZEROS
              MOVE 'ADMISSAO NAO INFORMADA'       TO  WS-MOTIVO
              PERFORM 050-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           PERFORM 060-GRAVAR-DETALHE
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-FOLHIST
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CALCULAR O DIGITO VERIFICADOR DO PIS/PASEP (MODULO 11)
      *--------------------------------------------------------------*
       040-CONFERIR-PIS.

           MOVE ZEROS  TO  WS-SOMA-PIS
           MOVE 1      TO  WS-IX-PIS
           PERFORM 042-SOMAR-PESO-PIS UNTIL WS-IX-PIS > 10
           DIVIDE WS-SOMA-PIS BY 11 GIVING WS-QUOC-PIS
                  REMAINDER WS-RESTO-PIS
           COMPUTE WS-DV-PIS = 11 - WS-RESTO-PIS
           IF WS-DV-PIS > 9
              MOVE ZEROS  TO  WS-DV-PIS
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR UM DIGITO DO PIS VEZES O SEU PESO
      *--------------------------------------------------------------*
       042-SOMAR-PESO-PIS.

           COMPUTE WS-SOMA-PIS = WS-SOMA-PIS
                 + WS-PIS-DIG-W (WS-IX-PIS) * WS-PESO-PIS (WS-IX-PIS)
           ADD 1  TO  WS-IX-PIS
           .
      *--------------------------------------------------------------*
      *    TRABALHADOR FORA DO ARQUIVO: LISTAR COM O MOTIVO
      *--------------------------------------------------------------*
       050-REJEITAR.

           ADD 1            TO  WS-CTREJ
           ADD WS-BASE      TO  WS-REJ-BASE
           ADD WS-DEPOSITO  TO  WS-REJ-DEPOS

           MOVE WS-DPTO-HF  TO  WS-DPTO-R
           MOVE WS-FUNC-HF  TO  WS-FUNC-R
           MOVE WS-NOME-HF  TO  WS-NOME-R
           IF WS-FS-FUN = '00'
              AND WS-ADMISSAO-FU NUMERIC AND WS-ADMISSAO-FU > ZEROS
              MOVE WS-ADMISSAO-FU  TO  WS-DATA-TRAB
              PERFORM 018-EDITAR-DATA
              MOVE WS-DATA-ED      TO  WS-ADMISSAO-R
           ELSE
              MOVE SPACES          TO  WS-ADMISSAO-R
           END-IF
           PERFORM 055-EDITAR-PIS
           MOVE WS-BASE      TO  WS-BASE-R
           MOVE WS-DEPOSITO  TO  WS-DEPOSITO-R
           MOVE SPACES       TO  WS-SITUACAO-R
           STRING 'REJEITADO - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-SITUACAO-R
           PERFORM 080-IMPRIMIR-LINHA

           DISPLAY ' *** FORA DO ARQUIVO: ' WS-DPTO-HF '/' WS-FUNC-HF
                   ' - ' WS-MOTIVO
           .
      *--------------------------------------------------------------*
      *    EDITAR O PIS/PASEP EM 999.99999.99-9 (EM BRANCO SE ZERO)
      *--------------------------------------------------------------*
       055-EDITAR-PIS.

           MOVE SPACES  TO  WS-PIS-R
           IF WS-PIS-W NOT = ZEROS
              STRING WS-PIS-P1 '.' WS-PIS-P2 '.' WS-PIS-P3 '-'
                     WS-PIS-P4
                     DELIMITED BY SIZE INTO WS-PIS-R
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DO TRABALHADOR E LISTAR
      *--------------------------------------------------------------*
       060-GRAVAR-DETALHE.

           MOVE SPACES          TO  REG-FGTSARQ
           MOVE '2'             TO  WS-TIPO-FG
           MOVE WS-PIS-W        TO  WS-PIS-FG
           MOVE WS-DPTO-HF      TO  WS-DPTO-FG
           MOVE WS-FUNC-HF      TO  WS-FUNC-FG
           MOVE WS-NOME-FU      TO  WS-NOME-FG
           MOVE WS-ADMISSAO-FU  TO  WS-ADMISSAO-FG
           MOVE WS-BASE         TO  WS-BASE-FG
           MOVE WS-DEPOSITO     TO  WS-DEPOSITO-FG
           PERFORM 068-GRAVAR-FGTSARQ

           ADD 1            TO  WS-CTGRAV
           ADD WS-BASE      TO  WS-ARQ-BASE
           ADD WS-DEPOSITO  TO  WS-ARQ-DEPOS

           MOVE WS-DPTO-HF      TO  WS-DPTO-R
           MOVE WS-FUNC-HF      TO  WS-FUNC-R
           MOVE WS-NOME-FU      TO  WS-NOME-R
           MOVE WS-ADMISSAO-FU  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED      TO  WS-ADMISSAO-R
           PERFORM 055-EDITAR-PIS
           MOVE WS-BASE         TO  WS-BASE-R
           MOVE WS-DEPOSITO     TO  WS-DEPOSITO-R
           MOVE 'NO ARQUIVO'    TO  WS-SITUACAO-R
           PERFORM 080-IMPRIMIR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO DO FGTSARQ
      *--------------------------------------------------------------*
       068-GRAVAR-FGTSARQ.

           WRITE REG-FGTSARQ
           IF WS-FS-ARQ  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO FGTSARQ'  TO  WS-MSG
              MOVE WS-FS-ARQ                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    RODAPE DO ARQUIVO COM A QTDE E OS TOTAIS
      *--------------------------------------------------------------*
       070-GRAVAR-RODAPE.

           MOVE SPACES        TO  REG-FGTSARQ
           MOVE '9'           TO  WS-TIPO-FG
           MOVE WS-CTGRAV     TO  WS-QTD-FG
           MOVE WS-ARQ-BASE   TO  WS-TOT-BASE-FG
           MOVE WS-ARQ-DEPOS  TO  WS-TOT-DEPOS-FG
           PERFORM 068-GRAVAR-FGTSARQ
           .
      *--------------------------------------------------------------*
      *    CONFERIR O ARQUIVO COM O TOTAL EMPRESA DO RELFOLM: QTDE DE
      *    CONTRACHEQUES E BRUTO TEM DE BATER COM O ARQUIVO MAIS OS
      *    REJEITADOS, E SEM REJEITADOS O ARQUIVO TEM DE SER A FOLHA
      *--------------------------------------------------------------*
       075-CONFERIR-FOLHA.

           IF WS-CTLIN > 50
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-BRANCO    TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           MOVE WS-CAB-CONTROLE  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           MOVE WS-HIFEN         TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS

           MOVE 'ARQUIVO DO FGTS (RODAPE)'  TO  WS-ROTULO-LC
           MOVE WS-CTGRAV     TO  WS-QTD-LC
           MOVE WS-ARQ-BASE   TO  WS-BASE-LC
           MOVE WS-ARQ-DEPOS  TO  WS-DEPOSITO-LC
           MOVE WS-LIN-CONTROLE  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS

           MOVE 'TRABALHADORES REJEITADOS'  TO  WS-ROTULO-LC
           MOVE WS-CTREJ      TO  WS-QTD-LC
           MOVE WS-REJ-BASE   TO  WS-BASE-LC
           MOVE WS-REJ-DEPOS  TO  WS-DEPOSITO-LC
           MOVE WS-LIN-CONTROLE  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS

           COMPUTE WS-SOMA-QTD  = WS-CTGRAV + WS-CTREJ
           COMPUTE WS-SOMA-BASE = WS-ARQ-BASE + WS-REJ-BASE
           MOVE 'ARQUIVO + REJEITADOS'  TO  WS-ROTULO-LC
           MOVE WS-SOMA-QTD   TO  WS-QTD-LC
           MOVE WS-SOMA-BASE  TO  WS-BASE-LC
           COMPUTE WS-DEPOSITO-LC = WS-ARQ-DEPOS + WS-REJ-DEPOS
           MOVE WS-LIN-CONTROLE  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS

           COMPUTE WS-FOL-DEPOS ROUNDED =
                   WS-FOL-BRUTO * WS-ALIQ-FGTS / 100
           MOVE 'FOLHA DA COMPETENCIA (TOTAL DO RELFOLM)'
                              TO  WS-ROTULO-LC
           MOVE WS-FOL-QTD    TO  WS-QTD-LC
           MOVE WS-FOL-BRUTO  TO  WS-BASE-LC
           MOVE WS-FOL-DEPOS  TO  WS-DEPOSITO-LC
           MOVE WS-LIN-CONTROLE  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           MOVE WS-HIFEN         TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS

           MOVE SPACES  TO  REG-RELFGTS
           EVALUATE TRUE
               WHEN NOT TOTAL-PRESENTE
                    MOVE 'N'  TO  WS-SW-CONFERE
                    STRING ' SITUACAO: TOTAL DO RELFOLM DA '
                           'COMPETENCIA NAO ENCONTRADO NO FOLHIST'
                           DELIMITED BY SIZE INTO REG-RELFGTS
               WHEN WS-SOMA-QTD  NOT = WS-FOL-QTD
                 OR WS-SOMA-BASE NOT = WS-FOL-BRUTO
                    MOVE 'N'  TO  WS-SW-CONFERE
                    STRING ' SITUACAO: DIVERGE - HISTORICO '
                           'NAO FECHA COM O RELFOLM'
                           DELIMITED BY SIZE INTO REG-RELFGTS
               WHEN WS-CTGRAV   NOT = WS-FOL-QTD
                 OR WS-ARQ-BASE NOT = WS-FOL-BRUTO
                    MOVE 'N'  TO  WS-SW-CONFERE
                    STRING ' SITUACAO: DIVERGE - REJEITADOS FORA '
                           'DO ARQUIVO; CORRIGIR O CADFUNC E '
                           'REPROCESSAR'
                           DELIMITED BY SIZE INTO REG-RELFGTS
               WHEN OTHER
                    MOVE ' SITUACAO: CONFERE COM A FOLHA'
                         TO  REG-RELFGTS
           END-EVALUATE
           PERFORM 088-GRAVAR-RELFGTS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE TRABALHADOR
      *--------------------------------------------------------------*
       080-IMPRIMIR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-REG-LINHA  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELFGTS  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELFGTS'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-CAB2   TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           MOVE WS-HIFEN  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           MOVE WS-CAB3   TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           MOVE WS-HIFEN  TO  REG-RELFGTS
           PERFORM 088-GRAVAR-RELFGTS
           MOVE 5  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELFGTS.

           WRITE REG-RELFGTS
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELFGTS'  TO  WS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG195        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS - FOLHIST    = ' WS-CTLIDO
           DISPLAY ' * CONTRACHEQUES DA COMPETENCIA = ' WS-CTCOMPET
           DISPLAY ' * TRABALHADORES NO FGTSARQ     = ' WS-CTGRAV
           DISPLAY ' * TRABALHADORES REJEITADOS     = ' WS-CTREJ
           DISPLAY ' * CONTRACHEQUES NO RELFOLM     = ' WS-FOL-QTD
           DISPLAY ' * BASE DO FGTS NO ARQUIVO      = ' WS-ARQ-BASE
           DISPLAY ' * DEPOSITO NO ARQUIVO          = ' WS-ARQ-DEPOS
           DISPLAY ' * BRUTO DO RELFOLM             = ' WS-FOL-BRUTO
           DISPLAY ' *========================================*'

           COMPUTE WS-CTPROC = WS-CTGRAV + WS-CTREJ
           IF WS-CTCOMPET NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTCOMPET)= '
                      WS-CTCOMPET
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC) = '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           IF NOT ARQUIVO-CONFERE
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ARQUIVO DO FGTS NAO FECHA COM A FOLHA  *'
              DISPLAY ' * VER A CONFERENCIA NO RELFGTS           *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FGTSARQ
           IF WS-FS-ARQ  NOT = '00'
              MOVE  'ERRO AO FECHAR O FGTSARQ'  TO WS-MSG
              MOVE   WS-FS-ARQ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELFGTS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELFGTS'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG195        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG195 <
