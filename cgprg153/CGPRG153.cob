       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG153.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ABONO DE FALTAS. MANTER OS PEDIDOS DE ABONO
      *           (ABONOFAL - COPY ABONOFC: MATRICULA + INICIO DO
      *           PERIODO) A PARTIR DE CARTOES NA CONVENCAO DO
      *           CGPRG008, COM OS CONTROLES DE CABECALHO/RODAPE DO
      *           LOTE (COPY SYSINHT). A PRIMEIRA POSICAO DO CARTAO
      *           DIZ A TRANSACAO:
      *           - 'S' = PEDIDO: PERIODO DAS FALTAS, MOTIVO LEGAL,
      *             DOCUMENTO E AULAS A ABONAR, PARA ALUNO DO CADALU.
      *             ENTRA PENDENTE ('P'). QUALQUER OPERADOR ATIVO;
      *           - 'A' = APROVACAO E 'R' = REJEICAO DO PEDIDO
      *             PENDENTE, SO POR COORDENADOR (OPERADOR NIVEL 3)
      *             DIFERENTE DE QUEM REGISTROU O PEDIDO.
      *           O OPERADOR DO CARTAO (POSICOES 2-4) E CONFERIDO NO
      *           OPERTAB NA DATA DO LOTE. A APROVACAO SOMA AS AULAS
      *           ABONADAS EM WS-QTD-ABONO-F DO FREQALU E RECALCULA O
      *           PERCENTUAL DE FREQUENCIA ((PRESENCAS + ABONADAS) /
      *           AULAS), SEM MEXER NA CHAMADA ORIGINAL; O ABONO NAO
      *           PODE PASSAR DAS FALTAS AINDA NAO ABONADAS DO ALUNO.
      *           A REGRAVACAO DO FREQALU E JORNALIZADA NO MSTJRNL,
      *           COMO NO CGPRG021. O CGPRG009 E O CGPRG028 PASSAM A
      *           JULGAR A FREQUENCIA JA COM O ABONO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010191  PROGRAMA CRIADO - PEDIDO E
      *                          APROVACAO DO ABONO DE FALTAS
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO COM
      *                          MATRICULA EM 5-9 (CAMPOS SEGUINTES
      *                          DESLOCADOS DE 1) E CHAVE DO MSTJRNL
      *                          COM A MATRICULA EM 1-5
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
           SELECT ABONOFAL ASSIGN TO ABONOFAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-AB OF REG-ABONOFAL
                  FILE STATUS   IS WS-FS-ABO
           .
           SELECT FREQALU ASSIGN TO FREQALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-F OF REG-FREQALU
                  FILE STATUS   IS WS-FS-FRQ
           .
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-OPERID-T OF REG-OPERTAB
                  FILE STATUS   IS WS-FS-OPE
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ABONOFAL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ABONOFAL.
           COPY ABONOFC.
       FD  FREQALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FREQALU.
           COPY FREQALUC.
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
      *-----> DIARIO COMUM DE MESTRES
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTPEDIDO            PIC 9(04) VALUE ZEROS.
           05  WS-CTAPROV             PIC 9(04) VALUE ZEROS.
           05  WS-CTINDEF             PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-TOT-ABONADAS        PIC 9(05) VALUE ZEROS.
           05  WS-FS-ABO              PIC X(02).
           05  WS-FS-FRQ              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG153'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
      *-----> NIVEL MINIMO DO OPERADOR PARA A TRANSACAO
           05  WS-NIVEL-MIN           PIC 9(01).
      *-----> FALTAS DO ALUNO AINDA NAO ABONADAS NO FREQALU
           05  WS-FALTAS-ABERTAS      PIC S9(04).
      *-----> DATA EM CRITICA (MES 01-12, DIA 01-31)
           05  WS-DATA-AUX            PIC 9(08).
           05  WS-DATA-AUX-R  REDEFINES  WS-DATA-AUX.
               10  WS-ANO-AUX         PIC 9(04).
               10  WS-MES-AUX         PIC 9(02).
               10  WS-DIA-AUX         PIC 9(02).
           05  WS-SW-DATA             PIC X(01).
               88 DATA-VALIDA             VALUE 'V'.
               88 DATA-INVALIDA           VALUE 'I'.

      *-----> ENTRADA - CARTAO DE ABONO VIA SYSIN
      *       WS-TIPO-TRANS-IN: 'S' = PEDIDO, 'A' = APROVACAO,
      *       'R' = REJEICAO. O PEDIDO E IDENTIFICADO PELA MATRICULA
      *       E PELO INICIO DO PERIODO DAS FALTAS
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-PEDIDO        VALUE 'S'.
               88 TRANS-APROVACAO     VALUE 'A'.
               88 TRANS-REJEICAO      VALUE 'R'.
           05 WS-OPER-IN          PIC X(03).
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-DT-INI-IN        PIC 9(08).
           05 WS-DADOS-IN         PIC X(63).
      *-----> CARTAO 'S' - FIM DO PERIODO (AAAAMMDD), MOTIVO LEGAL
      *       (VER ABONOFC), DOCUMENTO E AULAS A ABONAR
           05 WS-DADOS-PED-IN  REDEFINES  WS-DADOS-IN.
               10 WS-DT-FIM-IN        PIC 9(08).
               10 WS-TIPO-AB-IN       PIC X(02).
               10 WS-DOCUMENTO-IN     PIC X(20).
               10 WS-QTD-FALTAS-IN    PIC 9(03).
               10 FILLER              PIC X(30).
      *-----> CARTAO 'A'/'R' - OBSERVACAO DA DECISAO (OBRIGATORIA NA
      *       REJEICAO)
           05 WS-DADOS-DEC-IN  REDEFINES  WS-DADOS-IN.
               10 WS-OBS-DEC-IN       PIC X(30).
               10 FILLER              PIC X(33).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DOS REGISTROS
       01  WS-REG-ABONOFAL.
           COPY ABONOFC.
       01  WS-REG-FREQALU.
           COPY FREQALUC.

      *-----> APOIO DO DIARIO COMUM DE MESTRES
       01  WS-AREA-JORNAL.
           05  WS-FS-JRN              PIC X(02).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-CHAVE-JORNAL        PIC 9(05).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).

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
       000-CGPRG153.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG153 - ABONO DE FALTAS             *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O ABONOFAL
           IF WS-FS-ABO = '35'
              OPEN OUTPUT ABONOFAL
              CLOSE ABONOFAL
              OPEN I-O ABONOFAL
           END-IF
           IF WS-FS-ABO  NOT = '00'
              MOVE  'ERRO AO ABRIR O ABONOFAL'  TO WS-MSG
              MOVE   WS-FS-ABO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O FREQALU
           IF WS-FS-FRQ  NOT = '00'
              MOVE  'ERRO AO ABRIR O FREQALU'  TO WS-MSG
              MOVE   WS-FS-FRQ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND MSTJRNL
           IF WS-FS-JRN = '35'
              OPEN OUTPUT MSTJRNL
           END-IF
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS-JRN  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS-JRN  FROM TIME

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
      *    PROCESSAR UM CARTAO DE PEDIDO ('S'), APROVACAO ('A') OU
      *    REJEICAO ('R') DE ABONO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT TRANS-PEDIDO AND NOT TRANS-APROVACAO
              AND NOT TRANS-REJEICAO
              MOVE 'TRANSACAO DIFERENTE DE S/A/R'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-NUMERO-IN IS NOT NUMERIC
              OR WS-DT-INI-IN IS NOT NUMERIC
              MOVE 'MATRICULA/INICIO NAO NUMERICO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-PEDIDO
              MOVE 1  TO  WS-NIVEL-MIN
           ELSE
              MOVE 3  TO  WS-NIVEL-MIN
           END-IF
           MOVE SPACES  TO  WS-MOTIVO-REJ
           PERFORM 029-VALIDAR-OPERADOR THRU 029-VALIDAR-OPERADOR-FIM
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-PEDIDO
              PERFORM 031-INCLUIR-PEDIDO THRU 031-INCLUIR-PEDIDO-FIM
           ELSE
              PERFORM 040-DECIDIR-PEDIDO THRU 040-DECIDIR-PEDIDO-FIM
           END-IF
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR O CARTAO COM O MOTIVO MONTADO PELO CHAMADOR
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO-REJ ' ***'
           DISPLAY ' * TRANSACAO : ' WS-TIPO-TRANS-IN
           DISPLAY ' * OPERADOR  : ' WS-OPER-IN
           DISPLAY ' * MATRICULA : ' WS-NUMERO-IN
           DISPLAY ' * INICIO    : ' WS-DT-INI-IN
           DISPLAY ' * DADOS     : ' WS-DADOS-IN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O OPERADOR DO CARTAO NO OPERTAB NA DATA DO LOTE:
      *    CADASTRADO, NAO REVOGADO, EM VIGENCIA (DATAS EM BRANCO DE
      *    REGISTRO ANTIGO NAO LIMITAM) E COM O NIVEL MINIMO
      *--------------------------------------------------------------*
       029-VALIDAR-OPERADOR.

           MOVE WS-OPER-IN  TO  WS-OPERID-T OF REG-OPERTAB
           READ OPERTAB
           IF WS-FS-OPE = '23'
              MOVE 'OPERADOR NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-FS-OPE NOT = '00'
              MOVE 'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE  WS-FS-OPE                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF OPER-REVOGADO OF REG-OPERTAB
              MOVE 'OPERADOR REVOGADO'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-INI-T OF REG-OPERTAB NUMERIC
              AND WS-HDR-DATA-LOTE < WS-DT-INI-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-FIM-T OF REG-OPERTAB NUMERIC
              AND WS-DT-FIM-T OF REG-OPERTAB > ZEROS
              AND WS-HDR-DATA-LOTE > WS-DT-FIM-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-OPERADOR-FIM
           END-IF

           IF WS-NIVEL-T OF REG-OPERTAB < WS-NIVEL-MIN
              MOVE 'DECISAO SO POR COORDENADOR'  TO  WS-MOTIVO-REJ
           END-IF
           .
       029-VALIDAR-OPERADOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CRITICAR MES (01-12) E DIA (01-31) DA DATA EM WS-DATA-AUX
      *--------------------------------------------------------------*
       029-VALIDAR-DATA.

           SET DATA-VALIDA  TO  TRUE
           IF WS-MES-AUX < 1 OR WS-MES-AUX > 12
              OR WS-DIA-AUX < 1 OR WS-DIA-AUX > 31
              SET DATA-INVALIDA  TO  TRUE
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRAR UM PEDIDO DE ABONO (PENDENTE) PARA ALUNO DO
      *    CADALU: PERIODO VALIDO E JA DECORRIDO NA DATA DO LOTE,
      *    MOTIVO LEGAL, DOCUMENTO E AULAS A ABONAR
      *--------------------------------------------------------------*
       031-INCLUIR-PEDIDO.

           IF WS-DT-FIM-IN IS NOT NUMERIC
              OR WS-QTD-FALTAS-IN IS NOT NUMERIC
              MOVE 'FIM/AULAS NAO NUMERICO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-PEDIDO-FIM
           END-IF

           MOVE WS-DT-INI-IN  TO  WS-DATA-AUX
           PERFORM 029-VALIDAR-DATA
           IF DATA-VALIDA
              MOVE WS-DT-FIM-IN  TO  WS-DATA-AUX
              PERFORM 029-VALIDAR-DATA
           END-IF
           IF DATA-INVALIDA
              OR WS-DT-INI-IN > WS-DT-FIM-IN
              OR WS-DT-FIM-IN > WS-HDR-DATA-LOTE
              MOVE 'PERIODO DAS FALTAS INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-PEDIDO-FIM
           END-IF

           MOVE SPACES         TO  WS-REG-ABONOFAL
           MOVE WS-TIPO-AB-IN  TO  WS-TIPO-AB OF WS-REG-ABONOFAL
           IF NOT ABONO-TIPO-VALIDO OF WS-REG-ABONOFAL
              MOVE 'MOTIVO LEGAL INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-PEDIDO-FIM
           END-IF

           IF WS-DOCUMENTO-IN = SPACES
              MOVE 'DOCUMENTO EM BRANCO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-PEDIDO-FIM
           END-IF

           IF WS-QTD-FALTAS-IN = ZEROS
              MOVE 'AULAS A ABONAR ZERADAS'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-PEDIDO-FIM
           END-IF

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              MOVE 'ALUNO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-PEDIDO-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-NUMERO-IN      TO  WS-NUMERO-AB OF WS-REG-ABONOFAL
           MOVE WS-DT-INI-IN      TO  WS-DT-INI-AB OF WS-REG-ABONOFAL
           MOVE WS-DT-FIM-IN      TO  WS-DT-FIM-AB OF WS-REG-ABONOFAL
           MOVE WS-DOCUMENTO-IN   TO  WS-DOCUMENTO-AB
                                      OF WS-REG-ABONOFAL
           MOVE WS-QTD-FALTAS-IN  TO  WS-QTD-FALTAS-AB
                                      OF WS-REG-ABONOFAL
           MOVE 'P'               TO  WS-SIT-AB OF WS-REG-ABONOFAL
           MOVE WS-OPER-IN        TO  WS-OPER-SOL-AB OF WS-REG-ABONOFAL
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-SOL-AB OF WS-REG-ABONOFAL
           MOVE ZEROS             TO  WS-DT-DEC-AB OF WS-REG-ABONOFAL
           MOVE WS-CURSO-S OF REG-CADALU
                                  TO  WS-CURSO-AB OF WS-REG-ABONOFAL

           WRITE REG-ABONOFAL  FROM  WS-REG-ABONOFAL
           IF WS-FS-ABO = '22'
              MOVE 'PEDIDO JA CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-ABO NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO ABONOFAL'  TO WS-MSG
                 MOVE  WS-FS-ABO                      TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTPEDIDO
              END-IF
           END-IF
           .
       031-INCLUIR-PEDIDO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APROVAR OU REJEITAR UM PEDIDO PENDENTE. O COORDENADOR NAO
      *    PODE DECIDIR O PEDIDO QUE ELE MESMO REGISTROU
      *--------------------------------------------------------------*
       040-DECIDIR-PEDIDO.

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-AB OF REG-ABONOFAL
           MOVE WS-DT-INI-IN  TO  WS-DT-INI-AB OF REG-ABONOFAL
           READ ABONOFAL
           IF WS-FS-ABO = '23'
              MOVE 'PEDIDO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-DECIDIR-PEDIDO-FIM
           END-IF
           IF WS-FS-ABO NOT = '00'
              MOVE 'ERRO NA LEITURA DO ABONOFAL'  TO WS-MSG
              MOVE  WS-FS-ABO                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF NOT ABONO-PENDENTE OF REG-ABONOFAL
              MOVE 'PEDIDO JA DECIDIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-DECIDIR-PEDIDO-FIM
           END-IF

           IF WS-OPER-IN = WS-OPER-SOL-AB OF REG-ABONOFAL
              MOVE 'DECISOR IGUAL AO SOLICITANTE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-DECIDIR-PEDIDO-FIM
           END-IF

           IF TRANS-REJEICAO
              IF WS-OBS-DEC-IN = SPACES
                 MOVE 'REJEICAO SEM OBSERVACAO'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
                 GO TO 040-DECIDIR-PEDIDO-FIM
              END-IF
              MOVE 'R'  TO  WS-SIT-AB OF REG-ABONOFAL
           ELSE
              PERFORM 041-APLICAR-ABONO THRU 041-APLICAR-ABONO-FIM
              IF WS-MOTIVO-REJ NOT = SPACES
                 PERFORM 028-REJEITAR
                 GO TO 040-DECIDIR-PEDIDO-FIM
              END-IF
              MOVE 'A'  TO  WS-SIT-AB OF REG-ABONOFAL
           END-IF

           MOVE WS-OPER-IN        TO  WS-OPER-DEC-AB OF REG-ABONOFAL
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-DEC-AB OF REG-ABONOFAL
           MOVE WS-OBS-DEC-IN     TO  WS-OBS-DEC-AB OF REG-ABONOFAL
           REWRITE REG-ABONOFAL
           IF WS-FS-ABO NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO ABONOFAL'  TO WS-MSG
              MOVE  WS-FS-ABO                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF TRANS-REJEICAO
              ADD 1 TO WS-CTINDEF
           ELSE
              ADD 1 TO WS-CTAPROV
           END-IF
           .
       040-DECIDIR-PEDIDO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOMAR AS AULAS ABONADAS NO FREQALU DO ALUNO E RECALCULAR O
      *    PERCENTUAL (PRESENCAS + ABONADAS) / AULAS. A CHAMADA
      *    ORIGINAL (AULAS E PRESENCAS) NAO E ALTERADA. O ABONO NAO
      *    PODE PASSAR DAS FALTAS AINDA NAO ABONADAS
      *--------------------------------------------------------------*
       041-APLICAR-ABONO.

           MOVE SPACES        TO  WS-MOTIVO-REJ
           MOVE WS-NUMERO-IN  TO  WS-NUMERO-F OF REG-FREQALU
           READ FREQALU
           IF WS-FS-FRQ = '23'
              MOVE 'ALUNO SEM FREQUENCIA LANCADA'  TO  WS-MOTIVO-REJ
              GO TO 041-APLICAR-ABONO-FIM
           END-IF
           IF WS-FS-FRQ NOT = '00'
              MOVE 'ERRO NA LEITURA DO FREQALU'  TO WS-MSG
              MOVE  WS-FS-FRQ                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE REG-FREQALU  TO  WS-REG-FREQALU
           MOVE REG-FREQALU  TO  WS-IMAGEM-ANTES
           IF WS-QTD-ABONO-F OF WS-REG-FREQALU NOT NUMERIC
              MOVE ZEROS  TO  WS-QTD-ABONO-F OF WS-REG-FREQALU
           END-IF

           COMPUTE WS-FALTAS-ABERTAS =
                   WS-QTD-AULAS-F OF WS-REG-FREQALU
                 - WS-QTD-PRES-F OF WS-REG-FREQALU
                 - WS-QTD-ABONO-F OF WS-REG-FREQALU
           IF WS-QTD-FALTAS-AB OF REG-ABONOFAL > WS-FALTAS-ABERTAS
              MOVE 'ABONO MAIOR QUE AS FALTAS'  TO  WS-MOTIVO-REJ
              GO TO 041-APLICAR-ABONO-FIM
           END-IF

           ADD WS-QTD-FALTAS-AB OF REG-ABONOFAL
                              TO  WS-QTD-ABONO-F OF WS-REG-FREQALU
           COMPUTE WS-PORC-FREQ-F OF WS-REG-FREQALU =
                   100 * (WS-QTD-PRES-F OF WS-REG-FREQALU
                        + WS-QTD-ABONO-F OF WS-REG-FREQALU)
                   / WS-QTD-AULAS-F OF WS-REG-FREQALU
           MOVE WS-HDR-RUNID      TO  WS-RUNID-F OF WS-REG-FREQALU
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-F OF WS-REG-FREQALU

           REWRITE REG-FREQALU  FROM  WS-REG-FREQALU
           IF WS-FS-FRQ NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO FREQALU'  TO WS-MSG
              MOVE  WS-FS-FRQ                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'R'             TO  WS-OP-JORNAL
           MOVE WS-REG-FREQALU  TO  WS-IMAGEM-DEPOIS
           PERFORM 036-JORNALIZAR

           ADD WS-QTD-FALTAS-AB OF REG-ABONOFAL  TO  WS-TOT-ABONADAS
           DISPLAY ' * ABONO APLICADO - MATRICULA ' WS-NUMERO-IN
                   ' AULAS ' WS-QTD-FALTAS-AB OF REG-ABONOFAL
                   ' FREQ. ' WS-PORC-FREQ-F OF WS-REG-FREQALU
           .
       041-APLICAR-ABONO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR A OPERACAO NO DIARIO COMUM DE MESTRES
      *--------------------------------------------------------------*
       036-JORNALIZAR.

           MOVE 'FREQALU '        TO  WS-ARQ-MJ
           MOVE WS-OP-JORNAL      TO  WS-OP-MJ
           MOVE WS-NUMERO-IN      TO  WS-CHAVE-JORNAL
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-CHAVE-JORNAL   TO  WS-CHAVE-MJ (1:5)
           MOVE SPACES            TO  WS-OPER-MJ
           MOVE WS-OPER-IN        TO  WS-OPER-MJ
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           MOVE WS-IMAGEM-ANTES   TO  WS-ANTES-MJ
           MOVE WS-IMAGEM-DEPOIS  TO  WS-DEPOIS-MJ

           WRITE REG-MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MSTJRNL'  TO WS-MSG
              MOVE  WS-FS-JRN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG153        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * PEDIDOS GRAVADOS   - ABONOFAL= ' WS-CTPEDIDO
           DISPLAY ' * PEDIDOS APROVADOS            = ' WS-CTAPROV
           DISPLAY ' * PEDIDOS REJEITADOS           = ' WS-CTINDEF
           DISPLAY ' * AULAS ABONADAS     - FREQALU = ' WS-TOT-ABONADAS
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

           IF WS-CTREJ > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTPEDIDO + WS-CTAPROV + WS-CTINDEF
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

           CLOSE  ABONOFAL
           IF WS-FS-ABO  NOT = '00'
              MOVE  'ERRO AO FECHAR O ABONOFAL'  TO WS-MSG
              MOVE   WS-FS-ABO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FREQALU
           IF WS-FS-FRQ  NOT = '00'
              MOVE  'ERRO AO FECHAR O FREQALU'  TO WS-MSG
              MOVE   WS-FS-FRQ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG153        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG153 <
