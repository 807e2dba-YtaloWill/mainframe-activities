       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG155.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: TRANSFERENCIA INTERNA DE CURSO. CADA CARTAO 'T'
      *           (CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE - COPY SYSINHT) PASSA O
      *           ALUNO ATIVO DO CADALU PARA O CURSO NOVO, COM
      *           MATRICULA NOVA TIRADA DA FAIXA DO CURSO NOVO NO
      *           PERIODO DO LOTE (FAIXNUM, COMO O 034-ATRIBUIR-
      *           NUMERO DO CGPRG008). O OPERADOR DO CARTAO (NIVEL 2
      *           OU MAIS NO OPERTAB) E CONFERIDO NA DATA DO LOTE.
      *           A TRANSFERENCIA:
      *           - GRAVA O ALUNO NO CADALU COM A MATRICULA E O CURSO
      *             NOVOS (MOTIVO 'TR') E EXCLUI A MATRICULA ANTIGA;
      *           - LEVA PARA A MATRICULA NOVA O ENDERECO (CADEND), A
      *             FREQUENCIA (FREQALU) E AS MENSALIDADES EM ABERTO
      *             (MENSALU); AS QUITADAS/RENEGOCIADAS FICAM NA
      *             MATRICULA ANTIGA COMO HISTORICO;
      *           - REPRECIFICA AS MENSALIDADES EM ABERTO DA
      *             COMPETENCIA DO LOTE EM DIANTE PELA MENSALIDADE DO
      *             CURSO NOVO (WS-MENSAL-CT DO CURSOTAB), MANTENDO A
      *             PROPORCAO DA BOLSA E DO CONVENIO DA COBRANCA;
      *           - REGRAVA O BOLSALU DO PERIODO (BOLSALN, DEVOLVIDO
      *             AO LUGAR DO BOLSALU PELO CGJOB155) COM A BOLSA DO
      *             ALUNO NA MATRICULA E NO CURSO NOVOS;
      *           - REGISTRA A LIGACAO MATRICULA ANTIGA X NOVA NO
      *             TRFCURS (COPY TRFCURC), SEGUIDA PELO CGPRG029,
      *             CGPRG033 E CGPRG034 PARA TRATAR O ALUNO COMO UM SO.
      *           AS GRAVACOES NO CADALU, FREQALU E MENSALU SAO
      *           JORNALIZADAS NO MSTJRNL
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010192  PROGRAMA CRIADO - TRANSFERENCIA
      *                          INTERNA DE CURSO
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO 'T'
      *                          COM MATRICULA EM 5-9 (CAMPOS
      *                          SEGUINTES DESLOCADOS DE 1), MATRICULA
      *                          NOVA, BOLSALU E CHAVE DO MSTJRNL
      *                          (MATRICULA EM 1-5) AJUSTADOS
      *  V03    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): O ALUNO
      *                          TRANSFERIDO PASSA A UNIDADE DO CURSO
      *                          NOVO (WS-UNIDADE-CT -> WS-UNIDADE-S)
      *                          E AS MENSALIDADES EM ABERTO LEVADAS
      *                          PARA A MATRICULA NOVA PASSAM A SER
      *                          COBRADAS NELA (WS-UNIDADE-M)
      *  V04    OUT/2026 010204  IMAGEM DA MENSALIDADE NA TABELA
      *                          WS-TAB-MENS AMPLIADA PARA 70 BYTES
      *                          (MENSALUC COM O DESCONTO DE
      *                          PONTUALIDADE). A REGRA DE
      *                          PONTUALIDADE CARIMBADA NA COBRANCA E
      *                          MANTIDA NA TRANSFERENCIA - O DESCONTO
      *                          INCIDE SOBRE O VALOR REPRECIFICADO
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
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
           SELECT FAIXNUM ASSIGN TO FAIXNUMJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-X OF REG-FAIXNUM
                  FILE STATUS   IS WS-FS-FXN
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
           SELECT FREQALU ASSIGN TO FREQALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-F OF REG-FREQALU
                  FILE STATUS   IS WS-FS-FRQ
           .
           SELECT MENSALU ASSIGN TO MENSALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSALU
                  FILE STATUS   IS WS-FS-MEN
           .
           SELECT TRFCURS ASSIGN TO TRFCURSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-ANT-TR OF REG-TRFCURS
                  FILE STATUS   IS WS-FS-TRF
           .
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-OPERID-T OF REG-OPERTAB
                  FILE STATUS   IS WS-FS-OPE
           .
      *-----> BOLSAS DO PERIODO (CGPRG030) E A COPIA RENUMERADA
           SELECT BOLSALU ASSIGN TO BOLSALUJ
                  FILE STATUS   IS WS-FS-BOL
           .
           SELECT BOLSALN ASSIGN TO BOLSALNJ
                  FILE STATUS   IS WS-FS-BON
           .
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  FAIXNUM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FAIXNUM.
           COPY FAIXNUMC.
       FD  CADEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADEND.
           COPY CADENDC.
       FD  FREQALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FREQALU.
           COPY FREQALUC.
       FD  MENSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSALU.
           COPY MENSALUC.
       FD  TRFCURS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TRFCURS.
           COPY TRFCURC.
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
      *-----> MESMO LAYOUT DO CGPRG030/CGPRG022 (LRECL 40)
       FD  BOLSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-BOLSALU.
           05 WS-NUMERO-B         PIC 9(05)      COMP-3.
           05 WS-CURSO-B          PIC X(12).
           05 WS-MEDIA-B          PIC 9(02)V99   COMP-3.
           05 WS-PERCENT-B        PIC 9(03)      COMP-3.
           05 WS-DESCR-B          PIC X(15).
           05 FILLER              PIC X(05).
       FD  BOLSALN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-BOLSALN            PIC X(40).
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
           05  WS-CTTRANSF            PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-CTEND               PIC 9(04) VALUE ZEROS.
           05  WS-CTFRQ               PIC 9(04) VALUE ZEROS.
           05  WS-CTMENS              PIC 9(05) VALUE ZEROS.
           05  WS-CTREPREC            PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO-BOL          PIC 9(05) VALUE ZEROS.
           05  WS-CTBOLSA             PIC 9(04) VALUE ZEROS.
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-FS-FXN              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-FRQ              PIC X(02).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-TRF              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-BOL              PIC X(02).
           05  WS-FS-BON              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG155'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
      *-----> NIVEL MINIMO DO OPERADOR PARA A TRANSFERENCIA
           05  WS-NIVEL-MIN           PIC 9(01).
      *-----> MATRICULA NOVA TIRADA DO FAIXNUM E COMPETENCIA DO LOTE
           05  WS-NUMERO-NOVO         PIC 9(05).
           05  WS-COMPET-LOTE         PIC 9(06).
      *-----> UNIDADE (CAMPUS) DO CURSO NOVO, ESPACO = SEDE (VER V03)
           05  WS-UNID-NOVA           PIC X(01).
           05  WS-SW-NUMERO           PIC X(01).
               88 NUMERO-ATRIBUIDO        VALUE 'S'.
               88 SEM-NUMERO-LIVRE        VALUE 'N'.
      *-----> O QUE O CARTAO CORRENTE LEVOU PARA A MATRICULA NOVA
           05  WS-SW-END              PIC X(01).
           05  WS-SW-FRQ              PIC X(01).
           05  WS-QTD-REPREC          PIC 9(02).
      *-----> BASE DA REPRECIFICACAO (BRUTO E BOLSA DA COBRANCA)
           05  WS-BRUTO-ANT           PIC 9(07)V99.
           05  WS-DESC-ANT            PIC 9(07)V99.

      *-----> MENSALIDADES EM ABERTO DA MATRICULA ANTIGA, LEVANTADAS
      *       ANTES DE QUALQUER GRAVACAO (IMAGEM DO MENSALU)
       01  WS-TAB-MENS.
           05  WS-QTD-MENS            PIC 9(02) VALUE ZEROS.
           05  WS-MENS-SUB            PIC 9(02) VALUE ZEROS.
           05  WS-MENS-OCOR           OCCURS 36 TIMES.
               10  WS-MENS-REG        PIC X(70).

      *-----> ENTRADA - CARTAO DE TRANSFERENCIA VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-TRANSFERENCIA VALUE 'T'.
           05 WS-OPER-IN          PIC X(03).
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-CURSO-NOVO-IN    PIC X(12).
           05 FILLER              PIC X(59).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DOS REGISTROS (MATRICULA ANTIGA E NOVA)
       01  WS-REG-ANTIGO.
           COPY CADALUC.
       01  WS-REG-CADALU.
           COPY CADALUC.
       01  WS-REG-CADEND.
           COPY CADENDC.
       01  WS-REG-FREQALU.
           COPY FREQALUC.
       01  WS-REG-MENSALU.
           COPY MENSALUC.
       01  WS-REG-TRFCURS.
           COPY TRFCURC.

      *-----> APOIO DO DIARIO COMUM DE MESTRES
       01  WS-AREA-JORNAL.
           05  WS-FS-JRN              PIC X(02).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-ARQ-JORNAL          PIC X(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-CHAVE-JRN-MAT       PIC 9(05).
           05  WS-CHAVE-JRN-CMP       PIC 9(06).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).
           05  WS-IMAGEM-GUARDA       PIC X(90).

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
       000-CGPRG155.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FIM = 'S'
           PERFORM 080-REGRAVAR-BOLSAS THRU 080-REGRAVAR-FIM
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG155 - TRANSFERENCIA DE CURSO      *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O FAIXNUM
           IF WS-FS-FXN  NOT = '00'
              MOVE  'ERRO AO ABRIR O FAIXNUM'  TO WS-MSG
              MOVE   WS-FS-FXN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O FREQALU
           IF WS-FS-FRQ  NOT = '00'
              MOVE  'ERRO AO ABRIR O FREQALU'  TO WS-MSG
              MOVE   WS-FS-FRQ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O TRFCURS
           IF WS-FS-TRF = '35'
              OPEN OUTPUT TRFCURS
              CLOSE TRFCURS
              OPEN I-O TRFCURS
           END-IF
           IF WS-FS-TRF  NOT = '00'
              MOVE  'ERRO AO ABRIR O TRFCURS'  TO WS-MSG
              MOVE   WS-FS-TRF                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                 TO WS-FS-MSG
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
           MOVE WS-HDR-DATA-LOTE (1:6)  TO  WS-COMPET-LOTE

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
      *    PROCESSAR UM CARTAO DE TRANSFERENCIA ('T')
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT TRANS-TRANSFERENCIA
              MOVE 'TRANSACAO DIFERENTE DE T'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-NUMERO-IN IS NOT NUMERIC
              OR WS-NUMERO-IN = ZEROS
              MOVE 'MATRICULA NAO NUMERICA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-CURSO-NOVO-IN = SPACES
              MOVE 'CURSO NOVO EM BRANCO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE 2       TO  WS-NIVEL-MIN
           MOVE SPACES  TO  WS-MOTIVO-REJ
           PERFORM 029-VALIDAR-OPERADOR THRU 029-VALIDAR-OPERADOR-FIM
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           PERFORM 031-TRANSFERIR THRU 031-TRANSFERIR-FIM
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
           DISPLAY ' * CURSO NOVO: ' WS-CURSO-NOVO-IN
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
              MOVE 'OPERADOR SEM NIVEL DE MANUTENCAO'
                                              TO  WS-MOTIVO-REJ
           END-IF
           .
       029-VALIDAR-OPERADOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    TRANSFERIR O ALUNO: TODA A CRITICA (ALUNO, CURSO NOVO,
      *    MENSALIDADES, FAIXA) VEM ANTES DA PRIMEIRA GRAVACAO
      *--------------------------------------------------------------*
       031-TRANSFERIR.

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              MOVE 'ALUNO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE REG-CADALU  TO  WS-REG-ANTIGO

           IF NOT ALUNO-ATIVO OF WS-REG-ANTIGO
              MOVE 'ALUNO TRANCADO OU CANCELADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF

           IF WS-CURSO-S OF WS-REG-ANTIGO = WS-CURSO-NOVO-IN
              MOVE 'CURSO NOVO IGUAL AO ATUAL'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF

           MOVE WS-CURSO-NOVO-IN  TO  WS-CURSO-CT OF REG-CURSOTAB
           READ CURSOTAB
           IF WS-FS-CUR = '23'
              MOVE 'CURSO NOVO FORA DO CATALOGO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF
           IF WS-FS-CUR NOT = '00'
              MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
              MOVE  WS-FS-CUR                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF CURSO-ENCERRADO OF REG-CURSOTAB
              MOVE 'CURSO NOVO ENCERRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF
           IF WS-UNIDADE-CT OF REG-CURSOTAB = SPACE
              MOVE '1'  TO  WS-UNID-NOVA
           ELSE
              MOVE WS-UNIDADE-CT OF REG-CURSOTAB  TO  WS-UNID-NOVA
           END-IF

           PERFORM 032-LEVANTAR-MENSALIDADES
              THRU 032-LEVANTAR-FIM
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF

           PERFORM 034-ATRIBUIR-NUMERO
           IF SEM-NUMERO-LIVRE
              MOVE 'SEM FAIXA LIVRE NO CURSO NOVO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF

           PERFORM 035-MOVER-CADALU THRU 035-MOVER-CADALU-FIM
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 031-TRANSFERIR-FIM
           END-IF

           PERFORM 036-MOVER-CADEND
           PERFORM 037-MOVER-FREQALU

           MOVE ZEROS  TO  WS-QTD-REPREC
           MOVE 1      TO  WS-MENS-SUB
           PERFORM 038-MOVER-MENSALIDADE
               UNTIL WS-MENS-SUB > WS-QTD-MENS

           PERFORM 040-GRAVAR-TRANSFERENCIA

           ADD 1  TO  WS-CTTRANSF
           DISPLAY ' * TRANSFERIDO - MATRICULA ' WS-NUMERO-IN
                   ' ' WS-CURSO-S OF WS-REG-ANTIGO
                   ' P/ ' WS-NUMERO-NOVO ' ' WS-CURSO-NOVO-IN
           DISPLAY ' *   MENSALIDADES ' WS-QTD-MENS
                   ' REPRECIFICADAS ' WS-QTD-REPREC
                   ' ENDERECO ' WS-SW-END ' FREQUENCIA ' WS-SW-FRQ
           .
       031-TRANSFERIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LEVANTAR AS MENSALIDADES EM ABERTO DA MATRICULA ANTIGA
      *    (CHAVE MATRICULA + COMPETENCIA), GUARDANDO A IMAGEM DE
      *    CADA UMA NA TABELA
      *--------------------------------------------------------------*
       032-LEVANTAR-MENSALIDADES.

           MOVE ZEROS         TO  WS-QTD-MENS
           MOVE SPACES        TO  WS-MOTIVO-REJ
           MOVE WS-NUMERO-IN  TO  WS-NUMERO-M OF REG-MENSALU
           MOVE ZEROS         TO  WS-COMPET-M OF REG-MENSALU
           START MENSALU KEY IS NOT LESS THAN
                 WS-CHAVE-M OF REG-MENSALU
           IF WS-FS-MEN = '23' OR '10'
              GO TO 032-LEVANTAR-FIM
           END-IF
           IF WS-FS-MEN NOT = '00'
              MOVE 'ERRO NO START DO MENSALU'  TO WS-MSG
              MOVE  WS-FS-MEN                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 033-LER-MENSALU
           PERFORM 033-GUARDAR-MENSALIDADE
               UNTIL WS-FS-MEN = '10'
                  OR WS-NUMERO-M OF REG-MENSALU NOT = WS-NUMERO-IN
                  OR WS-MOTIVO-REJ NOT = SPACES
           .
       032-LEVANTAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA MENSALIDADE
      *--------------------------------------------------------------*
       033-LER-MENSALU.

           READ MENSALU NEXT RECORD
           IF WS-FS-MEN NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
              MOVE  WS-FS-MEN                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UMA MENSALIDADE EM ABERTO NA TABELA
      *--------------------------------------------------------------*
       033-GUARDAR-MENSALIDADE.

           IF MENS-ABERTA OF REG-MENSALU
              IF WS-QTD-MENS = 36
                 MOVE 'MENSALIDADES EM ABERTO DEMAIS'
                                             TO  WS-MOTIVO-REJ
              ELSE
                 ADD 1  TO  WS-QTD-MENS
                 MOVE REG-MENSALU  TO  WS-MENS-REG (WS-QTD-MENS)
              END-IF
           END-IF

           PERFORM 033-LER-MENSALU
           .
      *--------------------------------------------------------------*
      *    TIRAR A MATRICULA NOVA DA FAIXA DO CURSO NOVO NO PERIODO
      *    DO LOTE (AAAAMM DA DATA DO CABECALHO), COMO O CGPRG008.
      *    CURSO SEM FAIXA CADASTRADA OU FAIXA ESGOTADA DEIXA O
      *    CARTAO SEM NUMERO (SEM-NUMERO-LIVRE)
      *--------------------------------------------------------------*
       034-ATRIBUIR-NUMERO.

           SET NUMERO-ATRIBUIDO  TO  TRUE

           MOVE WS-CURSO-NOVO-IN         TO  WS-CURSO-X
                                             OF REG-FAIXNUM
           MOVE WS-HDR-DATA-LOTE (1:6)   TO  WS-PERIODO-X
                                             OF REG-FAIXNUM
           READ FAIXNUM
           IF WS-FS-FXN = '23'
              SET SEM-NUMERO-LIVRE  TO  TRUE
           ELSE
              IF WS-FS-FXN NOT = '00'
                 MOVE 'ERRO NA LEITURA DO FAIXNUM'  TO WS-MSG
                 MOVE  WS-FS-FXN                    TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF WS-PROX-NUM-X OF REG-FAIXNUM >
                    WS-FAIXA-FIM-X OF REG-FAIXNUM
                    SET SEM-NUMERO-LIVRE  TO  TRUE
                 ELSE
                    MOVE WS-PROX-NUM-X OF REG-FAIXNUM
                         TO  WS-NUMERO-NOVO
                    ADD 1  TO  WS-PROX-NUM-X OF REG-FAIXNUM
                    REWRITE REG-FAIXNUM
                    IF WS-FS-FXN NOT = '00'
                       MOVE 'ERRO NA GRAVACAO DO FAIXNUM' TO WS-MSG
                       MOVE  WS-FS-FXN                    TO WS-FS-MSG
                       GO TO 999-ERRO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ALUNO NA MATRICULA E NO CURSO NOVOS (MOTIVO 'TR',
      *    SITUACAO ATIVA DESDE A DATA DO LOTE) E EXCLUIR A MATRICULA
      *    ANTIGA. NUMERO DA FAIXA JA OCUPADO NO CADALU REJEITA O
      *    CARTAO ANTES DE MEXER NOS DEMAIS ARQUIVOS
      *--------------------------------------------------------------*
       035-MOVER-CADALU.

           MOVE WS-REG-ANTIGO     TO  WS-REG-CADALU
           MOVE WS-NUMERO-NOVO    TO  WS-NUMERO-S OF WS-REG-CADALU
           MOVE WS-CURSO-NOVO-IN  TO  WS-CURSO-S OF WS-REG-CADALU
           MOVE WS-HDR-RUNID      TO  WS-RUNID-S OF WS-REG-CADALU
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-S OF WS-REG-CADALU
           MOVE WS-OPER-IN        TO  WS-OPERID-S OF WS-REG-CADALU
           MOVE 'TR'              TO  WS-MOTIVO-S OF WS-REG-CADALU
           MOVE 'A'               TO  WS-SIT-ALUNO-S OF WS-REG-CADALU
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-SIT-S OF WS-REG-CADALU
           MOVE 'TR'              TO  WS-MOT-SIT-S OF WS-REG-CADALU
           MOVE WS-UNID-NOVA      TO  WS-UNIDADE-S OF WS-REG-CADALU

           WRITE REG-CADALU  FROM  WS-REG-CADALU
           IF WS-FS-ALU = '22'
              MOVE 'MATRICULA NOVA JA NO CADALU'  TO  WS-MOTIVO-REJ
              GO TO 035-MOVER-CADALU-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'CADALU  '      TO  WS-ARQ-JORNAL
           MOVE 'W'             TO  WS-OP-JORNAL
           MOVE WS-NUMERO-NOVO  TO  WS-CHAVE-JRN-MAT
           MOVE SPACES          TO  WS-IMAGEM-ANTES
           MOVE WS-REG-CADALU   TO  WS-IMAGEM-DEPOIS
           PERFORM 050-JORNALIZAR

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-S OF REG-CADALU
           DELETE CADALU RECORD
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'D'             TO  WS-OP-JORNAL
           MOVE WS-NUMERO-IN    TO  WS-CHAVE-JRN-MAT
           MOVE WS-REG-ANTIGO   TO  WS-IMAGEM-ANTES
           MOVE SPACES          TO  WS-IMAGEM-DEPOIS
           PERFORM 050-JORNALIZAR
           .
       035-MOVER-CADALU-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LEVAR O ENDERECO (CADEND) PARA A MATRICULA NOVA, QUANDO
      *    HOUVER
      *--------------------------------------------------------------*
       036-MOVER-CADEND.

           MOVE 'N'           TO  WS-SW-END
           MOVE WS-NUMERO-IN  TO  WS-NUMERO-D OF REG-CADEND
           READ CADEND
           IF WS-FS-END = '00'
              MOVE REG-CADEND        TO  WS-REG-CADEND
              MOVE WS-NUMERO-NOVO    TO  WS-NUMERO-D OF WS-REG-CADEND
              MOVE WS-HDR-RUNID      TO  WS-RUNID-D OF WS-REG-CADEND
              MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-D OF WS-REG-CADEND
              WRITE REG-CADEND  FROM  WS-REG-CADEND
              IF WS-FS-END NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO CADEND'  TO WS-MSG
                 MOVE  WS-FS-END                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE WS-NUMERO-IN  TO  WS-NUMERO-D OF REG-CADEND
              DELETE CADEND RECORD
              IF WS-FS-END NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO CADEND'  TO WS-MSG
                 MOVE  WS-FS-END                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-END
              ADD 1     TO  WS-CTEND
           ELSE
              IF WS-FS-END NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
                 MOVE  WS-FS-END                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEVAR A FREQUENCIA (FREQALU, COM O ABONO) PARA A
      *    MATRICULA NOVA, QUANDO HOUVER
      *--------------------------------------------------------------*
       037-MOVER-FREQALU.

           MOVE 'N'           TO  WS-SW-FRQ
           MOVE WS-NUMERO-IN  TO  WS-NUMERO-F OF REG-FREQALU
           READ FREQALU
           IF WS-FS-FRQ = '00'
              MOVE REG-FREQALU       TO  WS-REG-FREQALU
              MOVE REG-FREQALU       TO  WS-IMAGEM-GUARDA
              MOVE WS-NUMERO-NOVO    TO  WS-NUMERO-F OF WS-REG-FREQALU
              MOVE WS-HDR-RUNID      TO  WS-RUNID-F OF WS-REG-FREQALU
              MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-F OF WS-REG-FREQALU
              WRITE REG-FREQALU  FROM  WS-REG-FREQALU
              IF WS-FS-FRQ NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO FREQALU'  TO WS-MSG
                 MOVE  WS-FS-FRQ                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE 'FREQALU '      TO  WS-ARQ-JORNAL
              MOVE 'W'             TO  WS-OP-JORNAL
              MOVE WS-NUMERO-NOVO  TO  WS-CHAVE-JRN-MAT
              MOVE SPACES          TO  WS-IMAGEM-ANTES
              MOVE WS-REG-FREQALU  TO  WS-IMAGEM-DEPOIS
              PERFORM 050-JORNALIZAR

              MOVE WS-NUMERO-IN  TO  WS-NUMERO-F OF REG-FREQALU
              DELETE FREQALU RECORD
              IF WS-FS-FRQ NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO FREQALU'  TO WS-MSG
                 MOVE  WS-FS-FRQ                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE 'D'             TO  WS-OP-JORNAL
              MOVE WS-NUMERO-IN    TO  WS-CHAVE-JRN-MAT
              MOVE WS-IMAGEM-GUARDA  TO  WS-IMAGEM-ANTES
              MOVE SPACES          TO  WS-IMAGEM-DEPOIS
              PERFORM 050-JORNALIZAR

              MOVE 'S'  TO  WS-SW-FRQ
              ADD 1     TO  WS-CTFRQ
           ELSE
              IF WS-FS-FRQ NOT = '23'
                 MOVE 'ERRO NA LEITURA DO FREQALU'  TO WS-MSG
                 MOVE  WS-FS-FRQ                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEVAR UMA MENSALIDADE EM ABERTO PARA A MATRICULA NOVA,
      *    REPRECIFICADA QUANDO FOR DA COMPETENCIA DO LOTE EM DIANTE
      *--------------------------------------------------------------*
       038-MOVER-MENSALIDADE.

           MOVE WS-MENS-REG (WS-MENS-SUB)  TO  WS-REG-MENSALU

           IF WS-COMPET-M OF WS-REG-MENSALU NOT < WS-COMPET-LOTE
              PERFORM 039-REPRECIFICAR THRU 039-REPRECIFICAR-FIM
           END-IF

           MOVE WS-NUMERO-NOVO    TO  WS-NUMERO-M OF WS-REG-MENSALU
           MOVE WS-HDR-RUNID      TO  WS-RUNID-M OF WS-REG-MENSALU
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-M OF WS-REG-MENSALU
           MOVE WS-UNID-NOVA      TO  WS-UNIDADE-M OF WS-REG-MENSALU
           WRITE REG-MENSALU  FROM  WS-REG-MENSALU
           IF WS-FS-MEN NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MENSALU'  TO WS-MSG
              MOVE  WS-FS-MEN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'MENSALU '      TO  WS-ARQ-JORNAL
           MOVE 'W'             TO  WS-OP-JORNAL
           MOVE WS-NUMERO-NOVO  TO  WS-CHAVE-JRN-MAT
           MOVE WS-COMPET-M OF WS-REG-MENSALU  TO  WS-CHAVE-JRN-CMP
           MOVE SPACES          TO  WS-IMAGEM-ANTES
           MOVE WS-REG-MENSALU  TO  WS-IMAGEM-DEPOIS
           PERFORM 050-JORNALIZAR

           MOVE WS-MENS-REG (WS-MENS-SUB)  TO  REG-MENSALU
           DELETE MENSALU RECORD
           IF WS-FS-MEN NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO MENSALU'  TO WS-MSG
              MOVE  WS-FS-MEN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'D'             TO  WS-OP-JORNAL
           MOVE WS-NUMERO-IN    TO  WS-CHAVE-JRN-MAT
           MOVE WS-MENS-REG (WS-MENS-SUB)  TO  WS-IMAGEM-ANTES
           MOVE SPACES          TO  WS-IMAGEM-DEPOIS
           PERFORM 050-JORNALIZAR

           ADD 1  TO  WS-CTMENS
           ADD 1  TO  WS-MENS-SUB
           .
      *--------------------------------------------------------------*
      *    REPRECIFICAR A MENSALIDADE PELA MENSALIDADE DO CURSO NOVO
      *    (WS-MENSAL-CT), NA MESMA PROPORCAO DE BOLSA E DE CONVENIO
      *    DA COBRANCA ORIGINAL. COBRANCA SEM BRUTO (ANTERIOR A
      *    BOLSA NO CGPRG022) TOMA O LIQUIDO COMO BRUTO. CURSO NOVO
      *    SEM MENSALIDADE NO CATALOGO OU COBRANCA ZERADA FICA COMO
      *    ESTA. ENCARGOS E VALOR JA PAGO NAO SAO ALTERADOS
      *--------------------------------------------------------------*
       039-REPRECIFICAR.

           IF WS-MENSAL-CT OF REG-CURSOTAB NOT NUMERIC
              OR WS-MENSAL-CT OF REG-CURSOTAB = ZEROS
              GO TO 039-REPRECIFICAR-FIM
           END-IF

           IF WS-VALOR-BRUTO-M OF WS-REG-MENSALU NUMERIC
              AND WS-VALOR-BRUTO-M OF WS-REG-MENSALU > ZEROS
              MOVE WS-VALOR-BRUTO-M OF WS-REG-MENSALU
                                        TO  WS-BRUTO-ANT
              IF WS-DESC-BOLSA-M OF WS-REG-MENSALU NUMERIC
                 MOVE WS-DESC-BOLSA-M OF WS-REG-MENSALU
                                        TO  WS-DESC-ANT
              ELSE
                 MOVE ZEROS             TO  WS-DESC-ANT
              END-IF
           ELSE
              MOVE WS-VALOR-M OF WS-REG-MENSALU  TO  WS-BRUTO-ANT
              MOVE ZEROS                         TO  WS-DESC-ANT
           END-IF

           IF WS-BRUTO-ANT = ZEROS
              GO TO 039-REPRECIFICAR-FIM
           END-IF

           COMPUTE WS-VALOR-M OF WS-REG-MENSALU ROUNDED =
                   WS-MENSAL-CT OF REG-CURSOTAB
                 * WS-VALOR-M OF WS-REG-MENSALU / WS-BRUTO-ANT
           COMPUTE WS-DESC-BOLSA-M OF WS-REG-MENSALU ROUNDED =
                   WS-MENSAL-CT OF REG-CURSOTAB
                 * WS-DESC-ANT / WS-BRUTO-ANT
           MOVE WS-MENSAL-CT OF REG-CURSOTAB
                             TO  WS-VALOR-BRUTO-M OF WS-REG-MENSALU

           ADD 1  TO  WS-QTD-REPREC
           ADD 1  TO  WS-CTREPREC
           .
       039-REPRECIFICAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    REGISTRAR A LIGACAO MATRICULA ANTIGA X NOVA NO TRFCURS
      *--------------------------------------------------------------*
       040-GRAVAR-TRANSFERENCIA.

           MOVE SPACES            TO  WS-REG-TRFCURS
           MOVE WS-NUMERO-IN      TO  WS-NUMERO-ANT-TR OF WS-REG-TRFCURS
           MOVE WS-NUMERO-NOVO    TO  WS-NUMERO-NOVO-TR
                                      OF WS-REG-TRFCURS
           MOVE WS-CURSO-S OF WS-REG-ANTIGO
                                  TO  WS-CURSO-ANT-TR OF WS-REG-TRFCURS
           MOVE WS-CURSO-NOVO-IN  TO  WS-CURSO-NOVO-TR
                                      OF WS-REG-TRFCURS
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-TRANSF-TR OF WS-REG-TRFCURS
           MOVE WS-OPER-IN        TO  WS-OPER-TR OF WS-REG-TRFCURS
           MOVE WS-HDR-RUNID      TO  WS-RUNID-TR OF WS-REG-TRFCURS
           MOVE WS-QTD-MENS       TO  WS-QTD-MENS-TR OF WS-REG-TRFCURS
           MOVE WS-QTD-REPREC     TO  WS-QTD-REPREC-TR
                                      OF WS-REG-TRFCURS
           MOVE WS-SW-END         TO  WS-SW-END-TR OF WS-REG-TRFCURS
           MOVE WS-SW-FRQ         TO  WS-SW-FRQ-TR OF WS-REG-TRFCURS
           MOVE 'N'               TO  WS-SW-BOLSA-TR OF WS-REG-TRFCURS

           WRITE REG-TRFCURS  FROM  WS-REG-TRFCURS
           IF WS-FS-TRF NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO TRFCURS'  TO WS-MSG
              MOVE  WS-FS-TRF                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A OPERACAO NO DIARIO COMUM DE MESTRES
      *--------------------------------------------------------------*
       050-JORNALIZAR.

           MOVE WS-ARQ-JORNAL     TO  WS-ARQ-MJ
           MOVE WS-OP-JORNAL      TO  WS-OP-MJ
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-CHAVE-JRN-MAT  TO  WS-CHAVE-MJ (1:5)
           IF WS-ARQ-JORNAL = 'MENSALU '
              MOVE WS-CHAVE-JRN-CMP  TO  WS-CHAVE-MJ (6:6)
           END-IF
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
      *    REGRAVAR AS BOLSAS DO PERIODO NO BOLSALN: A BOLSA DE ALUNO
      *    TRANSFERIDO NESTE LOTE (TRFCURS COM O RUN-ID E A DATA DO
      *    CABECALHO) PASSA PARA A MATRICULA E O CURSO NOVOS; AS
      *    DEMAIS SAEM COMO ESTAO. BOLSALU AUSENTE (FS='35') GERA O
      *    BOLSALN VAZIO, COMO O CGPRG022 JA TRATA O PERIODO SEM
      *    BOLSAS
      *--------------------------------------------------------------*
       080-REGRAVAR-BOLSAS.

           OPEN OUTPUT BOLSALN
           IF WS-FS-BON  NOT = '00'
              MOVE  'ERRO AO ABRIR O BOLSALN'  TO WS-MSG
              MOVE   WS-FS-BON                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT BOLSALU
           IF WS-FS-BOL = '35'
              DISPLAY ' * BOLSALU AUSENTE - PERIODO SEM BOLSAS'
              GO TO 080-FECHAR-BOLSALN
           END-IF
           IF WS-FS-BOL  NOT = '00'
              MOVE  'ERRO AO ABRIR O BOLSALU'  TO WS-MSG
              MOVE   WS-FS-BOL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 081-LER-BOLSALU
           PERFORM 082-COPIAR-BOLSA
               UNTIL WS-FS-BOL = '10'

           CLOSE  BOLSALU
           IF WS-FS-BOL  NOT = '00'
              MOVE  'ERRO AO FECHAR O BOLSALU'  TO WS-MSG
              MOVE   WS-FS-BOL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       080-FECHAR-BOLSALN.

           CLOSE  BOLSALN
           IF WS-FS-BON  NOT = '00'
              MOVE  'ERRO AO FECHAR O BOLSALN'  TO WS-MSG
              MOVE   WS-FS-BON                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       080-REGRAVAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO BOLSALU
      *--------------------------------------------------------------*
       081-LER-BOLSALU.

           READ BOLSALU
           IF WS-FS-BOL NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO BOLSALU'  TO WS-MSG
              MOVE  WS-FS-BOL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-BOL = '00'
              ADD 1  TO  WS-CTLIDO-BOL
           END-IF
           .
      *--------------------------------------------------------------*
      *    COPIAR UMA BOLSA PARA O BOLSALN, RENUMERANDO A DO ALUNO
      *    TRANSFERIDO NESTE LOTE (E MARCANDO A BOLSA NO TRFCURS)
      *--------------------------------------------------------------*
       082-COPIAR-BOLSA.

           MOVE WS-NUMERO-B  TO  WS-NUMERO-ANT-TR OF REG-TRFCURS
           READ TRFCURS
           IF WS-FS-TRF NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO TRFCURS'  TO WS-MSG
              MOVE  WS-FS-TRF                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-FS-TRF = '00'
              AND WS-RUNID-TR OF REG-TRFCURS = WS-HDR-RUNID
              AND WS-DT-TRANSF-TR OF REG-TRFCURS = WS-HDR-DATA-LOTE
              MOVE WS-NUMERO-NOVO-TR OF REG-TRFCURS  TO  WS-NUMERO-B
              MOVE WS-CURSO-NOVO-TR OF REG-TRFCURS   TO  WS-CURSO-B
              MOVE 'S'  TO  WS-SW-BOLSA-TR OF REG-TRFCURS
              REWRITE REG-TRFCURS
              IF WS-FS-TRF NOT = '00'
                 MOVE 'ERRO NA ALTERACAO DO TRFCURS'  TO WS-MSG
                 MOVE  WS-FS-TRF                      TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTBOLSA
              DISPLAY ' * BOLSA LEVADA - MATRICULA NOVA ' WS-NUMERO-B
                      ' ' WS-PERCENT-B '%'
           END-IF

           WRITE REG-BOLSALN  FROM  REG-BOLSALU
           IF WS-FS-BON NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO BOLSALN'  TO WS-MSG
              MOVE  WS-FS-BON                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 081-LER-BOLSALU
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG155        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * ALUNOS TRANSFERIDOS- TRFCURS = ' WS-CTTRANSF
           DISPLAY ' * ENDERECOS LEVADOS  - CADEND  = ' WS-CTEND
           DISPLAY ' * FREQUENCIAS LEVADAS- FREQALU = ' WS-CTFRQ
           DISPLAY ' * MENSALIDADES LEVADAS-MENSALU = ' WS-CTMENS
           DISPLAY ' * MENSALIDADES REPRECIFICADAS  = ' WS-CTREPREC
           DISPLAY ' * BOLSAS LIDAS       - BOLSALU = ' WS-CTLIDO-BOL
           DISPLAY ' * BOLSAS LEVADAS     - BOLSALN = ' WS-CTBOLSA
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

           COMPUTE WS-CTPROC = WS-CTTRANSF + WS-CTREJ
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

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FAIXNUM
           IF WS-FS-FXN  NOT = '00'
              MOVE  'ERRO AO FECHAR O FAIXNUM'  TO WS-MSG
              MOVE   WS-FS-FXN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FREQALU
           IF WS-FS-FRQ  NOT = '00'
              MOVE  'ERRO AO FECHAR O FREQALU'  TO WS-MSG
              MOVE   WS-FS-FRQ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  TRFCURS
           IF WS-FS-TRF  NOT = '00'
              MOVE  'ERRO AO FECHAR O TRFCURS'  TO WS-MSG
              MOVE   WS-FS-TRF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG155        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG155 <
