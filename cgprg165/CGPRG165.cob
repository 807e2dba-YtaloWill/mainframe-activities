       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG165.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: DEVOLUCOES DOS CORREIOS. LE O DEVCORR (COPY
      *           DEVCORC), DIGITADO PELA SECRETARIA A PARTIR DOS
      *           AVISOS DE DEVOLUCAO DAS CARTAS DA POSTAGEM
      *           CONSOLIDADA (CGPRG164), E MARCA O ENDERECO DO
      *           CADEND COMO DEVOLVIDO (WS-SIT-END-D = 'D' E DATA DA
      *           DEVOLUCAO), PARA OS PROGRAMAS DE CARTA PARAREM DE
      *           REPETIR O ENDERECO. POR DEVOLUCAO:
      *             REJEITADA   - CAMPOS OU MOTIVO INVALIDOS, OU ALUNO
      *                           SEM ENDERECO NO CADEND (RC 4)
      *             JA ALTERADO - O CEP DO CADEND NAO E MAIS O DA
      *                           CARTA, OU O ENDERECO FOI GRAVADO
      *                           DEPOIS DA POSTAGEM: NAO MARCA
      *             DESTINATARIO- RECUSADO, NAO PROCURADO OU AUSENTE:
      *                           O ENDERECO ESTA CERTO, SO LISTA
      *             JA MARCADO  - ENDERECO JA DEVOLVIDO ANTES
      *             MARCADO     - ENDERECO MARCADO COMO DEVOLVIDO
      *           LISTA CADA DEVOLUCAO NO RELDEV. O ENDERECO NOVO
      *           (CGPRG027 OU PORTAL - CGPRG158) LIMPA A MARCA.
      *           TOTAIS LIDO X SOMA DAS SITUACOES DIVERGENTES = RC 8
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010199  PROGRAMA CRIADO - MARCA NO CADEND OS
      *                          ENDERECOS DEVOLVIDOS PELOS CORREIOS
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
           SELECT DEVCORR ASSIGN TO DEVCORRJ
                  FILE STATUS   IS WS-FS-DEV
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
           SELECT RELDEV ASSIGN TO RELDEVJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  DEVCORR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEVCORR.
           COPY DEVCORC.
       FD  CADEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADEND.
           COPY CADENDC.
       FD  RELDEV
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELDEV             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTREJEITADA         PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMEND            PIC 9(05) VALUE ZEROS.
           05  WS-CTALTERADO          PIC 9(05) VALUE ZEROS.
           05  WS-CTDESTINAT          PIC 9(05) VALUE ZEROS.
           05  WS-CTJAMARCADO         PIC 9(05) VALUE ZEROS.
           05  WS-CTMARCADO           PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-DEV              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG165'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> AREA DE TRABALHO DO REGISTRO DO CADEND
       01  WS-REG-CADEND.
           COPY CADENDC.

      *-----> DADOS DE SAIDA - LISTAGEM DAS DEVOLUCOES
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'DEVOLUCOES DOS CORREIOS - CADEND        '.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'MAT.'.
           05 FILLER                PIC X(10) VALUE 'ORIGEM'.
           05 FILLER                PIC X(11) VALUE 'POSTAGEM'.
           05 FILLER                PIC X(11) VALUE 'DEVOLUCAO'.
           05 FILLER                PIC X(04) VALUE 'MOT'.
           05 FILLER                PIC X(36) VALUE 'SITUACAO'.

       01  WS-REG-RELDEV.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MAT-R            PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ORIGEM-R         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-POSTAGEM-R       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DEVOL-R          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MOTIVO-R         PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SITUACAO-R       PIC X(36).

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
       000-CGPRG165.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
               UNTIL WS-FS-DEV = '10'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG165 - DEVOLUCOES DOS CORREIOS     *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           OPEN INPUT DEVCORR
           IF WS-FS-DEV  NOT = '00'
              MOVE  'ERRO AO ABRIR O DEVCORR'  TO WS-MSG
              MOVE   WS-FS-DEV                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELDEV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELDEV'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI  TO  WS-DATA-CAB

           PERFORM 025-LER-DEVCORR
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
      *    LER UMA DEVOLUCAO
      *--------------------------------------------------------------*
       025-LER-DEVCORR.

           READ DEVCORR

           IF WS-FS-DEV  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO DEVCORR'  TO WS-MSG
              MOVE   WS-FS-DEV                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-DEV = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA DEVOLUCAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 035-MONTAR-LINHA

           IF WS-NUMERO-DV NOT NUMERIC
              OR WS-DT-POSTAGEM-DV NOT NUMERIC
              OR WS-DT-DEVOL-DV NOT NUMERIC
              OR WS-CEP-DV NOT NUMERIC
              OR WS-DT-DEVOL-DV < WS-DT-POSTAGEM-DV
              OR NOT (DV-MOTIVO-ENDERECO OR DV-MOTIVO-DESTINAT)
              ADD 1  TO  WS-CTREJEITADA
              MOVE 'REJEITADA - CAMPO OU MOTIVO INVALIDO'
                                    TO  WS-SITUACAO-R
              MOVE 4  TO  RETURN-CODE
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-NUMERO-DV  TO  WS-NUMERO-D OF REG-CADEND
           READ CADEND  INTO  WS-REG-CADEND
           IF WS-FS-END = '23'
              ADD 1  TO  WS-CTSEMEND
              MOVE 'REJEITADA - SEM ENDERECO NO CADEND'
                                    TO  WS-SITUACAO-R
              MOVE 4  TO  RETURN-CODE
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-FS-END NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
              MOVE  WS-FS-END                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-CEP-D OF WS-REG-CADEND NOT = WS-CEP-DV
              OR WS-DTLOTE-D OF WS-REG-CADEND > WS-DT-POSTAGEM-DV
              ADD 1  TO  WS-CTALTERADO
              MOVE 'ENDERECO JA ALTERADO - NAO MARCADO'
                                    TO  WS-SITUACAO-R
              GO TO 030-PROCESSAR-LER
           END-IF

           IF DV-MOTIVO-DESTINAT
              ADD 1  TO  WS-CTDESTINAT
              MOVE 'MOTIVO DO DESTINATARIO - NAO MARCADO'
                                    TO  WS-SITUACAO-R
              GO TO 030-PROCESSAR-LER
           END-IF

           IF END-DEVOLVIDO OF WS-REG-CADEND
              ADD 1  TO  WS-CTJAMARCADO
              MOVE 'ENDERECO JA MARCADO COMO DEVOLVIDO'
                                    TO  WS-SITUACAO-R
              GO TO 030-PROCESSAR-LER
           END-IF

           SET END-DEVOLVIDO OF WS-REG-CADEND  TO  TRUE
           MOVE WS-DT-DEVOL-DV  TO  WS-DT-DEVOL-D OF WS-REG-CADEND

           REWRITE REG-CADEND  FROM  WS-REG-CADEND
           IF WS-FS-END NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO CADEND'  TO WS-MSG
              MOVE  WS-FS-END                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTMARCADO
           MOVE 'ENDERECO MARCADO COMO DEVOLVIDO'  TO  WS-SITUACAO-R
           .
       030-PROCESSAR-LER.

           PERFORM 040-GRAVAR-LINHA
           PERFORM 025-LER-DEVCORR
           .
      *--------------------------------------------------------------*
      *    MONTAR A LINHA DA LISTAGEM COM OS DADOS DO AVISO
      *--------------------------------------------------------------*
       035-MONTAR-LINHA.

           MOVE WS-NUMERO-DV     TO  WS-MAT-R
           MOVE WS-ORIGEM-DV     TO  WS-ORIGEM-R
           MOVE WS-MOTIVO-DV     TO  WS-MOTIVO-R
           MOVE SPACES           TO  WS-POSTAGEM-R
                                     WS-DEVOL-R
                                     WS-SITUACAO-R
           STRING WS-DT-POSTAGEM-DV (7:2) '/'
                  WS-DT-POSTAGEM-DV (5:2) '/'
                  WS-DT-POSTAGEM-DV (1:4)
           DELIMITED BY SIZE INTO WS-POSTAGEM-R
           STRING WS-DT-DEVOL-DV (7:2) '/'
                  WS-DT-DEVOL-DV (5:2) '/'
                  WS-DT-DEVOL-DV (1:4)
           DELIMITED BY SIZE INTO WS-DEVOL-R
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DA DEVOLUCAO NO RELDEV
      *--------------------------------------------------------------*
       040-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 045-IMPCAB
           END-IF

           WRITE REG-RELDEV  FROM  WS-REG-RELDEV
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELDEV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM
      *--------------------------------------------------------------*
       045-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELDEV FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELDEV FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELDEV FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELDEV FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG165        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * DEVOLUCOES LIDAS  - DEVCORR  = ' WS-CTLIDO
           DISPLAY ' * REJEITADAS (INVALIDAS)       = ' WS-CTREJEITADA
           DISPLAY ' * REJEITADAS (SEM ENDERECO)    = ' WS-CTSEMEND
           DISPLAY ' * ENDERECO JA ALTERADO         = ' WS-CTALTERADO
           DISPLAY ' * MOTIVO DO DESTINATARIO       = ' WS-CTDESTINAT
           DISPLAY ' * ENDERECO JA MARCADO          = ' WS-CTJAMARCADO
           DISPLAY ' * ENDERECOS MARCADOS - CADEND  = ' WS-CTMARCADO
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIDO NOT = WS-CTREJEITADA + WS-CTSEMEND
                            + WS-CTALTERADO + WS-CTDESTINAT
                            + WS-CTJAMARCADO + WS-CTMARCADO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X SITUACOES  *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  DEVCORR
           IF WS-FS-DEV  NOT = '00'
              MOVE  'ERRO AO FECHAR O DEVCORR'  TO WS-MSG
              MOVE   WS-FS-DEV                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELDEV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELDEV'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG165        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG165 <
