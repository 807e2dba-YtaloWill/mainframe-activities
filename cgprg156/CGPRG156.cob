       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG156.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ESTAGIO E ATIVIDADES COMPLEMENTARES. MANTER AS
      *           ATIVIDADES DO ALUNO (ATIVALU - COPY ATIVALUC:
      *           MATRICULA + TIPO + INICIO) A PARTIR DE CARTOES NA
      *           CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT). A PRIMEIRA
      *           POSICAO DO CARTAO DIZ A TRANSACAO:
      *           - 'I' = REGISTRO: TIPO ('E' = ESTAGIO
      *             SUPERVISIONADO, 'C' = ATIVIDADE COMPLEMENTAR),
      *             PERIODO, HORAS E LOCAL (EMPRESA OU EVENTO), PARA
      *             ALUNO DO CADALU. ENTRA PENDENTE ('P'). QUALQUER
      *             OPERADOR ATIVO;
      *           - 'A' = APROVACAO E 'R' = REJEICAO DA ATIVIDADE
      *             PENDENTE, SO POR COORDENADOR (OPERADOR NIVEL 3)
      *             DIFERENTE DE QUEM REGISTROU A ATIVIDADE.
      *           O OPERADOR DO CARTAO (POSICOES 2-4) E CONFERIDO NO
      *           OPERTAB NA DATA DO LOTE. SO AS HORAS APROVADAS
      *           CONTAM NA CARGA HORARIA EXIGIDA PELO CURSO
      *           (CURSOTAB), CONFERIDA PELO CGPRG033 ANTES DE
      *           LIBERAR O ALUNO PARA A COLACAO DE GRAU
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010193  PROGRAMA CRIADO - REGISTRO E
      *                          APROVACAO DE ESTAGIO E ATIVIDADES
      *                          COMPLEMENTARES
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO COM
      *                          MATRICULA EM 5-9 (CAMPOS SEGUINTES
      *                          DESLOCADOS DE 1)
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
           SELECT ATIVALU ASSIGN TO ATIVALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-AT OF REG-ATIVALU
                  FILE STATUS   IS WS-FS-ATV
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
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ATIVALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ATIVALU.
           COPY ATIVALUC.
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
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTREGIS             PIC 9(04) VALUE ZEROS.
           05  WS-CTAPROV             PIC 9(04) VALUE ZEROS.
           05  WS-CTINDEF             PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-TOT-HORAS-EST       PIC 9(06) VALUE ZEROS.
           05  WS-TOT-HORAS-AC        PIC 9(06) VALUE ZEROS.
           05  WS-FS-ATV              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG156'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
      *-----> NIVEL MINIMO DO OPERADOR PARA A TRANSACAO
           05  WS-NIVEL-MIN           PIC 9(01).
      *-----> DATA EM CRITICA (MES 01-12, DIA 01-31)
           05  WS-DATA-AUX            PIC 9(08).
           05  WS-DATA-AUX-R  REDEFINES  WS-DATA-AUX.
               10  WS-ANO-AUX         PIC 9(04).
               10  WS-MES-AUX         PIC 9(02).
               10  WS-DIA-AUX         PIC 9(02).
           05  WS-SW-DATA             PIC X(01).
               88 DATA-VALIDA             VALUE 'V'.
               88 DATA-INVALIDA           VALUE 'I'.

      *-----> ENTRADA - CARTAO DE ATIVIDADE VIA SYSIN
      *       WS-TIPO-TRANS-IN: 'I' = REGISTRO, 'A' = APROVACAO,
      *       'R' = REJEICAO. A ATIVIDADE E IDENTIFICADA PELA
      *       MATRICULA, PELO TIPO E PELA DATA DE INICIO
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-REGISTRO      VALUE 'I'.
               88 TRANS-APROVACAO     VALUE 'A'.
               88 TRANS-REJEICAO      VALUE 'R'.
           05 WS-OPER-IN          PIC X(03).
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-TIPO-AT-IN       PIC X(01).
           05 WS-DT-INI-IN        PIC 9(08).
           05 WS-DADOS-IN         PIC X(62).
      *-----> CARTAO 'I' - FIM DA ATIVIDADE (AAAAMMDD), HORAS E
      *       LOCAL (EMPRESA CONCEDENTE OU EVENTO)
           05 WS-DADOS-REG-IN  REDEFINES  WS-DADOS-IN.
               10 WS-DT-FIM-IN        PIC 9(08).
               10 WS-HORAS-IN         PIC 9(04).
               10 WS-LOCAL-IN         PIC X(30).
               10 FILLER              PIC X(20).
      *-----> CARTAO 'A'/'R' - OBSERVACAO DA DECISAO (OBRIGATORIA NA
      *       REJEICAO)
           05 WS-DADOS-DEC-IN  REDEFINES  WS-DADOS-IN.
               10 WS-OBS-DEC-IN       PIC X(30).
               10 FILLER              PIC X(32).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DO REGISTRO
       01  WS-REG-ATIVALU.
           COPY ATIVALUC.

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
       000-CGPRG156.

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
           DISPLAY ' * CGPRG156 - ESTAGIO E ATIV. COMPLEMENT. *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O ATIVALU
           IF WS-FS-ATV = '35'
              OPEN OUTPUT ATIVALU
              CLOSE ATIVALU
              OPEN I-O ATIVALU
           END-IF
           IF WS-FS-ATV  NOT = '00'
              MOVE  'ERRO AO ABRIR O ATIVALU'  TO WS-MSG
              MOVE   WS-FS-ATV                 TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DE REGISTRO ('I'), APROVACAO ('A') OU
      *    REJEICAO ('R') DE ATIVIDADE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT TRANS-REGISTRO AND NOT TRANS-APROVACAO
              AND NOT TRANS-REJEICAO
              MOVE 'TRANSACAO DIFERENTE DE I/A/R'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-NUMERO-IN IS NOT NUMERIC
              OR WS-DT-INI-IN IS NOT NUMERIC
              MOVE 'MATRICULA/INICIO NAO NUMERICO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-TIPO-AT-IN  TO  WS-TIPO-AT OF WS-REG-ATIVALU
           IF NOT ATIV-TIPO-VALIDO OF WS-REG-ATIVALU
              MOVE 'TIPO DIFERENTE DE E/C'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-REGISTRO
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

           IF TRANS-REGISTRO
              PERFORM 031-INCLUIR-ATIVIDADE
                 THRU 031-INCLUIR-ATIVIDADE-FIM
           ELSE
              PERFORM 040-DECIDIR-ATIVIDADE
                 THRU 040-DECIDIR-ATIVIDADE-FIM
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
           DISPLAY ' * TIPO      : ' WS-TIPO-AT-IN
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
      *    REGISTRAR UMA ATIVIDADE (PENDENTE) PARA ALUNO DO CADALU:
      *    PERIODO VALIDO E JA CONCLUIDO NA DATA DO LOTE, HORAS E
      *    LOCAL. O CURSO DO ALUNO NA DATA FICA GRAVADO
      *--------------------------------------------------------------*
       031-INCLUIR-ATIVIDADE.

           IF WS-DT-FIM-IN IS NOT NUMERIC
              OR WS-HORAS-IN IS NOT NUMERIC
              MOVE 'FIM/HORAS NAO NUMERICO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-ATIVIDADE-FIM
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
              MOVE 'PERIODO DA ATIVIDADE INVALIDO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-ATIVIDADE-FIM
           END-IF

           IF WS-HORAS-IN = ZEROS
              MOVE 'HORAS ZERADAS'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-ATIVIDADE-FIM
           END-IF

           IF WS-LOCAL-IN = SPACES
              MOVE 'LOCAL/EVENTO EM BRANCO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-ATIVIDADE-FIM
           END-IF

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              MOVE 'ALUNO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-ATIVIDADE-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE SPACES            TO  WS-REG-ATIVALU
           MOVE WS-NUMERO-IN      TO  WS-NUMERO-AT OF WS-REG-ATIVALU
           MOVE WS-TIPO-AT-IN     TO  WS-TIPO-AT OF WS-REG-ATIVALU
           MOVE WS-DT-INI-IN      TO  WS-DT-INI-AT OF WS-REG-ATIVALU
           MOVE WS-DT-FIM-IN      TO  WS-DT-FIM-AT OF WS-REG-ATIVALU
           MOVE WS-LOCAL-IN       TO  WS-LOCAL-AT OF WS-REG-ATIVALU
           MOVE WS-HORAS-IN       TO  WS-HORAS-AT OF WS-REG-ATIVALU
           MOVE 'P'               TO  WS-SIT-AT OF WS-REG-ATIVALU
           MOVE WS-OPER-IN        TO  WS-OPER-REG-AT OF WS-REG-ATIVALU
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-REG-AT OF WS-REG-ATIVALU
           MOVE ZEROS             TO  WS-DT-DEC-AT OF WS-REG-ATIVALU
           MOVE WS-CURSO-S OF REG-CADALU
                                  TO  WS-CURSO-AT OF WS-REG-ATIVALU

           WRITE REG-ATIVALU  FROM  WS-REG-ATIVALU
           IF WS-FS-ATV = '22'
              MOVE 'ATIVIDADE JA CADASTRADA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-ATV NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO ATIVALU'  TO WS-MSG
                 MOVE  WS-FS-ATV                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTREGIS
              END-IF
           END-IF
           .
       031-INCLUIR-ATIVIDADE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APROVAR OU REJEITAR UMA ATIVIDADE PENDENTE. O COORDENADOR
      *    NAO PODE DECIDIR A ATIVIDADE QUE ELE MESMO REGISTROU
      *--------------------------------------------------------------*
       040-DECIDIR-ATIVIDADE.

           MOVE WS-NUMERO-IN   TO  WS-NUMERO-AT OF REG-ATIVALU
           MOVE WS-TIPO-AT-IN  TO  WS-TIPO-AT OF REG-ATIVALU
           MOVE WS-DT-INI-IN   TO  WS-DT-INI-AT OF REG-ATIVALU
           READ ATIVALU
           IF WS-FS-ATV = '23'
              MOVE 'ATIVIDADE NAO CADASTRADA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-DECIDIR-ATIVIDADE-FIM
           END-IF
           IF WS-FS-ATV NOT = '00'
              MOVE 'ERRO NA LEITURA DO ATIVALU'  TO WS-MSG
              MOVE  WS-FS-ATV                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF NOT ATIV-PENDENTE OF REG-ATIVALU
              MOVE 'ATIVIDADE JA DECIDIDA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-DECIDIR-ATIVIDADE-FIM
           END-IF

           IF WS-OPER-IN = WS-OPER-REG-AT OF REG-ATIVALU
              MOVE 'DECISOR IGUAL AO REGISTRANTE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-DECIDIR-ATIVIDADE-FIM
           END-IF

           IF TRANS-REJEICAO
              IF WS-OBS-DEC-IN = SPACES
                 MOVE 'REJEICAO SEM OBSERVACAO'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
                 GO TO 040-DECIDIR-ATIVIDADE-FIM
              END-IF
              MOVE 'R'  TO  WS-SIT-AT OF REG-ATIVALU
           ELSE
              MOVE 'A'  TO  WS-SIT-AT OF REG-ATIVALU
           END-IF

           MOVE WS-OPER-IN        TO  WS-OPER-DEC-AT OF REG-ATIVALU
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-DEC-AT OF REG-ATIVALU
           MOVE WS-OBS-DEC-IN     TO  WS-OBS-DEC-AT OF REG-ATIVALU
           REWRITE REG-ATIVALU
           IF WS-FS-ATV NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO ATIVALU'  TO WS-MSG
              MOVE  WS-FS-ATV                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF TRANS-REJEICAO
              ADD 1 TO WS-CTINDEF
           ELSE
              ADD 1 TO WS-CTAPROV
              IF ATIV-ESTAGIO OF REG-ATIVALU
                 ADD WS-HORAS-AT OF REG-ATIVALU  TO  WS-TOT-HORAS-EST
              ELSE
                 ADD WS-HORAS-AT OF REG-ATIVALU  TO  WS-TOT-HORAS-AC
              END-IF
              DISPLAY ' * ATIVIDADE APROVADA - MATRICULA '
                      WS-NUMERO-IN ' TIPO ' WS-TIPO-AT-IN
                      ' HORAS ' WS-HORAS-AT OF REG-ATIVALU
           END-IF
           .
       040-DECIDIR-ATIVIDADE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG156        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * ATIVIDADES GRAVADAS- ATIVALU = ' WS-CTREGIS
           DISPLAY ' * ATIVIDADES APROVADAS         = ' WS-CTAPROV
           DISPLAY ' * ATIVIDADES REJEITADAS        = ' WS-CTINDEF
           DISPLAY ' * HORAS DE ESTAGIO APROVADAS   = '
                   WS-TOT-HORAS-EST
           DISPLAY ' * HORAS COMPLEMENT. APROVADAS  = '
                   WS-TOT-HORAS-AC
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

           COMPUTE WS-CTPROC = WS-CTREGIS + WS-CTAPROV + WS-CTINDEF
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

           CLOSE  ATIVALU
           IF WS-FS-ATV  NOT = '00'
              MOVE  'ERRO AO FECHAR O ATIVALU'  TO WS-MSG
              MOVE   WS-FS-ATV                  TO WS-FS-MSG
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

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG156        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG156 <
