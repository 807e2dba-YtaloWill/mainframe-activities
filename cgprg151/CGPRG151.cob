       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG151.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CALENDARIO ACADEMICO (CALACAD - COPY
      *           CALACADC: INICIO/FIM DAS AULAS, PRAZO DE NOTAS,
      *           PRAZO DE RECUPERACAO E FECHAMENTO DE CADA SEMESTRE
      *           LETIVO) E AS AUTORIZACOES DE ALTERACAO TARDIA DE
      *           NOTAS (AUTTARD - COPY AUTTARDC: MATRICULA +
      *           SEMESTRE) A PARTIR DE CARTOES NA CONVENCAO DO
      *           CGPRG008, COM OS CONTROLES DE CABECALHO/RODAPE DO
      *           LOTE (COPY SYSINHT). A SEGUNDA POSICAO DO CARTAO
      *           DIZ O REGISTRO: 'C' = CALENDARIO (I/A/E), 'L' =
      *           AUTORIZACAO TARDIA (I/E - A EXCLUSAO SO CANCELA).
      *           O OPERADOR DO CARTAO (POSICOES 3-5) E CONFERIDO NO
      *           OPERTAB NA DATA DO LOTE: CALENDARIO PEDE NIVEL 2 OU
      *           3, AUTORIZACAO TARDIA SO NIVEL 3 (REVISOR). A
      *           AUTORIZACAO SO E ACEITA PARA ALUNO DO CADALU E
      *           SEMESTRE COM CALENDARIO. AS DATAS SAO USADAS PELA
      *           REGRA DE PRAZOS (CGPRG152) NO CGPRG008, CGPRG097,
      *           CGPRG098, CGPRG141 E NO CG19
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010190  PROGRAMA CRIADO - CALENDARIO
      *                          ACADEMICO E AUTORIZACAO DE
      *                          ALTERACAO TARDIA DE NOTAS
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO 'L'
      *                          COM MATRICULA DE 5 POSICOES (CAMPOS
      *                          SEGUINTES DESLOCADOS DE 1)
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
           SELECT CALACAD ASSIGN TO CALACADJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-SEMESTRE-CL OF REG-CALACAD
                  FILE STATUS   IS WS-FS-CAL
           .
           SELECT AUTTARD ASSIGN TO AUTTARDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-LT OF REG-AUTTARD
                  FILE STATUS   IS WS-FS-AUT
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
       FD  CALACAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CALACAD.
           COPY CALACADC.
       FD  AUTTARD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-AUTTARD.
           COPY AUTTARDC.
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
           05  WS-CTGRAVC             PIC 9(04) VALUE ZEROS.
           05  WS-CTALTC              PIC 9(04) VALUE ZEROS.
           05  WS-CTEXCC              PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAVL             PIC 9(04) VALUE ZEROS.
           05  WS-CTCANCL             PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-AUT              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG151'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
      *-----> NIVEL MINIMO DO OPERADOR PARA O TIPO DE REGISTRO
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

      *-----> ENTRADA - CARTAO DE CALENDARIO/AUTORIZACAO VIA SYSIN
      *       WS-TIPO-TRANS-IN: 'I' = INCLUSAO, 'A' = ALTERACAO
      *       (SO CALENDARIO - DATA ZERADA PRESERVA A ATUAL), 'E' =
      *       EXCLUSAO (CALENDARIO) OU CANCELAMENTO (AUTORIZACAO)
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-TIPO-REG-IN      PIC X(01).
               88 REG-CALENDARIO      VALUE 'C'.
               88 REG-AUTORIZACAO     VALUE 'L'.
           05 WS-OPER-IN          PIC X(03).
      *-----> SEMESTRE LETIVO AAAAS
           05 WS-SEMESTRE-IN      PIC 9(05).
           05 WS-SEMESTRE-IN-R  REDEFINES  WS-SEMESTRE-IN.
               10 WS-ANO-SEM-IN   PIC 9(04).
               10 WS-NR-SEM-IN    PIC 9(01).
           05 WS-DADOS-IN         PIC X(70).
      *-----> CARTAO 'C' - DATAS DO SEMESTRE (AAAAMMDD)
           05 WS-DADOS-CAL-IN  REDEFINES  WS-DADOS-IN.
               10 WS-DT-INICIO-IN     PIC 9(08).
               10 WS-DT-FIM-IN        PIC 9(08).
               10 WS-PRAZO-NOTA-IN    PIC 9(08).
               10 WS-PRAZO-REC-IN     PIC 9(08).
               10 WS-DT-FECHA-IN      PIC 9(08).
               10 FILLER              PIC X(30).
      *-----> CARTAO 'L' - ALUNO, DATA LIMITE (ZEROS = SEM LIMITE)
      *       E JUSTIFICATIVA DA AUTORIZACAO
           05 WS-DADOS-AUT-IN  REDEFINES  WS-DADOS-IN.
               10 WS-NUMERO-IN        PIC 9(05).
               10 WS-DT-LIMITE-IN     PIC 9(08).
               10 WS-JUSTIF-IN        PIC X(30).
               10 FILLER              PIC X(27).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DOS REGISTROS
       01  WS-REG-CALACAD.
           COPY CALACADC.
       01  WS-REG-AUTTARD.
           COPY AUTTARDC.

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
       000-CGPRG151.

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
           DISPLAY ' * CGPRG151 - CALENDARIO ACADEMICO        *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O CALACAD
           IF WS-FS-CAL = '35'
              OPEN OUTPUT CALACAD
              CLOSE CALACAD
              OPEN I-O CALACAD
           END-IF
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O CALACAD'  TO WS-MSG
              MOVE   WS-FS-CAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O AUTTARD
           IF WS-FS-AUT = '35'
              OPEN OUTPUT AUTTARD
              CLOSE AUTTARD
              OPEN I-O AUTTARD
           END-IF
           IF WS-FS-AUT  NOT = '00'
              MOVE  'ERRO AO ABRIR O AUTTARD'  TO WS-MSG
              MOVE   WS-FS-AUT                 TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DE CALENDARIO ('C') OU DE AUTORIZACAO
      *    TARDIA ('L')
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT REG-CALENDARIO AND NOT REG-AUTORIZACAO
              MOVE 'REGISTRO DIFERENTE DE C/L'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-SEMESTRE-IN IS NOT NUMERIC
              MOVE 'SEMESTRE LETIVO INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-ANO-SEM-IN = ZEROS
              OR WS-NR-SEM-IN NOT = 1 AND 2
              MOVE 'SEMESTRE LETIVO INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF REG-AUTORIZACAO
              MOVE 3  TO  WS-NIVEL-MIN
           ELSE
              MOVE 2  TO  WS-NIVEL-MIN
           END-IF
           MOVE SPACES  TO  WS-MOTIVO-REJ
           PERFORM 029-VALIDAR-OPERADOR THRU 029-VALIDAR-OPERADOR-FIM
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF REG-AUTORIZACAO
              IF TRANS-EXCLUSAO
                 PERFORM 043-CANCELAR-AUTORIZACAO
              ELSE
              IF TRANS-ALTERACAO
                 MOVE 'AUTORIZACAO NAO TEM ALTERACAO'
                                             TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
              ELSE
                 PERFORM 041-INCLUIR-AUTORIZACAO
                     THRU 041-INCLUIR-AUTORIZACAO-FIM
              END-IF
              END-IF
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-DT-INICIO-IN IS NOT NUMERIC
              OR WS-DT-FIM-IN IS NOT NUMERIC
              OR WS-PRAZO-NOTA-IN IS NOT NUMERIC
              OR WS-PRAZO-REC-IN IS NOT NUMERIC
              OR WS-DT-FECHA-IN IS NOT NUMERIC
              MOVE 'DATA DO CALENDARIO NAO NUMER.'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-ALTERACAO
              PERFORM 032-ALTERAR
           ELSE
              PERFORM 031-INCLUIR
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
           DISPLAY ' * TIPO/REG. : ' WS-TIPO-TRANS-IN '/'
                   WS-TIPO-REG-IN
           DISPLAY ' * OPERADOR  : ' WS-OPER-IN
           DISPLAY ' * SEMESTRE  : ' WS-SEMESTRE-IN
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
              IF REG-AUTORIZACAO
                 MOVE 'AUTORIZACAO SO POR NIVEL 3'  TO WS-MOTIVO-REJ
              ELSE
                 MOVE 'OPERADOR SEM NIVEL 2'  TO  WS-MOTIVO-REJ
              END-IF
           END-IF
           .
       029-VALIDAR-OPERADOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CRITICAR AS DATAS DO CALENDARIO MONTADO EM WS-REG-CALACAD:
      *    INICIO, FIM E FECHAMENTO OBRIGATORIOS; INICIO DENTRO DO
      *    SEMESTRE; INICIO < FIM <= FECHAMENTO; PRAZOS (QUANDO
      *    INFORMADOS) ENTRE O INICIO E O FECHAMENTO, O DE
      *    RECUPERACAO NAO ANTES DO DE NOTAS
      *--------------------------------------------------------------*
       029-VALIDAR-CALENDARIO.

           MOVE SPACES  TO  WS-MOTIVO-REJ

           IF WS-DT-INICIO-CL OF WS-REG-CALACAD = ZEROS
              OR WS-DT-FIM-CL OF WS-REG-CALACAD = ZEROS
              OR WS-DT-FECHA-CL OF WS-REG-CALACAD = ZEROS
              MOVE 'INICIO/FIM/FECHAMENTO ZERADO'  TO WS-MOTIVO-REJ
              GO TO 029-VALIDAR-CALENDARIO-FIM
           END-IF

           MOVE WS-DT-INICIO-CL OF WS-REG-CALACAD  TO  WS-DATA-AUX
           PERFORM 029-VALIDAR-DATA
           IF DATA-VALIDA
              MOVE WS-DT-FIM-CL OF WS-REG-CALACAD  TO  WS-DATA-AUX
              PERFORM 029-VALIDAR-DATA
           END-IF
           IF DATA-VALIDA
              MOVE WS-DT-FECHA-CL OF WS-REG-CALACAD  TO  WS-DATA-AUX
              PERFORM 029-VALIDAR-DATA
           END-IF
           IF DATA-VALIDA
              AND WS-PRAZO-NOTA-CL OF WS-REG-CALACAD NOT = ZEROS
              MOVE WS-PRAZO-NOTA-CL OF WS-REG-CALACAD  TO  WS-DATA-AUX
              PERFORM 029-VALIDAR-DATA
           END-IF
           IF DATA-VALIDA
              AND WS-PRAZO-REC-CL OF WS-REG-CALACAD NOT = ZEROS
              MOVE WS-PRAZO-REC-CL OF WS-REG-CALACAD  TO  WS-DATA-AUX
              PERFORM 029-VALIDAR-DATA
           END-IF
           IF DATA-INVALIDA
              MOVE 'DATA COM MES/DIA INVALIDO'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-CALENDARIO-FIM
           END-IF

           MOVE WS-DT-INICIO-CL OF WS-REG-CALACAD  TO  WS-DATA-AUX
           IF WS-ANO-AUX NOT = WS-ANO-CL OF WS-REG-CALACAD
              OR (WS-NR-CL OF WS-REG-CALACAD = 1 AND WS-MES-AUX > 6)
              OR (WS-NR-CL OF WS-REG-CALACAD = 2 AND WS-MES-AUX < 7)
              MOVE 'INICIO FORA DO SEMESTRE'  TO  WS-MOTIVO-REJ
              GO TO 029-VALIDAR-CALENDARIO-FIM
           END-IF

           IF WS-DT-INICIO-CL OF WS-REG-CALACAD
                 NOT < WS-DT-FIM-CL OF WS-REG-CALACAD
              OR WS-DT-FIM-CL OF WS-REG-CALACAD
                 > WS-DT-FECHA-CL OF WS-REG-CALACAD
              MOVE 'INICIO/FIM/FECHAMENTO FORA ORD'  TO WS-MOTIVO-REJ
              GO TO 029-VALIDAR-CALENDARIO-FIM
           END-IF

           IF WS-PRAZO-NOTA-CL OF WS-REG-CALACAD NOT = ZEROS
              IF WS-PRAZO-NOTA-CL OF WS-REG-CALACAD
                    < WS-DT-INICIO-CL OF WS-REG-CALACAD
                 OR WS-PRAZO-NOTA-CL OF WS-REG-CALACAD
                    > WS-DT-FECHA-CL OF WS-REG-CALACAD
                 MOVE 'PRAZO DE NOTAS FORA DO SEMEST.'
                                             TO  WS-MOTIVO-REJ
                 GO TO 029-VALIDAR-CALENDARIO-FIM
              END-IF
           END-IF

           IF WS-PRAZO-REC-CL OF WS-REG-CALACAD NOT = ZEROS
              IF WS-PRAZO-REC-CL OF WS-REG-CALACAD
                    < WS-DT-INICIO-CL OF WS-REG-CALACAD
                 OR WS-PRAZO-REC-CL OF WS-REG-CALACAD
                    > WS-DT-FECHA-CL OF WS-REG-CALACAD
                 OR WS-PRAZO-REC-CL OF WS-REG-CALACAD
                    < WS-PRAZO-NOTA-CL OF WS-REG-CALACAD
                 MOVE 'PRAZO DE RECUPERACAO INVALIDO'
                                             TO  WS-MOTIVO-REJ
              END-IF
           END-IF
           .
       029-VALIDAR-CALENDARIO-FIM.
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
      *    INCLUIR O CALENDARIO DE UM SEMESTRE LETIVO
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES            TO  WS-REG-CALACAD
           MOVE WS-SEMESTRE-IN    TO  WS-SEMESTRE-CL OF WS-REG-CALACAD
           MOVE WS-DT-INICIO-IN   TO  WS-DT-INICIO-CL OF WS-REG-CALACAD
           MOVE WS-DT-FIM-IN      TO  WS-DT-FIM-CL OF WS-REG-CALACAD
           MOVE WS-PRAZO-NOTA-IN  TO  WS-PRAZO-NOTA-CL
                                      OF WS-REG-CALACAD
           MOVE WS-PRAZO-REC-IN   TO  WS-PRAZO-REC-CL OF WS-REG-CALACAD
           MOVE WS-DT-FECHA-IN    TO  WS-DT-FECHA-CL OF WS-REG-CALACAD
           MOVE WS-OPER-IN        TO  WS-OPERID-CL OF WS-REG-CALACAD
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-CL OF WS-REG-CALACAD

           PERFORM 029-VALIDAR-CALENDARIO
               THRU 029-VALIDAR-CALENDARIO-FIM
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
           ELSE
              WRITE REG-CALACAD  FROM  WS-REG-CALACAD
              IF WS-FS-CAL = '22'
                 MOVE 'CALENDARIO JA CADASTRADO'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
              ELSE
                 IF WS-FS-CAL NOT = '00'
                    MOVE 'ERRO NA GRAVACAO DO CALACAD'  TO WS-MSG
                    MOVE  WS-FS-CAL                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTGRAVC
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR AS DATAS DE UM SEMESTRE (DATA ZERADA NO CARTAO
      *    PRESERVA A ATUAL - UM NOVO FECHAMENTO REABRE OU ANTECIPA
      *    O SEMESTRE PARA TODOS OS CANAIS DE NOTA)
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-CL OF REG-CALACAD
           READ CALACAD
           IF WS-FS-CAL = '23'
              MOVE 'CALENDARIO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-CAL NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CALACAD'  TO WS-MSG
                 MOVE  WS-FS-CAL                    TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE REG-CALACAD  TO  WS-REG-CALACAD
                 IF WS-DT-INICIO-IN NOT = ZEROS
                    MOVE WS-DT-INICIO-IN   TO  WS-DT-INICIO-CL
                                               OF WS-REG-CALACAD
                 END-IF
                 IF WS-DT-FIM-IN NOT = ZEROS
                    MOVE WS-DT-FIM-IN      TO  WS-DT-FIM-CL
                                               OF WS-REG-CALACAD
                 END-IF
                 IF WS-PRAZO-NOTA-IN NOT = ZEROS
                    MOVE WS-PRAZO-NOTA-IN  TO  WS-PRAZO-NOTA-CL
                                               OF WS-REG-CALACAD
                 END-IF
                 IF WS-PRAZO-REC-IN NOT = ZEROS
                    MOVE WS-PRAZO-REC-IN   TO  WS-PRAZO-REC-CL
                                               OF WS-REG-CALACAD
                 END-IF
                 IF WS-DT-FECHA-IN NOT = ZEROS
                    MOVE WS-DT-FECHA-IN    TO  WS-DT-FECHA-CL
                                               OF WS-REG-CALACAD
                 END-IF
                 MOVE WS-OPER-IN        TO  WS-OPERID-CL
                                            OF WS-REG-CALACAD
                 MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-CL
                                            OF WS-REG-CALACAD

                 PERFORM 029-VALIDAR-CALENDARIO
                     THRU 029-VALIDAR-CALENDARIO-FIM
                 IF WS-MOTIVO-REJ NOT = SPACES
                    PERFORM 028-REJEITAR
                 ELSE
                    REWRITE REG-CALACAD  FROM  WS-REG-CALACAD
                    IF WS-FS-CAL NOT = '00'
                       MOVE 'ERRO NA ALTERACAO DO CALACAD' TO WS-MSG
                       MOVE  WS-FS-CAL                     TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTALTC
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR O CALENDARIO DE UM SEMESTRE (O SEMESTRE VOLTA A
      *    FICAR SEM PRAZOS)
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-CL OF REG-CALACAD
           DELETE CALACAD RECORD
           IF WS-FS-CAL = '23'
              MOVE 'CALENDARIO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-CAL NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO CALACAD'  TO WS-MSG
                 MOVE  WS-FS-CAL                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTEXCC
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    AUTORIZAR A ALTERACAO TARDIA DAS NOTAS DE UM ALUNO DO
      *    CADALU NUM SEMESTRE COM CALENDARIO; AUTORIZACAO CANCELADA
      *    DO MESMO ALUNO/SEMESTRE E REATIVADA COM OS NOVOS DADOS
      *--------------------------------------------------------------*
       041-INCLUIR-AUTORIZACAO.

           IF WS-NUMERO-IN IS NOT NUMERIC
              OR WS-DT-LIMITE-IN IS NOT NUMERIC
              MOVE 'MATRICULA/LIMITE NAO NUMERICO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 041-INCLUIR-AUTORIZACAO-FIM
           END-IF

           IF WS-JUSTIF-IN = SPACES
              MOVE 'JUSTIFICATIVA EM BRANCO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 041-INCLUIR-AUTORIZACAO-FIM
           END-IF

           IF WS-DT-LIMITE-IN NOT = ZEROS
              MOVE WS-DT-LIMITE-IN  TO  WS-DATA-AUX
              PERFORM 029-VALIDAR-DATA
              IF DATA-INVALIDA
                 OR WS-DT-LIMITE-IN < WS-HDR-DATA-LOTE
                 MOVE 'DATA LIMITE INVALIDA'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
                 GO TO 041-INCLUIR-AUTORIZACAO-FIM
              END-IF
           END-IF

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              MOVE 'ALUNO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 041-INCLUIR-AUTORIZACAO-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-CL OF REG-CALACAD
           READ CALACAD
           IF WS-FS-CAL = '23'
              MOVE 'SEMESTRE SEM CALENDARIO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 041-INCLUIR-AUTORIZACAO-FIM
           END-IF
           IF WS-FS-CAL NOT = '00'
              MOVE 'ERRO NA LEITURA DO CALACAD'  TO WS-MSG
              MOVE  WS-FS-CAL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE SPACES            TO  WS-REG-AUTTARD
           MOVE WS-NUMERO-IN      TO  WS-NUMERO-LT OF WS-REG-AUTTARD
           MOVE WS-SEMESTRE-IN    TO  WS-SEMESTRE-LT OF WS-REG-AUTTARD
           MOVE WS-OPER-IN        TO  WS-OPERID-LT OF WS-REG-AUTTARD
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-AUT-LT OF WS-REG-AUTTARD
           MOVE WS-DT-LIMITE-IN   TO  WS-DT-LIMITE-LT OF WS-REG-AUTTARD
           MOVE 'A'               TO  WS-SIT-LT OF WS-REG-AUTTARD
           MOVE WS-JUSTIF-IN      TO  WS-JUSTIF-LT OF WS-REG-AUTTARD
           MOVE ZEROS             TO  WS-DT-CANC-LT OF WS-REG-AUTTARD

           MOVE WS-CHAVE-LT OF WS-REG-AUTTARD
                                  TO  WS-CHAVE-LT OF REG-AUTTARD
           READ AUTTARD
           IF WS-FS-AUT = '23'
              WRITE REG-AUTTARD  FROM  WS-REG-AUTTARD
              IF WS-FS-AUT NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO AUTTARD'  TO WS-MSG
                 MOVE  WS-FS-AUT                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1 TO WS-CTGRAVL
              GO TO 041-INCLUIR-AUTORIZACAO-FIM
           END-IF
           IF WS-FS-AUT NOT = '00'
              MOVE 'ERRO NA LEITURA DO AUTTARD'  TO WS-MSG
              MOVE  WS-FS-AUT                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF AUT-VIGENTE OF REG-AUTTARD
              MOVE 'AUTORIZACAO JA VIGENTE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              REWRITE REG-AUTTARD  FROM  WS-REG-AUTTARD
              IF WS-FS-AUT NOT = '00'
                 MOVE 'ERRO NA ALTERACAO DO AUTTARD'  TO WS-MSG
                 MOVE  WS-FS-AUT                      TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1 TO WS-CTGRAVL
           END-IF
           .
       041-INCLUIR-AUTORIZACAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CANCELAR UMA AUTORIZACAO TARDIA (SITUACAO 'C' E DATA DO
      *    LOTE - O REGISTRO FICA COMO TRILHA)
      *--------------------------------------------------------------*
       043-CANCELAR-AUTORIZACAO.

           IF WS-NUMERO-IN IS NOT NUMERIC
              MOVE 'MATRICULA NAO NUMERICA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              MOVE WS-NUMERO-IN    TO  WS-NUMERO-LT OF REG-AUTTARD
              MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-LT OF REG-AUTTARD
              READ AUTTARD
              IF WS-FS-AUT = '23'
                 MOVE 'AUTORIZACAO NAO CADASTRADA'  TO WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
              ELSE
                 IF WS-FS-AUT NOT = '00'
                    MOVE 'ERRO NA LEITURA DO AUTTARD'  TO WS-MSG
                    MOVE  WS-FS-AUT                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    IF AUT-CANCELADA OF REG-AUTTARD
                       MOVE 'AUTORIZACAO JA CANCELADA'
                                             TO  WS-MOTIVO-REJ
                       PERFORM 028-REJEITAR
                    ELSE
                       MOVE 'C'  TO  WS-SIT-LT OF REG-AUTTARD
                       MOVE WS-HDR-DATA-LOTE
                                 TO  WS-DT-CANC-LT OF REG-AUTTARD
                       REWRITE REG-AUTTARD
                       IF WS-FS-AUT NOT = '00'
                          MOVE 'ERRO NO CANCELAMENTO AUTTARD'
                                                   TO WS-MSG
                          MOVE  WS-FS-AUT          TO WS-FS-MSG
                          GO TO 999-ERRO
                       ELSE
                          ADD 1 TO WS-CTCANCL
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG151        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - CALACAD = ' WS-CTGRAVC
           DISPLAY ' * ALTERACOES GRAVADAS- CALACAD = ' WS-CTALTC
           DISPLAY ' * EXCLUSOES GRAVADAS - CALACAD = ' WS-CTEXCC
           DISPLAY ' * AUTORIZACOES       - AUTTARD = ' WS-CTGRAVL
           DISPLAY ' * CANCELAMENTOS      - AUTTARD = ' WS-CTCANCL
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

           COMPUTE WS-CTPROC = WS-CTGRAVC + WS-CTALTC + WS-CTEXCC
                   + WS-CTGRAVL + WS-CTCANCL + WS-CTREJ
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

           CLOSE  CALACAD
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O CALACAD'  TO WS-MSG
              MOVE   WS-FS-CAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  AUTTARD
           IF WS-FS-AUT  NOT = '00'
              MOVE  'ERRO AO FECHAR O AUTTARD'  TO WS-MSG
              MOVE   WS-FS-AUT                  TO WS-FS-MSG
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
           DISPLAY ' *      TERMINO NORMAL DO CGPRG151        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG151 <
