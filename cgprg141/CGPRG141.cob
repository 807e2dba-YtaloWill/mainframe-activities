       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG141.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O NOTADISC (KSDS MATRICULA+DISCIPLINA - VER
      *           COPY NOTADISC), AS NOTAS, A RECUPERACAO E A
      *           FREQUENCIA DE CADA DISCIPLINA CURSADA PELO ALUNO,
      *           A PARTIR DE CARTOES I/A/E NA CONVENCAO DO CGPRG008,
      *           COM OS CONTROLES DE CABECALHO/RODAPE DO LOTE (COPY
      *           SYSINHT). A MATRICULA DO CARTAO DE INCLUSAO TEM DE
      *           EXISTIR NO CADALU; OPERADOR VALIDADO CONTRA O
      *           OPERTAB (NIVEL 1 SO INCLUI, NIVEL 2 INCLUI/ALTERA/
      *           EXCLUI). CARTAO RECUSADO VAI AO REJFILE. O CGPRG009
      *           AVALIA CADA DISCIPLINA EM SEPARADO A PARTIR DESTE
      *           ARQUIVO. DESDE A V02 A DISCIPLINA DA INCLUSAO TEM
      *           DE ESTAR NA MATRIZ DO CURSO DO ALUNO (MATRCUR) COM
      *           OS PRE-REQUISITOS APROVADOS (DISCAPR). DESDE A
      *           V04 NOTA FORA DOS PRAZOS DO CALENDARIO ACADEMICO
      *           (CALACAD) SEM AUTORIZACAO TARDIA (AUTTARD) E
      *           REJEITADA (MOTIVO PRZ/FEC). DESDE A V06 CADA
      *           INCLUSAO/ALTERACAO/EXCLUSAO NO NOTADISC E
      *           JORNALIZADA NO MSTJRNL (IMAGENS ANTES/DEPOIS)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010184  PROGRAMA CRIADO - MANUTENCAO DAS
      *                          NOTAS POR DISCIPLINA (NOTADISC)
      *  V02    OUT/2026 010185  INCLUSAO CONFERIDA CONTRA A MATRIZ
      *                          CURRICULAR DO CURSO DO ALUNO
      *                          (MATRCUR - RECUSA 'MAT') E CONTRA
      *                          AS DISCIPLINAS JA APROVADAS
      *                          (DISCAPR - RECUSA 'PRQ' QUANDO UM
      *                          PRE-REQUISITO NUNCA FOI APROVADO)
      *  V03    OUT/2026 010189  REGRA DE AVALIACAO POR CURSO: O
      *                          CARTAO GANHA A 3A E A 4A NOTAS (APOS
      *                          O OPERADOR, EM BRANCO = ZEROS) E A
      *                          MEDIA DA DISCIPLINA PASSA A SER
      *                          CALCULADA PELO CGPRG150 COM A REGRA
      *                          DO CURSO DO ALUNO NO CURSOTAB
      *  V04    OUT/2026 010190  CALENDARIO ACADEMICO: NOTA LANCADA OU
      *                          ALTERADA FORA DOS PRAZOS DO SEMESTRE
      *                          DA DATA DO LOTE (CALACAD, CGPRG152),
      *                          SEM AUTORIZACAO TARDIA DO ALUNO
      *                          (AUTTARD), E REJEITADA (MOTIVO
      *                          PRZ/FEC)
      *  V05    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO COM
      *                          MATRICULA DE 5 POSICOES (CAMPOS
      *                          SEGUINTES DESLOCADOS DE 1)
      *  V06    OUT/2026 010234  GRAVACAO, REGRAVACAO E EXCLUSAO NO
      *                          NOTADISC JORNALIZADAS NO MSTJRNL
      *                          (IMAGENS ANTES/DEPOIS - A EXCLUSAO
      *                          PASSA A LER O REGISTRO ANTES)
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
           SELECT NOTADISC ASSIGN TO NOTADISJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-ND OF REG-NOTADISC
                  FILE STATUS   IS WS-FS-NDI
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
      *-----> MATRIZ CURRICULAR E DISCIPLINAS APROVADAS (VER V02)
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
           SELECT DISCAPR ASSIGN TO DISCAPRJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-DA OF REG-DISCAPR
                  FILE STATUS   IS WS-FS-DAP
           .
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
      *-----> CALENDARIO ACADEMICO E AUTORIZACOES TARDIAS DE NOTA
      *       (VER V04)
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
                  FILE STATUS   IS WS-FS-OPE
           .
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
      *-----> DIARIO COMUM DE MESTRES (VER V06)
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  NOTADISC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTADISC.
           COPY NOTADISC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
      *-----> MATRIZ CURRICULAR (VER V02)
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
      *-----> DISCIPLINAS JA APROVADAS POR ALUNO (VER V02)
       FD  DISCAPR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DISCAPR.
           COPY DISCAPRC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V03)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
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
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILE.
           COPY REJCARDC.
      *-----> DIARIO COMUM DE MESTRES (VER V06)
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
           05  WS-CTGRAV              PIC 9(04) VALUE ZEROS.
           05  WS-CTALT               PIC 9(04) VALUE ZEROS.
           05  WS-CTEXC               PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAVREJ           PIC 9(04) VALUE ZEROS.
           05  WS-FS-NDI              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(03).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG141'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-OPER-SUB            PIC 9(02).
           05  WS-QTD-OPER            PIC 9(02)  VALUE ZEROS.
           05  WS-SW-OPER             PIC X(01).
               88 OPERADOR-AUTORIZADO     VALUE 'A'.
               88 OPERADOR-SEM-AUTORID    VALUE 'N'.
      *-----> MATRIZ CURRICULAR E PRE-REQUISITOS (VER V02)
           05  WS-FS-MTC              PIC X(02).
           05  WS-FS-DAP              PIC X(02).
           05  WS-PRQ-SUB             PIC 9(01).
      *-----> REGRA DE AVALIACAO DO CURSO (VER V03)
           05  WS-FS-CUR              PIC X(02).
      *-----> CALENDARIO ACADEMICO E AUTORIZACOES TARDIAS (VER V04)
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-AUT              PIC X(02).
           05  WS-CTTARDIA            PIC 9(04) VALUE ZEROS.

      *-----> TABELA DE AUTORIDADE DOS OPERADORES, CARREGADA DO
      *       OPERTAB NO 010-INICIAR (MESMA REGRA DO CGPRG008)
       01  WS-TAB-OPER.
           05  WS-OPER-OCOR           OCCURS 20 TIMES.
               10  WS-TAB-OPERID      PIC X(03).
               10  WS-TAB-NIVEL       PIC 9(01).
               10  WS-TAB-SITFLAG     PIC X(01).

      *-----> ENTRADA - CARTAO DE NOTA POR DISCIPLINA VIA SYSIN
      *       WS-TIPO-TRANS-IN: 'I' = INCLUSAO, 'A' = ALTERACAO DE
      *       NOTAS/FREQUENCIA, 'E' = EXCLUSAO DA DISCIPLINA DO ALUNO
      *       (SO MATRICULA, DISCIPLINA E OPERADOR OBRIGATORIOS)
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-DISC-IN          PIC X(08).
           05 WS-PERIODO-IN       PIC 9(06).
           05 WS-NOTA1-IN         PIC 9(02)V99.
           05 WS-NOTA2-IN         PIC 9(02)V99.
           05 WS-NOTA-REC-IN      PIC 9(02)V99.
           05 WS-QTD-AULAS-IN     PIC 9(03).
           05 WS-QTD-PRES-IN      PIC 9(03).
           05 WS-OPER-IN          PIC X(03).
      *-----> 3A E 4A NOTAS, SO USADAS QUANDO A REGRA DO CURSO PEDE
      *       MAIS DE DUAS AVALIACOES (EM BRANCO = ZEROS - VER V03)
           05 WS-NOTA3-IN         PIC 9(02)V99.
           05 WS-NOTA4-IN         PIC 9(02)V99.
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DO REGISTRO DO NOTADISC
       01  WS-REG-NOTADISC.
           COPY NOTADISC.

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V03)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> AREA DE CHAMADA DA REGRA DE PRAZOS DE NOTA (VER V04)
       01  WS-PRAZPAR.
           COPY PRAZPARC.

      *-----> APOIO DO DIARIO COMUM DE MESTRES (VER V06)
       01  WS-AREA-JORNAL.
           05  WS-FS-JRN              PIC X(02).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-CHAVE-JRN-MAT       PIC 9(05).
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
       000-CGPRG141.

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
           DISPLAY ' * CGPRG141 - NOTAS POR DISCIPLINA        *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O NOTADISC
           IF WS-FS-NDI = '35'
              OPEN OUTPUT NOTADISC
              CLOSE NOTADISC
              OPEN I-O NOTADISC
           END-IF
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO ABRIR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DISCAPR
           IF WS-FS-DAP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DISCAPR'  TO WS-MSG
              MOVE   WS-FS-DAP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CALACAD
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O CALACAD'  TO WS-MSG
              MOVE   WS-FS-CAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT AUTTARD
           IF WS-FS-AUT  NOT = '00'
              MOVE  'ERRO AO ABRIR O AUTTARD'  TO WS-MSG
              MOVE   WS-FS-AUT                 TO WS-FS-MSG
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

           PERFORM 013-CARREGAR-OPERTAB
           PERFORM 015-CARREGAR-CALENDARIO

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE AUTORIDADE DOS OPERADORES (OPERTAB)
      *--------------------------------------------------------------*
       013-CARREGAR-OPERTAB.

           OPEN INPUT OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 014-LER-OPERTAB
           PERFORM 014-GUARDAR-OPERADOR
               UNTIL WS-FS-OPE = '10' OR WS-QTD-OPER = 20

           IF WS-QTD-OPER = ZEROS
              MOVE  'OPERTAB SEM NENHUM OPERADOR'  TO WS-MSG
              MOVE   '10'                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO OPERTAB
      *--------------------------------------------------------------*
       014-LER-OPERTAB.

           READ OPERTAB
           IF WS-FS-OPE  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM OPERADOR NA TABELA, COM A SITUACAO NA DATA DO
      *    LOTE ('A' APTO / 'R' REVOGADO / 'V' FORA DE VIGENCIA)
      *--------------------------------------------------------------*
       014-GUARDAR-OPERADOR.

           ADD 1  TO  WS-QTD-OPER
           MOVE WS-OPERID-T  TO  WS-TAB-OPERID (WS-QTD-OPER)
           MOVE WS-NIVEL-T   TO  WS-TAB-NIVEL (WS-QTD-OPER)

           MOVE 'A'  TO  WS-TAB-SITFLAG (WS-QTD-OPER)
           IF OPER-REVOGADO
              MOVE 'R'  TO  WS-TAB-SITFLAG (WS-QTD-OPER)
           ELSE
              IF WS-DT-INI-T NUMERIC
                 AND WS-HDR-DATA-LOTE < WS-DT-INI-T
                 MOVE 'V'  TO  WS-TAB-SITFLAG (WS-QTD-OPER)
              END-IF
              IF WS-DT-FIM-T NUMERIC
                 AND WS-DT-FIM-T > ZEROS
                 AND WS-HDR-DATA-LOTE > WS-DT-FIM-T
                 MOVE 'V'  TO  WS-TAB-SITFLAG (WS-QTD-OPER)
              END-IF
           END-IF

           PERFORM 014-LER-OPERTAB
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CALENDARIO ACADEMICO DO SEMESTRE DA DATA
      *    DO CABECALHO DO LOTE (CGPRG152 - VER V04). SEMESTRE SEM
      *    CALENDARIO OU DATA ANTERIOR AO SEU INICIO USA O SEMESTRE
      *    ANTERIOR, DONO DAS NOTAS AINDA EM ABERTO; SEM NENHUM DOS
      *    DOIS, OS PRAZOS NAO SAO CONFERIDOS (AVISO NO SYSOUT)
      *--------------------------------------------------------------*
       015-CARREGAR-CALENDARIO.

           MOVE 'S'    TO  WS-FUNCAO-PZ
           MOVE WS-HDR-DATA-LOTE
                       TO  WS-DATA-PZ
           CALL 'CGPRG152' USING WS-PRAZPAR

           MOVE ZEROS  TO  WS-DT-INICIO-PZ
           MOVE ZEROS  TO  WS-PRAZO-NOTA-PZ
           MOVE ZEROS  TO  WS-PRAZO-REC-PZ
           MOVE ZEROS  TO  WS-DT-FECHA-PZ
           SET PZ-SEM-CALENDARIO  TO  TRUE
           MOVE WS-SEMESTRE-PZ  TO  WS-SEMESTRE-CL OF REG-CALACAD
           PERFORM 016-LER-CALENDARIO
           IF PZ-SEM-CALENDARIO
              OR WS-DATA-PZ < WS-DT-INICIO-PZ
              SET PZ-SEM-CALENDARIO  TO  TRUE
              MOVE WS-SEMESTRE-ANT-PZ
                                   TO  WS-SEMESTRE-CL OF REG-CALACAD
              PERFORM 016-LER-CALENDARIO
           END-IF

           IF PZ-COM-CALENDARIO
              MOVE WS-SEMESTRE-CL OF REG-CALACAD  TO  WS-SEMESTRE-PZ
              DISPLAY ' * CALENDARIO - SEMESTRE: ' WS-SEMESTRE-PZ
                      ' FECHAMENTO: ' WS-DT-FECHA-PZ
           ELSE
              DISPLAY ' * ATENCAO - SEM CALENDARIO ACADEMICO P/ '
                      WS-SEMESTRE-PZ ' - PRAZOS NAO CONFERIDOS'
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CALENDARIO DE UM SEMESTRE E LEVAR AS DATAS PARA A
      *    AREA DA REGRA DE PRAZOS
      *--------------------------------------------------------------*
       016-LER-CALENDARIO.

           READ CALACAD
           IF WS-FS-CAL = '00'
              SET PZ-COM-CALENDARIO  TO  TRUE
              MOVE WS-DT-INICIO-CL OF REG-CALACAD   TO  WS-DT-INICIO-PZ
              MOVE WS-PRAZO-NOTA-CL OF REG-CALACAD  TO  WS-PRAZO-NOTA-PZ
              MOVE WS-PRAZO-REC-CL OF REG-CALACAD   TO  WS-PRAZO-REC-PZ
              MOVE WS-DT-FECHA-CL OF REG-CALACAD    TO  WS-DT-FECHA-PZ
           ELSE
              IF WS-FS-CAL NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CALACAD'  TO WS-MSG
                 MOVE  WS-FS-CAL                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
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
      *    PROCESSAR UM CARTAO DE NOTA POR DISCIPLINA (I/A/E)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 029-VALIDAR-OPERADOR
           IF OPERADOR-SEM-AUTORID
              MOVE 'OPE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-DISC-IN = SPACES OR WS-NUMERO-IN = ZEROS
              MOVE 'NOM'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-NOTA3-IN NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-IN
           END-IF
           IF WS-NOTA4-IN NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA4-IN
           END-IF

           IF WS-NOTA1-IN > 10 OR WS-NOTA2-IN > 10
              OR WS-NOTA3-IN > 10 OR WS-NOTA4-IN > 10
              OR WS-NOTA-REC-IN > 10
              OR WS-QTD-PRES-IN > WS-QTD-AULAS-IN
              MOVE 'NOT'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

      *-----> INCLUSAO COM NOTA FORA DOS PRAZOS DO CALENDARIO, SEM
      *       AUTORIZACAO TARDIA (VER V04)
           IF NOT TRANS-ALTERACAO
              PERFORM 037-TIPO-INCLUSAO
              IF PZ-RECUSADO
                 MOVE WS-MOTIVO-PZ  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
                 GO TO 030-PROCESSAR-LER
              END-IF
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
      *    VALIDAR O OPERADOR DO CARTAO: DESCONHECIDO, REVOGADO OU
      *    FORA DE VIGENCIA NAO PODE NADA; ALTERACAO/EXCLUSAO EXIGE
      *    NIVEL 2
      *--------------------------------------------------------------*
       029-VALIDAR-OPERADOR.

           SET OPERADOR-AUTORIZADO  TO  TRUE

           MOVE 1  TO  WS-OPER-SUB
           PERFORM 029-PROCURAR-OPERADOR
               UNTIL WS-OPER-SUB > WS-QTD-OPER
                  OR WS-TAB-OPERID (WS-OPER-SUB) = WS-OPER-IN

           IF WS-OPER-SUB > WS-QTD-OPER
              SET OPERADOR-SEM-AUTORID  TO  TRUE
           ELSE
              IF WS-TAB-SITFLAG (WS-OPER-SUB) NOT = 'A'
                 SET OPERADOR-SEM-AUTORID  TO  TRUE
              ELSE
                 IF (TRANS-ALTERACAO OR TRANS-EXCLUSAO)
                    AND WS-TAB-NIVEL (WS-OPER-SUB) < 2
                    SET OPERADOR-SEM-AUTORID  TO  TRUE
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE AUTORIDADE
      *--------------------------------------------------------------*
       029-PROCURAR-OPERADOR.

           ADD 1  TO  WS-OPER-SUB
           .
      *--------------------------------------------------------------*
      *    REJEITAR O CARTAO: DISPLAY DE EXCECAO E GRAVACAO NO
      *    REJFILE COM A IMAGEM ORIGINAL E O MOTIVO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - MOTIVO ' WS-MOTIVO-REJ
                   ' ***'
           DISPLAY ' * TIPO      : ' WS-TIPO-TRANS-IN
           DISPLAY ' * MATRICULA : ' WS-NUMERO-IN
           DISPLAY ' * DISCIPLINA: ' WS-DISC-IN

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE WS-HDR-RUNID      TO  WS-RUNID-RJ
           MOVE WS-HDR-DATA-LOTE  TO  WS-DATA-RJ
           MOVE WS-MOTIVO-REJ     TO  WS-MOTIVO-RJ
           MOVE WS-REG-SYSIN      TO  WS-IMAGEM-RJ

           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              ADD 1  TO  WS-CTGRAVREJ
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR A DISCIPLINA DO ALUNO - A MATRICULA TEM DE
      *    EXISTIR NO CADALU E A DISCIPLINA TEM DE ESTAR NA MATRIZ
      *    DO CURSO DELE, COM OS PRE-REQUISITOS APROVADOS (VER V02)
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              MOVE 'NEN'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-ALU NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE SPACES  TO  WS-MOTIVO-REJ
              PERFORM 035-CONFERIR-MATRIZ
              IF WS-MOTIVO-REJ NOT = SPACES
                 PERFORM 028-REJEITAR
              ELSE
                 MOVE SPACES           TO  WS-REG-NOTADISC
                 MOVE WS-NUMERO-IN     TO  WS-NUMERO-ND
                                           OF WS-REG-NOTADISC
                 MOVE WS-DISC-IN       TO  WS-DISC-ND
                                           OF WS-REG-NOTADISC
                 PERFORM 034-MONTAR-NOTAS

                 WRITE REG-NOTADISC  FROM  WS-REG-NOTADISC
                 IF WS-FS-NDI = '22'
                    MOVE 'DUP'  TO  WS-MOTIVO-REJ
                    PERFORM 028-REJEITAR
                 ELSE
                    IF WS-FS-NDI NOT = '00'
                       MOVE 'ERRO NA GRAVACAO DO NOTADISC' TO WS-MSG
                       MOVE  WS-FS-NDI                     TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTGRAV
                       MOVE 'W'              TO  WS-OP-JORNAL
                       MOVE SPACES           TO  WS-IMAGEM-ANTES
                       MOVE WS-REG-NOTADISC  TO  WS-IMAGEM-DEPOIS
                       PERFORM 050-JORNALIZAR
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A DISCIPLINA NA MATRIZ DO CURSO DO ALUNO ('MAT')
      *    E CADA PRE-REQUISITO NO DISCAPR ('PRQ') - VER V02
      *--------------------------------------------------------------*
       035-CONFERIR-MATRIZ.

           MOVE WS-CURSO-S OF REG-CADALU  TO  WS-CURSO-MC OF REG-MATRCUR
           MOVE WS-DISC-IN                TO  WS-DISC-MC OF REG-MATRCUR
           READ MATRCUR
           IF WS-FS-MTC = '23'
              MOVE 'MAT'  TO  WS-MOTIVO-REJ
           ELSE
              IF WS-FS-MTC NOT = '00'
                 MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
                 MOVE  WS-FS-MTC                    TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE 1  TO  WS-PRQ-SUB
                 PERFORM 035-CONFERIR-PREREQ
                     UNTIL WS-PRQ-SUB > 3 OR WS-MOTIVO-REJ NOT = SPACES
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR UM PRE-REQUISITO DA DISCIPLINA NO DISCAPR
      *--------------------------------------------------------------*
       035-CONFERIR-PREREQ.

           IF WS-PREREQ-MC OF REG-MATRCUR (WS-PRQ-SUB) NOT = SPACES
              MOVE WS-NUMERO-IN  TO  WS-NUMERO-DA OF REG-DISCAPR
              MOVE WS-PREREQ-MC OF REG-MATRCUR (WS-PRQ-SUB)
                                 TO  WS-DISC-DA OF REG-DISCAPR
              READ DISCAPR
              IF WS-FS-DAP = '23'
                 MOVE 'PRQ'  TO  WS-MOTIVO-REJ
              ELSE
                 IF WS-FS-DAP NOT = '00'
                    MOVE 'ERRO NA LEITURA DO DISCAPR'  TO WS-MSG
                    MOVE  WS-FS-DAP                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-PRQ-SUB
           .
      *--------------------------------------------------------------*
      *    ALTERAR AS NOTAS/FREQUENCIA DE UMA DISCIPLINA JA GRAVADA
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-ND OF REG-NOTADISC
           MOVE WS-DISC-IN    TO  WS-DISC-ND OF REG-NOTADISC
           READ NOTADISC
           IF WS-FS-NDI = '23'
              MOVE 'NEN'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-NDI NOT = '00'
                 MOVE 'ERRO NA LEITURA DO NOTADISC'  TO WS-MSG
                 MOVE  WS-FS-NDI                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE REG-NOTADISC  TO  WS-REG-NOTADISC
                 MOVE REG-NOTADISC  TO  WS-IMAGEM-ANTES
                 PERFORM 039-TIPO-ALTERACAO
                 IF PZ-RECUSADO
                    MOVE WS-MOTIVO-PZ  TO  WS-MOTIVO-REJ
                    PERFORM 028-REJEITAR
                 ELSE
                    PERFORM 034-MONTAR-NOTAS

                    REWRITE REG-NOTADISC  FROM  WS-REG-NOTADISC
                    IF WS-FS-NDI NOT = '00'
                       MOVE 'ERRO NA ALTERACAO DO NOTADISC' TO WS-MSG
                       MOVE  WS-FS-NDI                      TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTALT
                       MOVE 'R'              TO  WS-OP-JORNAL
                       MOVE WS-REG-NOTADISC  TO  WS-IMAGEM-DEPOIS
                       PERFORM 050-JORNALIZAR
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UMA DISCIPLINA DO ALUNO - O REGISTRO E LIDO ANTES
      *    PARA A IMAGEM ANTES DO MSTJRNL (VER V06)
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-NUMERO-IN  TO  WS-NUMERO-ND OF REG-NOTADISC
           MOVE WS-DISC-IN    TO  WS-DISC-ND OF REG-NOTADISC
           READ NOTADISC
           IF WS-FS-NDI = '23'
              MOVE 'NEN'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-NDI NOT = '00'
                 MOVE 'ERRO NA LEITURA DO NOTADISC'  TO WS-MSG
                 MOVE  WS-FS-NDI                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE REG-NOTADISC  TO  WS-IMAGEM-ANTES
              DELETE NOTADISC RECORD
              IF WS-FS-NDI NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO NOTADISC'  TO WS-MSG
                 MOVE  WS-FS-NDI                      TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTEXC
                 MOVE 'D'     TO  WS-OP-JORNAL
                 MOVE SPACES  TO  WS-IMAGEM-DEPOIS
                 PERFORM 050-JORNALIZAR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DIARIO COMUM DE MESTRES (MSTJRNL) A OPERACAO NO
      *    NOTADISC - CHAVE MATRICULA+DISCIPLINA (VER V06)
      *--------------------------------------------------------------*
       050-JORNALIZAR.

           MOVE 'NOTADISC'        TO  WS-ARQ-MJ
           MOVE WS-OP-JORNAL      TO  WS-OP-MJ
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-NUMERO-IN      TO  WS-CHAVE-JRN-MAT
           MOVE WS-CHAVE-JRN-MAT  TO  WS-CHAVE-MJ (1:5)
           MOVE WS-DISC-IN        TO  WS-CHAVE-MJ (6:8)
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
      *    MONTAR NOTAS, MEDIA, FREQUENCIA E CARIMBO DO LOTE NA
      *    AREA DE TRABALHO DO REGISTRO
      *--------------------------------------------------------------*
       034-MONTAR-NOTAS.

           MOVE WS-PERIODO-IN     TO  WS-PERIODO-ND OF WS-REG-NOTADISC
           MOVE WS-NOTA1-IN       TO  WS-NOTA1-ND OF WS-REG-NOTADISC
           MOVE WS-NOTA2-IN       TO  WS-NOTA2-ND OF WS-REG-NOTADISC
           MOVE WS-NOTA-REC-IN    TO  WS-NOTA-REC-ND
                                      OF WS-REG-NOTADISC
           MOVE WS-NOTA3-IN       TO  WS-NOTA3-ND OF WS-REG-NOTADISC
           MOVE WS-NOTA4-IN       TO  WS-NOTA4-ND OF WS-REG-NOTADISC
           PERFORM 036-CALCULAR-MEDIA
           MOVE WS-MEDIA-AV       TO  WS-MEDIA-ND OF WS-REG-NOTADISC
           MOVE WS-QTD-AULAS-IN   TO  WS-QTD-AULAS-ND
                                      OF WS-REG-NOTADISC
           MOVE WS-QTD-PRES-IN    TO  WS-QTD-PRES-ND
                                      OF WS-REG-NOTADISC
           IF WS-QTD-AULAS-IN = ZEROS
              MOVE ZEROS  TO  WS-PORC-FREQ-ND OF WS-REG-NOTADISC
           ELSE
              COMPUTE WS-PORC-FREQ-ND OF WS-REG-NOTADISC =
                      100 * WS-QTD-PRES-IN / WS-QTD-AULAS-IN
           END-IF
           MOVE WS-HDR-RUNID      TO  WS-RUNID-ND OF WS-REG-NOTADISC
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-ND OF WS-REG-NOTADISC
           MOVE WS-OPER-IN        TO  WS-OPERID-ND OF WS-REG-NOTADISC
           .
      *--------------------------------------------------------------*
      *    MEDIA DAS NOTAS DO CARTAO PELA REGRA DE AVALIACAO DO CURSO
      *    DO ALUNO (CGPRG150 - VER V03). NA ALTERACAO O CADALU AINDA
      *    NAO FOI LIDO; ALUNO FORA DO CADALU OU CURSO FORA DO
      *    CATALOGO LEVA ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO
      *--------------------------------------------------------------*
       036-CALCULAR-MEDIA.

           MOVE SPACES  TO  WS-REGRA-AV
           MOVE WS-NUMERO-IN  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-FS-ALU = '00'
              MOVE WS-CURSO-S OF REG-CADALU
                                  TO  WS-CURSO-CT OF REG-CURSOTAB
              READ CURSOTAB
              IF WS-FS-CUR NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-CUR = '00'
                 MOVE WS-REGRA-AVAL-CT OF REG-CURSOTAB
                                    TO  WS-REGRA-AV
              END-IF
           END-IF

           MOVE 'C'             TO  WS-FUNCAO-AV
           MOVE WS-NOTA1-IN     TO  WS-NOTA-AV (1)
           MOVE WS-NOTA2-IN     TO  WS-NOTA-AV (2)
           MOVE WS-NOTA3-IN     TO  WS-NOTA-AV (3)
           MOVE WS-NOTA4-IN     TO  WS-NOTA-AV (4)
           MOVE WS-NOTA-REC-IN  TO  WS-NOTA-REC-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           .
      *--------------------------------------------------------------*
      *    TIPO DA INCLUSAO PARA A REGRA DE PRAZOS (VER V04): COM
      *    NOTA REGULAR -> 'N' (PRAZO DE NOTAS); SO COM A NOTA DE
      *    RECUPERACAO -> 'R' (PRAZO DE RECUPERACAO); SEM NOTA
      *    NENHUMA (SO A MATRICULA NA DISCIPLINA) NAO E CONFERIDA
      *--------------------------------------------------------------*
       037-TIPO-INCLUSAO.

           MOVE 'L'  TO  WS-VEREDITO-PZ

           IF WS-NOTA1-IN > ZEROS OR WS-NOTA2-IN > ZEROS
              OR WS-NOTA3-IN > ZEROS OR WS-NOTA4-IN > ZEROS
              SET PZ-ALT-NOTAS  TO  TRUE
              PERFORM 038-CONFERIR-PRAZO
           ELSE
              IF WS-NOTA-REC-IN > ZEROS
                 SET PZ-ALT-RECUP  TO  TRUE
                 PERFORM 038-CONFERIR-PRAZO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O LANCAMENTO (WS-TIPO-ALT-PZ JA MONTADO) CONTRA
      *    OS PRAZOS DO CALENDARIO E A AUTORIZACAO TARDIA DO ALUNO NO
      *    SEMESTRE (CGPRG152 - VER V04). VEREDITO EM WS-VEREDITO-PZ;
      *    RECUSA COM O MOTIVO 'PRZ'/'FEC' EM WS-MOTIVO-PZ
      *--------------------------------------------------------------*
       038-CONFERIR-PRAZO.

           MOVE 'L'     TO  WS-VEREDITO-PZ
           MOVE SPACES  TO  WS-MOTIVO-PZ

           IF PZ-COM-CALENDARIO
              MOVE WS-NUMERO-IN
                                  TO  WS-NUMERO-LT OF REG-AUTTARD
              MOVE WS-SEMESTRE-PZ TO  WS-SEMESTRE-LT OF REG-AUTTARD
              READ AUTTARD
              IF WS-FS-AUT = '00'
                 MOVE WS-SIT-LT OF REG-AUTTARD  TO  WS-SIT-AUT-PZ
                 MOVE WS-DT-LIMITE-LT OF REG-AUTTARD
                                                TO  WS-DT-LIMITE-PZ
              ELSE
                 IF WS-FS-AUT NOT = '23'
                    MOVE 'ERRO NA LEITURA DO AUTTARD'  TO WS-MSG
                    MOVE  WS-FS-AUT                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 MOVE SPACE  TO  WS-SIT-AUT-PZ
                 MOVE ZEROS  TO  WS-DT-LIMITE-PZ
              END-IF

              MOVE 'V'  TO  WS-FUNCAO-PZ
              CALL 'CGPRG152' USING WS-PRAZPAR

              IF PZ-LIBERADO-AUT
                 ADD 1  TO  WS-CTTARDIA
                 DISPLAY ' * NOTA FORA DO PRAZO LIBERADA POR '
                         'AUTORIZACAO TARDIA - MATRICULA '
                         WS-NUMERO-LT OF REG-AUTTARD
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TIPO DA ALTERACAO PARA A REGRA DE PRAZOS (VER V04): MUDOU
      *    ALGUMA NOTA REGULAR -> 'N'; SO A NOTA DE RECUPERACAO ->
      *    'R'; SO A FREQUENCIA NAO E CONFERIDA. REGISTRO GRAVADO
      *    ANTES DA 3A/4A NOTAS TEM ESPACOS NO LUGAR DELAS
      *--------------------------------------------------------------*
       039-TIPO-ALTERACAO.

           MOVE 'L'  TO  WS-VEREDITO-PZ

           IF WS-NOTA3-ND OF WS-REG-NOTADISC NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-ND OF WS-REG-NOTADISC
              MOVE ZEROS  TO  WS-NOTA4-ND OF WS-REG-NOTADISC
           END-IF

           IF WS-NOTA1-IN NOT = WS-NOTA1-ND OF WS-REG-NOTADISC
              OR WS-NOTA2-IN NOT = WS-NOTA2-ND OF WS-REG-NOTADISC
              OR WS-NOTA3-IN NOT = WS-NOTA3-ND OF WS-REG-NOTADISC
              OR WS-NOTA4-IN NOT = WS-NOTA4-ND OF WS-REG-NOTADISC
              SET PZ-ALT-NOTAS  TO  TRUE
              PERFORM 038-CONFERIR-PRAZO
           ELSE
              IF WS-NOTA-REC-IN
                       NOT = WS-NOTA-REC-ND OF WS-REG-NOTADISC
                 SET PZ-ALT-RECUP  TO  TRUE
                 PERFORM 038-CONFERIR-PRAZO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG141        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - NOTADISC= ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- NOTADISC= ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - NOTADISC= ' WS-CTEXC
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * REJEITOS GRAVADOS  - REJFILE = ' WS-CTGRAVREJ
           DISPLAY ' * LIBERADAS POR AUTORIZ TARDIA = ' WS-CTTARDIA
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

           COMPUTE WS-CTPROC = WS-CTGRAV + WS-CTALT + WS-CTEXC
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

           CLOSE  NOTADISC
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO FECHAR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DISCAPR
           IF WS-FS-DAP  NOT = '00'
              MOVE  'ERRO AO FECHAR O DISCAPR'  TO WS-MSG
              MOVE   WS-FS-DAP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
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

           CLOSE  MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG141        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG141 <
