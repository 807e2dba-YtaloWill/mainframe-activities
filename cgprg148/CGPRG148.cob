       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG148.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: IMPRESSAO DA GRADE HORARIA (GRADHOR - COPY
      *           GRADHORC) DE UM SEMESTRE LETIVO PARA O QUADRO DA
      *           SECRETARIA: UMA PAGINA POR CURSO E UMA POR SALA NO
      *           RELGRADE, NO FORMATO DE QUADRO (AULAS 01 A 16 NAS
      *           LINHAS, SEGUNDA A SABADO NAS COLUNAS, DISCIPLINA NA
      *           CELULA), SEGUIDA DA LEGENDA DOS ENCONTROS (SALA OU
      *           CURSO E INSTRUTOR DE CADA DISCIPLINA). CELULA COM
      *           MAIS DE UM ENCONTRO SAI COMO '*CONFL.*' - O
      *           DETALHE ESTA NO RELCONF DO CGPRG147.
      *           CARTAO DE PARAMETROS (SYSIN): SEMESTRE LETIVO
      *           (AAAAS) - ZEROS = O SEMESTRE DA DATA DO SISTEMA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010187  PROGRAMA CRIADO - QUADRO DA GRADE
      *                          HORARIA POR CURSO E POR SALA
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
           SELECT GRADHOR ASSIGN TO GRADHORJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-GH OF REG-GRADHOR
                  FILE STATUS   IS WS-FS-GHO
           .
           SELECT SORTQDR ASSIGN TO SORTWKJ
           .
           SELECT RELGRADE ASSIGN TO RELGRADJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  GRADHOR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GRADHOR.
           COPY GRADHORC.
      *-----> ARQUIVO DE TRABALHO DO SORT (CADA ENCONTRO SAI UMA VEZ
      *       NA VISAO DO CURSO E UMA NA DA SALA)
       SD  SORTQDR
           RECORDING MODE  F
           .
       01  REG-SORTQDR.
           05 WS-VISAO-SRT        PIC X(01).
              88 VISAO-CURSO          VALUE 'C'.
              88 VISAO-SALA           VALUE 'S'.
           05 WS-QUADRO-SRT       PIC X(12).
           05 WS-DISC-SRT         PIC X(08).
           05 WS-DIA-SRT          PIC 9(01).
           05 WS-AULA-SRT         PIC 9(02).
           05 WS-QTD-AULAS-SRT    PIC 9(01).
      *-----> SALA (VISAO DO CURSO) OU CURSO (VISAO DA SALA)
           05 WS-OUTRO-SRT        PIC X(12).
           05 WS-PROF-SRT         PIC X(05).
       FD  RELGRADE
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELGRADE           PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIBERADO          PIC 9(05) VALUE ZEROS.
           05  WS-CTIMPRESSO          PIC 9(05) VALUE ZEROS.
           05  WS-CTQUADRO-CURSO      PIC 9(04) VALUE ZEROS.
           05  WS-CTQUADRO-SALA       PIC 9(04) VALUE ZEROS.
           05  WS-CTCELULA-CONF       PIC 9(04) VALUE ZEROS.
           05  WS-CTLEGENDA           PIC 9(03) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-GHO              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG148'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-AULA-SUB            PIC 9(02).
           05  WS-AULA-FINAL          PIC 9(02).
           05  WS-DIA-SUB             PIC 9(01).
           05  WS-LIN-SUB             PIC 9(02).
           05  WS-LEG-SUB             PIC 9(03).

      *-----> CARTAO DE PARAMETROS (SYSIN): SEMESTRE LETIVO AAAAS
       01  WS-REG-PARM.
           05  WS-SEMESTRE-IN         PIC 9(05).
           05  WS-SEMESTRE-R  REDEFINES  WS-SEMESTRE-IN.
               10  WS-ANO-SEM         PIC 9(04).
               10  WS-NR-SEM          PIC 9(01).

      *-----> QUADRO EM MONTAGEM (QUEBRA POR VISAO+CURSO/SALA)
       01  WS-GRUPO-QUADRO.
           05  WS-VISAO-ATUAL         PIC X(01)  VALUE SPACES.
           05  WS-QUADRO-ATUAL        PIC X(12)  VALUE SPACES.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.

      *-----> CELULAS DO QUADRO: 16 AULAS X 6 DIAS (SEG A SAB)
       01  WS-TAB-QUADRO.
           05  WS-QD-AULA             OCCURS 16 TIMES.
               10  WS-QD-CELULA       PIC X(08)  OCCURS 6 TIMES.

      *-----> LEGENDA DO QUADRO: UMA LINHA POR ENCONTRO (ATE 60)
       01  WS-TAB-LEGENDA.
           05  WS-LG-OCOR             OCCURS 60 TIMES.
               10  WS-LG-DISC         PIC X(08).
               10  WS-LG-DIA          PIC 9(01).
               10  WS-LG-AULA         PIC 9(02).
               10  WS-LG-QTD          PIC 9(01).
               10  WS-LG-OUTRO        PIC X(12).
               10  WS-LG-PROF         PIC X(05).

      *-----> NOMES DOS DIAS DA SEMANA (2=SEGUNDA ... 7=SABADO)
       01  WS-TAB-DIAS.
           05  FILLER                 PIC X(18)  VALUE
               'SEGTERQUAQUISEXSAB'.
       01  FILLER  REDEFINES  WS-TAB-DIAS.
           05  WS-NOME-DIA            PIC X(03)  OCCURS 6 TIMES.

      *-----> DADOS DE SAIDA - IMPRESSAO DO QUADRO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'GRADE HORARIA DAS AULAS - SEMESTRE      '.
           05 WS-SEM-CAB            PIC 9(05).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(03) VALUE ZEROS.
           05 FILLER                PIC X(04) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TITULO-CAB         PIC X(07).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-QUADRO-CAB         PIC X(12).
           05 FILLER                PIC X(59) VALUE SPACES.

       01  WS-CAB3.
           05 FILLER                PIC X(08) VALUE ' AULA  '.
           05 FILLER                PIC X(54) VALUE
              'SEG      TER      QUA      QUI      SEX      SAB'.
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-LINHA-QUADRO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-AULA-Q             PIC 9(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-CELULA-Q           OCCURS 6 TIMES.
              10 WS-CEL-Q           PIC X(08).
              10 FILLER             PIC X(01).
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-CAB-LEGENDA.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'DISCIPLINA'.
           05 FILLER                PIC X(14) VALUE 'DIA/AULAS'.
           05 WS-OUTRO-CAB          PIC X(15).
           05 FILLER                PIC X(38) VALUE 'INSTRUTOR'.

       01  WS-LINHA-LEGENDA.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DISC-L             PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-DIA-L              PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AULA-L             PIC 9(02).
           05 FILLER                PIC X(01) VALUE '+'.
           05 WS-QTD-L              PIC 9(01).
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-OUTRO-L            PIC X(12).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-PROF-L             PIC X(05).
           05 FILLER                PIC X(33) VALUE SPACES.

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
       000-CGPRG148.

           PERFORM 010-INICIAR

           SORT SORTQDR
               ON ASCENDING KEY WS-VISAO-SRT
                                WS-QUADRO-SRT
                                WS-DIA-SRT
                                WS-AULA-SRT
                                WS-DISC-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-IMPRIMIR
                                   THRU 200-IMPRIMIR-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG148 - QUADRO DA GRADE HORARIA     *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-SEMESTRE-IN NOT NUMERIC
              OR WS-SEMESTRE-IN = ZEROS
              MOVE 20            TO  WS-ANO-SEM (1:2)
              MOVE WS-DTSYS (1:2) TO  WS-ANO-SEM (3:2)
              IF WS-DTSYS (3:2) > '06'
                 MOVE 2  TO  WS-NR-SEM
              ELSE
                 MOVE 1  TO  WS-NR-SEM
              END-IF
           END-IF
           IF WS-NR-SEM NOT = 1 AND 2
              MOVE  'SEMESTRE LETIVO INVALIDO'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * SEMESTRE LETIVO   : ' WS-SEMESTRE-IN

           OPEN INPUT GRADHOR
           IF WS-FS-GHO  NOT = '00'
              MOVE  'ERRO AO ABRIR O GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELGRADE
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELGRADE'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI        TO  WS-DATA-CAB
           MOVE WS-SEMESTRE-IN  TO  WS-SEM-CAB
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
      *    PROCEDIMENTO DE ENTRADA DO SORT: CADA ENCONTRO DO
      *    SEMESTRE LETIVO VAI PARA O QUADRO DO CURSO E DA SALA
      *--------------------------------------------------------------*
       100-SELECIONAR.

           MOVE LOW-VALUES      TO  WS-CHAVE-GH OF REG-GRADHOR
           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-GH OF REG-GRADHOR
           START GRADHOR KEY IS NOT LESS THAN
                 WS-CHAVE-GH OF REG-GRADHOR
           IF WS-FS-GHO = '23' OR '10'
              GO TO 100-SELECIONAR-FIM
           END-IF
           IF WS-FS-GHO NOT = '00'
              MOVE 'ERRO NO START DO GRADHOR'  TO WS-MSG
              MOVE  WS-FS-GHO                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 110-LER-GRADHOR
           PERFORM 120-LIBERAR
               UNTIL WS-FS-GHO = '10'
                  OR WS-SEMESTRE-GH OF REG-GRADHOR
                                        NOT = WS-SEMESTRE-IN
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO ENCONTRO DA GRADE
      *--------------------------------------------------------------*
       110-LER-GRADHOR.

           READ GRADHOR NEXT RECORD

           IF WS-FS-GHO  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                    TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-GHO = '00'
                 AND WS-SEMESTRE-GH OF REG-GRADHOR = WS-SEMESTRE-IN
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR O ENCONTRO NAS DUAS VISOES
      *--------------------------------------------------------------*
       120-LIBERAR.

           MOVE WS-DISC-GH OF REG-GRADHOR       TO  WS-DISC-SRT
           MOVE WS-DIA-GH OF REG-GRADHOR        TO  WS-DIA-SRT
           MOVE WS-AULA-GH OF REG-GRADHOR       TO  WS-AULA-SRT
           MOVE WS-QTD-AULAS-GH OF REG-GRADHOR  TO  WS-QTD-AULAS-SRT
           MOVE WS-PROF-GH OF REG-GRADHOR       TO  WS-PROF-SRT

           SET VISAO-CURSO  TO  TRUE
           MOVE WS-CURSO-GH OF REG-GRADHOR  TO  WS-QUADRO-SRT
           MOVE WS-SALA-GH OF REG-GRADHOR   TO  WS-OUTRO-SRT
           RELEASE REG-SORTQDR
           ADD 1  TO  WS-CTLIBERADO

           SET VISAO-SALA  TO  TRUE
           MOVE WS-SALA-GH OF REG-GRADHOR   TO  WS-QUADRO-SRT
           MOVE WS-CURSO-GH OF REG-GRADHOR  TO  WS-OUTRO-SRT
           RELEASE REG-SORTQDR
           ADD 1  TO  WS-CTLIBERADO

           PERFORM 110-LER-GRADHOR
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: MONTAR E IMPRIMIR UM
      *    QUADRO POR CURSO E POR SALA
      *--------------------------------------------------------------*
       200-IMPRIMIR.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 210-RETORNAR

           PERFORM 220-TRATAR-ENCONTRO
               UNTIL FIM-SORT

           IF GRUPO-ABERTO
              PERFORM 240-FECHAR-QUADRO
           END-IF
           .
       200-IMPRIMIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM ENCONTRO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTQDR
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR UM ENCONTRO: QUEBRA DE QUADRO, CELULAS OCUPADAS
      *    E LINHA DA LEGENDA
      *--------------------------------------------------------------*
       220-TRATAR-ENCONTRO.

           IF WS-VISAO-SRT NOT = WS-VISAO-ATUAL
              OR WS-QUADRO-SRT NOT = WS-QUADRO-ATUAL
              OR GRUPO-VAZIO
              IF GRUPO-ABERTO
                 PERFORM 240-FECHAR-QUADRO
              END-IF
              MOVE WS-VISAO-SRT   TO  WS-VISAO-ATUAL
              MOVE WS-QUADRO-SRT  TO  WS-QUADRO-ATUAL
              MOVE SPACES         TO  WS-TAB-QUADRO
              MOVE ZEROS          TO  WS-CTLEGENDA
              SET GRUPO-ABERTO    TO  TRUE
           END-IF

           ADD 1  TO  WS-CTIMPRESSO

           MOVE WS-AULA-SRT  TO  WS-AULA-SUB
           COMPUTE WS-AULA-FINAL = WS-AULA-SRT + WS-QTD-AULAS-SRT - 1
           COMPUTE WS-DIA-SUB = WS-DIA-SRT - 1
           PERFORM 230-OCUPAR-CELULA
               UNTIL WS-AULA-SUB > WS-AULA-FINAL

           IF WS-CTLEGENDA < 60
              ADD 1  TO  WS-CTLEGENDA
              MOVE WS-DISC-SRT       TO  WS-LG-DISC (WS-CTLEGENDA)
              MOVE WS-DIA-SRT        TO  WS-LG-DIA (WS-CTLEGENDA)
              MOVE WS-AULA-SRT       TO  WS-LG-AULA (WS-CTLEGENDA)
              MOVE WS-QTD-AULAS-SRT  TO  WS-LG-QTD (WS-CTLEGENDA)
              MOVE WS-OUTRO-SRT      TO  WS-LG-OUTRO (WS-CTLEGENDA)
              MOVE WS-PROF-SRT       TO  WS-LG-PROF (WS-CTLEGENDA)
           END-IF

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    OCUPAR UMA CELULA DO QUADRO (JA OCUPADA = CONFLITO)
      *--------------------------------------------------------------*
       230-OCUPAR-CELULA.

           IF WS-QD-CELULA (WS-AULA-SUB WS-DIA-SUB) = SPACES
              MOVE WS-DISC-SRT  TO  WS-QD-CELULA
                                    (WS-AULA-SUB WS-DIA-SUB)
           ELSE
              IF WS-QD-CELULA (WS-AULA-SUB WS-DIA-SUB)
                                              NOT = '*CONFL.*'
                 ADD 1  TO  WS-CTCELULA-CONF
                 MOVE '*CONFL.*'  TO  WS-QD-CELULA
                                      (WS-AULA-SUB WS-DIA-SUB)
              END-IF
           END-IF

           ADD 1  TO  WS-AULA-SUB
           .
      *--------------------------------------------------------------*
      *    FECHAR O QUADRO: PAGINA NOVA COM AS 16 AULAS E A LEGENDA
      *--------------------------------------------------------------*
       240-FECHAR-QUADRO.

           IF WS-VISAO-ATUAL = 'C'
              ADD 1  TO  WS-CTQUADRO-CURSO
              MOVE 'CURSO:'   TO  WS-TITULO-CAB
              MOVE 'SALA'     TO  WS-OUTRO-CAB
           ELSE
              ADD 1  TO  WS-CTQUADRO-SALA
              MOVE 'SALA:'    TO  WS-TITULO-CAB
              MOVE 'CURSO'    TO  WS-OUTRO-CAB
           END-IF
           MOVE WS-QUADRO-ATUAL  TO  WS-QUADRO-CAB

           PERFORM 040-IMPCAB

           MOVE 1  TO  WS-LIN-SUB
           PERFORM 250-IMPRIMIR-AULA
               UNTIL WS-LIN-SUB > 16

           MOVE WS-HIFEN  TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA
           MOVE WS-CAB-LEGENDA  TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA

           MOVE 1  TO  WS-LEG-SUB
           PERFORM 260-IMPRIMIR-LEGENDA
               UNTIL WS-LEG-SUB > WS-CTLEGENDA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DO QUADRO (UMA AULA, SEG A SAB)
      *--------------------------------------------------------------*
       250-IMPRIMIR-AULA.

           MOVE SPACES      TO  WS-LINHA-QUADRO
           MOVE WS-LIN-SUB  TO  WS-AULA-Q
           MOVE 1  TO  WS-DIA-SUB
           PERFORM 255-MONTAR-CELULA
               UNTIL WS-DIA-SUB > 6

           MOVE WS-LINHA-QUADRO  TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA

           ADD 1  TO  WS-LIN-SUB
           .
      *--------------------------------------------------------------*
      *    COPIAR UMA CELULA PARA A LINHA DE IMPRESSAO
      *--------------------------------------------------------------*
       255-MONTAR-CELULA.

           MOVE WS-QD-CELULA (WS-LIN-SUB WS-DIA-SUB)
                                   TO  WS-CEL-Q (WS-DIA-SUB)
           ADD 1  TO  WS-DIA-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DA LEGENDA
      *--------------------------------------------------------------*
       260-IMPRIMIR-LEGENDA.

           MOVE WS-LG-DISC (WS-LEG-SUB)   TO  WS-DISC-L
           MOVE WS-NOME-DIA (WS-LG-DIA (WS-LEG-SUB) - 1)
                                          TO  WS-DIA-L
           MOVE WS-LG-AULA (WS-LEG-SUB)   TO  WS-AULA-L
           MOVE WS-LG-QTD (WS-LEG-SUB)    TO  WS-QTD-L
           MOVE WS-LG-OUTRO (WS-LEG-SUB)  TO  WS-OUTRO-L
           MOVE WS-LG-PROF (WS-LEG-SUB)   TO  WS-PROF-L

           MOVE WS-LINHA-LEGENDA  TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA

           ADD 1  TO  WS-LEG-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO (UM QUADRO POR PAGINA)
      *--------------------------------------------------------------*
       040-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELGRADE FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-CAB2  TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA
           MOVE WS-HIFEN TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA
           MOVE WS-CAB3  TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA
           MOVE WS-HIFEN TO  REG-RELGRADE
           PERFORM 070-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELGRADE
      *--------------------------------------------------------------*
       070-GRAVAR-LINHA.

           WRITE REG-RELGRADE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELGRADE' TO WS-MSG
              MOVE WS-FS-REL                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG148        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ENCONTROS LIDOS   - GRADHOR  = ' WS-CTLIDO
           DISPLAY ' * ENCONTROS NOS QUADROS        = ' WS-CTIMPRESSO
           DISPLAY ' * QUADROS DE CURSO             = '
                   WS-CTQUADRO-CURSO
           DISPLAY ' * QUADROS DE SALA              = '
                   WS-CTQUADRO-SALA
           DISPLAY ' * CELULAS EM CONFLITO          = '
                   WS-CTCELULA-CONF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIBERADO NOT = WS-CTIMPRESSO
              OR WS-CTLIBERADO NOT = WS-CTLIDO * 2
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X IMPRESSO   *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  GRADHOR
           IF WS-FS-GHO  NOT = '00'
              MOVE  'ERRO AO FECHAR O GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELGRADE
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELGRADE'  TO WS-MSG
              MOVE   WS-FS-REL                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG148        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG148 <
