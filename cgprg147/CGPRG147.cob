       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG147.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONFERENCIA DE CONFLITOS DA GRADE HORARIA (GRADHOR
      *           - COPY GRADHORC) DE UM SEMESTRE LETIVO. CADA AULA
      *           OCUPADA POR UM ENCONTRO E LIBERADA PARA O SORT UMA
      *           VEZ POR RECURSO - A SALA, O INSTRUTOR E, QUANDO A
      *           DISCIPLINA E OBRIGATORIA NA MATRIZ (MATRCUR), A
      *           TURMA (CURSO + SEMESTRE DA GRADE) - E DUAS
      *           OCUPACOES DO MESMO RECURSO NO MESMO DIA E AULA SAO
      *           LISTADAS NO RELCONF:
      *             SALA      - SALA RESERVADA DUAS VEZES
      *             INSTRUTOR - INSTRUTOR EM DOIS LUGARES AO MESMO
      *                         TEMPO
      *             TURMA     - OBRIGATORIAS DO MESMO SEMESTRE DA
      *                         GRADE SOBREPOSTAS
      *           HAVENDO CONFLITO O PROGRAMA TERMINA COM RC 4.
      *           CARTAO DE PARAMETROS (SYSIN): SEMESTRE LETIVO
      *           (AAAAS) - ZEROS = O SEMESTRE DA DATA DO SISTEMA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010187  PROGRAMA CRIADO - CONFLITOS DE
      *                          SALA, INSTRUTOR E TURMA NA GRADE
      *                          HORARIA
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
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
           SELECT SORTCNF ASSIGN TO SORTWKJ
           .
           SELECT RELCONF ASSIGN TO RELCONFJ
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
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
      *-----> ARQUIVO DE TRABALHO DO SORT (UMA OCUPACAO DE RECURSO
      *       POR AULA: TIPO+RECURSO+DIA+AULA)
       SD  SORTCNF
           RECORDING MODE  F
           .
       01  REG-SORTCNF.
           05 WS-CHAVE-SRT.
              10 WS-TIPO-SRT      PIC X(01).
                 88 OCUP-SALA         VALUE 'S'.
                 88 OCUP-INSTRUTOR    VALUE 'P'.
                 88 OCUP-TURMA        VALUE 'T'.
              10 WS-RECURSO-SRT   PIC X(14).
              10 WS-DIA-SRT       PIC 9(01).
              10 WS-AULA-SRT      PIC 9(02).
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-DISC-SRT         PIC X(08).
       FD  RELCONF
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCONF            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTOCUP              PIC 9(06) VALUE ZEROS.
           05  WS-CTRETORNO           PIC 9(06) VALUE ZEROS.
           05  WS-CTCONF-SALA         PIC 9(04) VALUE ZEROS.
           05  WS-CTCONF-PROF         PIC 9(04) VALUE ZEROS.
           05  WS-CTCONF-TURMA        PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02)  VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-GHO              PIC X(02).
           05  WS-FS-MTC              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG147'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-AULA-SUB            PIC 9(02).
           05  WS-AULA-FINAL          PIC 9(02).
           05  WS-SW-OBRIG            PIC X(01).
               88 DISC-DA-TURMA           VALUE 'S'.
               88 DISC-FORA-TURMA         VALUE 'N'.
           05  WS-SEM-GRADE           PIC 9(02).

      *-----> CARTAO DE PARAMETROS (SYSIN): SEMESTRE LETIVO AAAAS
       01  WS-REG-PARM.
           05  WS-SEMESTRE-IN         PIC 9(05).
           05  WS-SEMESTRE-R  REDEFINES  WS-SEMESTRE-IN.
               10  WS-ANO-SEM         PIC 9(04).
               10  WS-NR-SEM          PIC 9(01).

      *-----> RECURSO DA TURMA: CURSO + SEMESTRE DA GRADE
       01  WS-RECURSO-TURMA.
           05  WS-CURSO-TUR           PIC X(12).
           05  WS-SEM-TUR             PIC 9(02).

      *-----> OCUPACAO ANTERIOR RETORNADA DO SORT
       01  WS-OCUP-ANT.
           05  WS-CHAVE-ANT           PIC X(18)  VALUE LOW-VALUES.
           05  WS-CURSO-ANT           PIC X(12).
           05  WS-DISC-ANT            PIC X(08).

      *-----> NOMES DOS DIAS DA SEMANA (2=SEGUNDA ... 7=SABADO)
       01  WS-TAB-DIAS.
           05  FILLER                 PIC X(18)  VALUE
               'SEGTERQUAQUISEXSAB'.
       01  FILLER  REDEFINES  WS-TAB-DIAS.
           05  WS-NOME-DIA            PIC X(03)  OCCURS 6 TIMES.

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'CONFLITOS DA GRADE HORARIA - SEMESTRE   '.
           05 WS-SEM-CAB            PIC 9(05).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'CONFLITO'.
           05 FILLER                PIC X(16) VALUE 'RECURSO'.
           05 FILLER                PIC X(09) VALUE 'DIA AULA '.
           05 FILLER                PIC X(22) VALUE
              'ENCONTRO 1'.
           05 FILLER                PIC X(22) VALUE
              'ENCONTRO 2'.

       01  WS-REG-RELCONF.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIPO-R           PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RECURSO-R        PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIA-R            PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AULA-R           PIC 9(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CURSO1-R         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DISC1-R          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CURSO2-R         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DISC2-R          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.

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
       000-CGPRG147.

           PERFORM 010-INICIAR

           SORT SORTCNF
               ON ASCENDING KEY WS-CHAVE-SRT
                                WS-CURSO-SRT
                                WS-DISC-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-CONFERIR
                                   THRU 200-CONFERIR-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG147 - CONFLITOS DA GRADE HORARIA  *'
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

           OPEN INPUT MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO ABRIR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELCONF
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCONF'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
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
      *    PROCEDIMENTO DE ENTRADA DO SORT: POSICIONAR NO SEMESTRE
      *    LETIVO E LIBERAR AS OCUPACOES DE CADA ENCONTRO DELE
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
      *    LIBERAR AS OCUPACOES DO ENCONTRO (UMA POR AULA E POR
      *    RECURSO). A TURMA SO CONTA PARA DISCIPLINA OBRIGATORIA
      *--------------------------------------------------------------*
       120-LIBERAR.

           SET DISC-FORA-TURMA  TO  TRUE
           MOVE WS-CURSO-GH OF REG-GRADHOR  TO  WS-CURSO-MC
                                                OF REG-MATRCUR
           MOVE WS-DISC-GH OF REG-GRADHOR   TO  WS-DISC-MC
                                                OF REG-MATRCUR
           READ MATRCUR
           IF WS-FS-MTC = '00'
              IF DISC-OBRIGATORIA OF REG-MATRCUR
                 SET DISC-DA-TURMA  TO  TRUE
                 MOVE WS-SEMESTRE-MC OF REG-MATRCUR  TO  WS-SEM-GRADE
              END-IF
           ELSE
              IF WS-FS-MTC NOT = '23'
                 MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
                 MOVE  WS-FS-MTC                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           MOVE WS-AULA-GH OF REG-GRADHOR  TO  WS-AULA-SUB
           COMPUTE WS-AULA-FINAL = WS-AULA-GH OF REG-GRADHOR
                   + WS-QTD-AULAS-GH OF REG-GRADHOR - 1
           PERFORM 130-LIBERAR-AULA
               UNTIL WS-AULA-SUB > WS-AULA-FINAL

           PERFORM 110-LER-GRADHOR
           .
      *--------------------------------------------------------------*
      *    LIBERAR AS OCUPACOES DE UMA AULA DO ENCONTRO
      *--------------------------------------------------------------*
       130-LIBERAR-AULA.

           MOVE WS-DIA-GH OF REG-GRADHOR    TO  WS-DIA-SRT
           MOVE WS-AULA-SUB                 TO  WS-AULA-SRT
           MOVE WS-CURSO-GH OF REG-GRADHOR  TO  WS-CURSO-SRT
           MOVE WS-DISC-GH OF REG-GRADHOR   TO  WS-DISC-SRT

           SET OCUP-SALA  TO  TRUE
           MOVE WS-SALA-GH OF REG-GRADHOR   TO  WS-RECURSO-SRT
           RELEASE REG-SORTCNF
           ADD 1  TO  WS-CTOCUP

           SET OCUP-INSTRUTOR  TO  TRUE
           MOVE WS-PROF-GH OF REG-GRADHOR   TO  WS-RECURSO-SRT
           RELEASE REG-SORTCNF
           ADD 1  TO  WS-CTOCUP

           IF DISC-DA-TURMA
              MOVE WS-CURSO-GH OF REG-GRADHOR  TO  WS-CURSO-TUR
              MOVE WS-SEM-GRADE                TO  WS-SEM-TUR
              SET OCUP-TURMA  TO  TRUE
              MOVE WS-RECURSO-TURMA  TO  WS-RECURSO-SRT
              RELEASE REG-SORTCNF
              ADD 1  TO  WS-CTOCUP
           END-IF

           ADD 1  TO  WS-AULA-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: OCUPACAO COM A MESMA
      *    CHAVE (TIPO+RECURSO+DIA+AULA) DA ANTERIOR E CONFLITO
      *--------------------------------------------------------------*
       200-CONFERIR.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 210-RETORNAR

           PERFORM 220-TRATAR-OCUPACAO
               UNTIL FIM-SORT
           .
       200-CONFERIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UMA OCUPACAO CLASSIFICADA
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTCNF
               AT END
                   SET FIM-SORT  TO  TRUE
               NOT AT END
                   ADD 1  TO  WS-CTRETORNO
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA OCUPACAO
      *--------------------------------------------------------------*
       220-TRATAR-OCUPACAO.

           IF WS-CHAVE-SRT = WS-CHAVE-ANT
              PERFORM 240-IMPRIMIR-CONFLITO
           END-IF

           MOVE WS-CHAVE-SRT  TO  WS-CHAVE-ANT
           MOVE WS-CURSO-SRT  TO  WS-CURSO-ANT
           MOVE WS-DISC-SRT   TO  WS-DISC-ANT

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM CONFLITO (OCUPACAO ANTERIOR X ATUAL)
      *--------------------------------------------------------------*
       240-IMPRIMIR-CONFLITO.

           EVALUATE TRUE
              WHEN OCUP-SALA
                 ADD 1  TO  WS-CTCONF-SALA
                 MOVE 'SALA'       TO  WS-TIPO-R
              WHEN OCUP-INSTRUTOR
                 ADD 1  TO  WS-CTCONF-PROF
                 MOVE 'INSTRUTOR'  TO  WS-TIPO-R
              WHEN OTHER
                 ADD 1  TO  WS-CTCONF-TURMA
                 MOVE 'TURMA'      TO  WS-TIPO-R
           END-EVALUATE

           MOVE WS-RECURSO-SRT              TO  WS-RECURSO-R
           MOVE WS-NOME-DIA (WS-DIA-SRT - 1)
                                            TO  WS-DIA-R
           MOVE WS-AULA-SRT                 TO  WS-AULA-R
           MOVE WS-CURSO-ANT                TO  WS-CURSO1-R
           MOVE WS-DISC-ANT                 TO  WS-DISC1-R
           MOVE WS-CURSO-SRT                TO  WS-CURSO2-R
           MOVE WS-DISC-SRT                 TO  WS-DISC2-R

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELCONF  FROM  WS-REG-RELCONF
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCONF'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       040-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELCONF FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCONF FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCONF FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCONF FROM WS-HIFEN
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG147        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ENCONTROS LIDOS   - GRADHOR  = ' WS-CTLIDO
           DISPLAY ' * OCUPACOES LIBERADAS          = ' WS-CTOCUP
           DISPLAY ' * OCUPACOES RETORNADAS         = ' WS-CTRETORNO
           DISPLAY ' * CONFLITOS DE SALA            = ' WS-CTCONF-SALA
           DISPLAY ' * CONFLITOS DE INSTRUTOR       = ' WS-CTCONF-PROF
           DISPLAY ' * CONFLITOS DE TURMA           = '
                   WS-CTCONF-TURMA
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTCONF-SALA > ZEROS OR WS-CTCONF-PROF > ZEROS
              OR WS-CTCONF-TURMA > ZEROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * GRADE COM CONFLITOS - VER O RELCONF    *'
              DISPLAY ' *----------------------------------------*'
              MOVE 4  TO  RETURN-CODE
           END-IF

           IF WS-CTOCUP NOT = WS-CTRETORNO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIBERADO X RETORN.*'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  GRADHOR
           IF WS-FS-GHO  NOT = '00'
              MOVE  'ERRO AO FECHAR O GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO FECHAR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELCONF
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCONF'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG147        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG147 <
