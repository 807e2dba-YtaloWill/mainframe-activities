       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG149.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: APURACAO MENSAL DAS HORAS-AULA DOS INSTRUTORES
      *           HORISTAS A PARTIR DA GRADE HORARIA (GRADHOR - COPY
      *           GRADHORC) - A PLANILHA DO RH VIRA PROGRAMA. PARA A
      *           COMPETENCIA DO CARTAO:
      *           - CADA ENCONTRO DO SEMESTRE LETIVO VALE AS SUAS
      *             AULAS VEZES AS OCORRENCIAS DO DIA DA SEMANA DENTRO
      *             DO PERIODO DE AULAS DO MES, SEM OS FERIADOS DO
      *             CALENDARIO DE PROCESSAMENTO (CALPROC);
      *           - CARTOES DE AULA CANCELADA (CANCAULA) ABATEM AS
      *             AULAS DE UM ENCONTRO NUMA DATA; CARTAO QUE NAO
      *             BATE COM A GRADE E REJEITADO (RC 4);
      *           - SO O INSTRUTOR HORISTA ATIVO DO PROFMST RECEBE, AO
      *             VALOR DA HORA-AULA DA SUA TITULACAO;
      *           - SAIDAS: DEMONSTRATIVO DE HORAS POR INSTRUTOR
      *             (RELHORA, UMA PAGINA POR INSTRUTOR, PARA
      *             CONTESTACAO ANTES DO PAGAMENTO) E O FOLHAHOR, QUE
      *             O CGPRG123 SOMA AO BRUTO DO CONTRACHEQUE PELO
      *             VINCULO DO INSTRUTOR COM O CADFUNC.
      *           CARTAO DE PARAMETROS (SYSIN):
      *             COMPETENCIA AAAAMM(6) + SEMESTRE LETIVO AAAAS(5)
      *             (ZEROS = O SEMESTRE DA COMPETENCIA) + INICIO E FIM
      *             DO PERIODO DE AULAS NO MES AAAAMMDD(8+8) (ZEROS =
      *             O MES INTEIRO) + VALOR DA HORA-AULA DO GRADUADO,
      *             ESPECIALISTA, MESTRE E DOUTOR 9(03)V99 (4 X 5)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010188  PROGRAMA CRIADO - HORAS-AULA DOS
      *                          HORISTAS DA GRADE PARA A FOLHA
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
           SELECT PROFMST ASSIGN TO PROFMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CODIGO-PF OF REG-PROFMST
                  FILE STATUS   IS WS-FS-PRF
           .
           SELECT CALPROC ASSIGN TO CALPROCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-CAL OF REG-CALPROC
                  FILE STATUS   IS WS-FS-CAL
           .
           SELECT CANCAULA ASSIGN TO CANCAULJ
                  FILE STATUS   IS WS-FS-CAN
           .
           SELECT SORTHOR ASSIGN TO SORTWKJ
           .
           SELECT FOLHAHOR ASSIGN TO FOLHAHOJ
                  FILE STATUS   IS WS-FS-FHO
           .
           SELECT RELHORA ASSIGN TO RELHORAJ
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
       FD  PROFMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROFMST.
           COPY PROFMSTC.
       FD  CALPROC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CALPROC.
           COPY CALPROCC.
      *-----> CARTAO DE AULA CANCELADA: O ENCONTRO DA GRADE (CURSO+
      *       DISCIPLINA+AULA INICIAL, O DIA SAI DA DATA), O
      *       INSTRUTOR E A QUANTIDADE DE AULAS CANCELADAS NA DATA
      *       (ZERO = O ENCONTRO INTEIRO)
       FD  CANCAULA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CANCAULA.
           05 WS-PROF-CA          PIC X(05).
           05 WS-DATA-CA          PIC 9(08).
           05 WS-DATA-CA-R  REDEFINES  WS-DATA-CA.
              10 WS-COMPET-CA     PIC 9(06).
              10 WS-DIA-CA        PIC 9(02).
           05 WS-CURSO-CA         PIC X(12).
           05 WS-DISC-CA          PIC X(08).
           05 WS-AULA-CA          PIC 9(02).
           05 WS-QTD-CA           PIC 9(01).
           05 FILLER              PIC X(44).
      *-----> ARQUIVO DE TRABALHO DO SORT: AS AULAS PREVISTAS ('A')
      *       E AS CANCELADAS ('C') DE CADA INSTRUTOR
       SD  SORTHOR
           RECORDING MODE  F
           .
       01  REG-SORTHOR.
           05 WS-PROF-SRT         PIC X(05).
           05 WS-TIPO-SRT         PIC X(01).
              88 AULA-PREVISTA        VALUE 'A'.
              88 AULA-CANCELADA       VALUE 'C'.
           05 WS-DATA-SRT         PIC 9(08).
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-DISC-SRT         PIC X(08).
           05 WS-DIA-SRT          PIC 9(01).
           05 WS-AULA-SRT         PIC 9(02).
           05 WS-QTD-SEM-SRT      PIC 9(01).
           05 WS-OCORR-SRT        PIC 9(01).
           05 WS-AULAS-SRT        PIC 9(03).
      *-----> HORAS-AULA DO MES POR INSTRUTOR, PARA O CGPRG123
       FD  FOLHAHOR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHAHOR.
           05 WS-DPTO-FH          PIC 9(04)      COMP-3.
           05 WS-FUNC-FH          PIC 9(04)      COMP-3.
           05 WS-COMPET-FH        PIC 9(06)      COMP-3.
           05 WS-PROF-FH          PIC X(05).
           05 WS-AULAS-FH         PIC 9(04)      COMP-3.
           05 WS-VALOR-FH         PIC 9(08)V99   COMP-3.
           05 FILLER              PIC X(06).
       FD  RELHORA
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELHORA            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTCANLIDO           PIC 9(04) VALUE ZEROS.
           05  WS-CTCANREJ            PIC 9(04) VALUE ZEROS.
           05  WS-CTCANDUP            PIC 9(04) VALUE ZEROS.
           05  WS-CTLIBERADO          PIC 9(06) VALUE ZEROS.
           05  WS-CTRETORNO           PIC 9(06) VALUE ZEROS.
           05  WS-CTFERIADO           PIC 9(02) VALUE ZEROS.
           05  WS-CTHORISTA           PIC 9(04) VALUE ZEROS.
           05  WS-CTNAOHOR            PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMCAD            PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMVINC           PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(04) VALUE ZEROS.
           05  WS-TOT-AULAS           PIC 9(06) VALUE ZEROS.
           05  WS-TOT-VALOR           PIC 9(10)V99 VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02)  VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-GHO              PIC X(02).
           05  WS-FS-PRF              PIC X(02).
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-CAN              PIC X(02).
           05  WS-FS-FHO              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG149'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-SW-CANCAULA         PIC X(01)  VALUE 'N'.
               88 CANCAULA-PRESENTE       VALUE 'S'.
               88 CANCAULA-AUSENTE        VALUE 'N'.
           05  WS-SW-INSTRUTOR        PIC X(01).
               88 INSTRUTOR-PAGO          VALUE 'S'.
               88 INSTRUTOR-IGNORADO      VALUE 'N'.

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  WS-COMPET-R  REDEFINES  WS-COMPET-IN.
               10  WS-ANO-COMP        PIC 9(04).
               10  WS-MES-COMP        PIC 9(02).
           05  WS-SEMESTRE-IN         PIC 9(05).
           05  WS-SEMESTRE-R  REDEFINES  WS-SEMESTRE-IN.
               10  WS-ANO-SEM         PIC 9(04).
               10  WS-NR-SEM          PIC 9(01).
           05  WS-DTINI-IN            PIC 9(08).
           05  WS-DTFIM-IN            PIC 9(08).
           05  WS-VLHORA-G-IN         PIC 9(03)V99.
           05  WS-VLHORA-E-IN         PIC 9(03)V99.
           05  WS-VLHORA-M-IN         PIC 9(03)V99.
           05  WS-VLHORA-D-IN         PIC 9(03)V99.

      *-----> CALENDARIO DO MES: DIAS DO MES, DIA DA SEMANA DO DIA 1
      *       (1=DOMINGO ... 7=SABADO) E OCORRENCIAS DE CADA DIA DA
      *       SEMANA NO PERIODO DE AULAS, SEM OS FERIADOS
       01  WS-CALENDARIO.
           05  WS-ULT-DIA             PIC 9(02).
           05  WS-SEMANA-DIA1         PIC 9(01).
           05  WS-DIA-SUB             PIC 9(02).
           05  WS-DIA-SEMANA          PIC 9(01).
           05  WS-DATA-TRAB           PIC 9(08).
           05  WS-DATA-TRAB-R  REDEFINES  WS-DATA-TRAB.
               10  WS-COMPET-TRAB     PIC 9(06).
               10  WS-DIA-TRAB        PIC 9(02).
           05  WS-OCORR-DIA           PIC 9(01)  OCCURS 7 TIMES.
           05  WS-RESTO-4             PIC 9(02).
           05  WS-QUOC-4              PIC 9(04).
      *-----> CONGRUENCIA DE ZELLER PARA O DIA DA SEMANA DO DIA 1
           05  WS-ZEL-MES             PIC 9(02).
           05  WS-ZEL-ANO             PIC 9(04).
           05  WS-ZEL-SECULO          PIC 9(02).
           05  WS-ZEL-ANO-SEC         PIC 9(02).
           05  WS-ZEL-PARC1           PIC 9(03).
           05  WS-ZEL-PARC2           PIC 9(02).
           05  WS-ZEL-PARC3           PIC 9(02).
           05  WS-ZEL-SOMA            PIC 9(04).
           05  WS-ZEL-QUOC            PIC 9(04).
           05  WS-ZEL-RESTO           PIC 9(01).

      *-----> DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

      *-----> NOMES DOS DIAS DA SEMANA (2=SEGUNDA ... 7=SABADO)
       01  WS-TAB-DIAS.
           05  FILLER                 PIC X(18)  VALUE
               'SEGTERQUAQUISEXSAB'.
       01  FILLER  REDEFINES  WS-TAB-DIAS.
           05  WS-NOME-DIA            PIC X(03)  OCCURS 6 TIMES.

      *-----> INSTRUTOR CORRENTE NO PROCEDIMENTO DE SAIDA DO SORT
       01  WS-INSTRUTOR-ATUAL.
           05  WS-PROF-ATUAL          PIC X(05).
           05  WS-VLR-HORA            PIC 9(03)V99.
           05  WS-AULAS-PREV          PIC 9(04).
           05  WS-AULAS-CANC          PIC 9(04).
           05  WS-AULAS-PAGAR         PIC 9(04).
           05  WS-VLR-PAGAR           PIC 9(08)V99.
           05  WS-CANC-ANT            PIC X(30).
           05  WS-CANC-ATUAL.
               10  WS-DATA-CAT        PIC 9(08).
               10  WS-CURSO-CAT       PIC X(12).
               10  WS-DISC-CAT        PIC X(08).
               10  WS-AULA-CAT        PIC 9(02).

      *-----> DADOS DE SAIDA - DEMONSTRATIVO DE HORAS-AULA
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'DEMONSTRATIVO DE HORAS-AULA - COMPET.   '.
           05 WS-COMPET-CAB         PIC 9(06).
           05 FILLER                PIC X(09) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'INSTRUTOR: '.
           05 WS-PROF-CAB           PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-NOME-CAB           PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'TITULACAO: '.
           05 WS-TIT-CAB            PIC X(01).
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'FOLHA: DPTO '.
           05 WS-DPTO-CAB           PIC 9(04).
           05 FILLER                PIC X(06) VALUE ' FUNC '.
           05 WS-FUNC-CAB           PIC 9(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
              'PERIODO DE AULAS: '.
           05 WS-DTINI-CAB          PIC X(10).
           05 FILLER                PIC X(03) VALUE ' A '.
           05 WS-DTFIM-CAB          PIC X(10).
           05 FILLER                PIC X(07) VALUE SPACES.

       01  WS-CAB4.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'TIPO'.
           05 FILLER                PIC X(11) VALUE 'DATA'.
           05 FILLER                PIC X(13) VALUE 'CURSO'.
           05 FILLER                PIC X(09) VALUE 'DISC.'.
           05 FILLER                PIC X(09) VALUE 'DIA AULA '.
           05 FILLER                PIC X(16) VALUE
              'AULAS/SEM. OCOR.'.
           05 FILLER                PIC X(07) VALUE '  AULAS'.
           05 FILLER                PIC X(03) VALUE SPACES.

       01  WS-REG-DETALHE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIPO-R           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-R           PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DISC-R           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIA-R            PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AULA-R           PIC 9(02).
           05 FILLER              PIC X(08) VALUE SPACES.
           05 WS-QTD-SEM-R        PIC 9(01).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-OCORR-R          PIC Z9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-AULAS-R          PIC -ZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-T         PIC X(32).
           05 FILLER              PIC X(02) VALUE ': '.
           05 WS-AULAS-T          PIC ZZZ9.
           05 FILLER              PIC X(41) VALUE SPACES.

       01  WS-REG-VALOR.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-V         PIC X(32).
           05 FILLER              PIC X(02) VALUE ': '.
           05 WS-VALOR-V          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-REG-AVISO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TEXTO-AV         PIC X(79).

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
       000-CGPRG149.

           PERFORM 010-INICIAR

           SORT SORTHOR
               ON ASCENDING KEY WS-PROF-SRT
                                WS-TIPO-SRT
                                WS-DATA-SRT
                                WS-CURSO-SRT
                                WS-DISC-SRT
                                WS-DIA-SRT
                                WS-AULA-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-APURAR
                                   THRU 200-APURAR-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG149 - HORAS-AULA DOS HORISTAS     *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-COMPET-IN NOT NUMERIC
              OR WS-MES-COMP < 01 OR WS-MES-COMP > 12
              MOVE  'COMPETENCIA INVALIDA'      TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-SEMESTRE-IN NOT NUMERIC
              OR WS-SEMESTRE-IN = ZEROS
              MOVE WS-ANO-COMP  TO  WS-ANO-SEM
              IF WS-MES-COMP > 06
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
           IF WS-VLHORA-G-IN NOT NUMERIC OR WS-VLHORA-E-IN NOT NUMERIC
              OR WS-VLHORA-M-IN NOT NUMERIC
              OR WS-VLHORA-D-IN NOT NUMERIC
              MOVE  'VALOR DA HORA-AULA INVALIDO'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DIAS-MES (WS-MES-COMP)  TO  WS-ULT-DIA
           IF WS-MES-COMP = 2
              DIVIDE WS-ANO-COMP BY 4 GIVING WS-QUOC-4
                     REMAINDER WS-RESTO-4
              IF WS-RESTO-4 = ZEROS
                 MOVE 29  TO  WS-ULT-DIA
              END-IF
           END-IF

           IF WS-DTINI-IN NOT NUMERIC OR WS-DTINI-IN = ZEROS
              MOVE WS-COMPET-IN  TO  WS-COMPET-TRAB
              MOVE 01            TO  WS-DIA-TRAB
              MOVE WS-DATA-TRAB  TO  WS-DTINI-IN
           END-IF
           IF WS-DTFIM-IN NOT NUMERIC OR WS-DTFIM-IN = ZEROS
              MOVE WS-COMPET-IN  TO  WS-COMPET-TRAB
              MOVE WS-ULT-DIA    TO  WS-DIA-TRAB
              MOVE WS-DATA-TRAB  TO  WS-DTFIM-IN
           END-IF
           IF WS-DTINI-IN (1:6) NOT = WS-COMPET-IN
              OR WS-DTFIM-IN (1:6) NOT = WS-COMPET-IN
              OR WS-DTINI-IN > WS-DTFIM-IN
              MOVE  'PERIODO DE AULAS INVALIDO'  TO WS-MSG
              MOVE  '  '                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * COMPETENCIA       : ' WS-COMPET-IN
           DISPLAY ' * SEMESTRE LETIVO   : ' WS-SEMESTRE-IN
           DISPLAY ' * PERIODO DE AULAS  : ' WS-DTINI-IN ' A '
                   WS-DTFIM-IN

           OPEN INPUT GRADHOR
           IF WS-FS-GHO  NOT = '00'
              MOVE  'ERRO AO ABRIR O GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO ABRIR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CALPROC
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O CALPROC'  TO WS-MSG
              MOVE   WS-FS-CAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CANCAULA
           IF WS-FS-CAN = '35'
              DISPLAY ' * CANCAULA AUSENTE - MES SEM CANCELAMENTO'
           ELSE
              IF WS-FS-CAN  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CANCAULA'  TO WS-MSG
                 MOVE   WS-FS-CAN                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              SET CANCAULA-PRESENTE  TO  TRUE
           END-IF

           OPEN OUTPUT FOLHAHOR
           IF WS-FS-FHO  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHAHOR'  TO WS-MSG
              MOVE   WS-FS-FHO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELHORA
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELHORA'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI        TO  WS-DATA-CAB
           MOVE WS-COMPET-IN    TO  WS-COMPET-CAB
           MOVE WS-DTINI-IN     TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-R       TO  WS-DTINI-CAB
           MOVE WS-DTFIM-IN     TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-R       TO  WS-DTFIM-CAB

           PERFORM 020-MONTAR-CALENDARIO
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
      *    EDITAR A DATA DE TRABALHO AAAAMMDD EM DD/MM/AAAA
      *--------------------------------------------------------------*
       018-EDITAR-DATA.

           MOVE SPACES  TO  WS-DATA-R
           STRING  WS-DATA-TRAB (7:2) '/'
                   WS-DATA-TRAB (5:2) '/'
                   WS-DATA-TRAB (1:4)
           DELIMITED BY SIZE INTO WS-DATA-R
           .
      *--------------------------------------------------------------*
      *    MONTAR O CALENDARIO DO MES: DIA DA SEMANA DO DIA 1 PELA
      *    CONGRUENCIA DE ZELLER (JANEIRO E FEVEREIRO CONTAM COMO
      *    MESES 13 E 14 DO ANO ANTERIOR) E OCORRENCIAS DE CADA DIA
      *    DA SEMANA NO PERIODO DE AULAS
      *--------------------------------------------------------------*
       020-MONTAR-CALENDARIO.

           MOVE WS-MES-COMP  TO  WS-ZEL-MES
           MOVE WS-ANO-COMP  TO  WS-ZEL-ANO
           IF WS-ZEL-MES < 3
              ADD 12  TO  WS-ZEL-MES
              SUBTRACT 1  FROM  WS-ZEL-ANO
           END-IF
           DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-SECULO
                  REMAINDER WS-ZEL-ANO-SEC
           COMPUTE WS-ZEL-PARC1 = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-PARC1 BY 5 GIVING WS-ZEL-PARC1
           DIVIDE WS-ZEL-ANO-SEC BY 4 GIVING WS-ZEL-PARC2
           DIVIDE WS-ZEL-SECULO BY 4 GIVING WS-ZEL-PARC3
           COMPUTE WS-ZEL-SOMA = 1 + WS-ZEL-PARC1 + WS-ZEL-ANO-SEC
                               + WS-ZEL-PARC2 + WS-ZEL-PARC3
                               + (5 * WS-ZEL-SECULO)
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOC
                  REMAINDER WS-ZEL-RESTO
      *-----> ZELLER DEVOLVE 0=SABADO, 1=DOMINGO ... 6=SEXTA
           IF WS-ZEL-RESTO = ZEROS
              MOVE 7             TO  WS-SEMANA-DIA1
           ELSE
              MOVE WS-ZEL-RESTO  TO  WS-SEMANA-DIA1
           END-IF

           MOVE ZEROS  TO  WS-OCORR-DIA (1) WS-OCORR-DIA (2)
                           WS-OCORR-DIA (3) WS-OCORR-DIA (4)
                           WS-OCORR-DIA (5) WS-OCORR-DIA (6)
                           WS-OCORR-DIA (7)
           MOVE 1  TO  WS-DIA-SUB
           PERFORM 022-CONTAR-DIA
               UNTIL WS-DIA-SUB > WS-ULT-DIA
           DISPLAY ' * FERIADOS NO PERIODO: ' WS-CTFERIADO
           .
      *--------------------------------------------------------------*
      *    CONTAR UM DIA DO MES: DENTRO DO PERIODO DE AULAS E SEM
      *    FERIADO NO CALPROC, SOMA UMA OCORRENCIA AO SEU DIA DA
      *    SEMANA
      *--------------------------------------------------------------*
       022-CONTAR-DIA.

           MOVE WS-COMPET-IN  TO  WS-COMPET-TRAB
           MOVE WS-DIA-SUB    TO  WS-DIA-TRAB
           IF WS-DATA-TRAB NOT < WS-DTINI-IN
              AND WS-DATA-TRAB NOT > WS-DTFIM-IN
              PERFORM 024-DIA-DA-SEMANA
              PERFORM 026-LER-FERIADO
              IF WS-FS-CAL = '00'
                 ADD 1  TO  WS-CTFERIADO
              ELSE
                 ADD 1  TO  WS-OCORR-DIA (WS-DIA-SEMANA)
              END-IF
           END-IF

           ADD 1  TO  WS-DIA-SUB
           .
      *--------------------------------------------------------------*
      *    DIA DA SEMANA (1=DOMINGO ... 7=SABADO) DO DIA WS-DIA-TRAB
      *    DA COMPETENCIA, A PARTIR DO DIA DA SEMANA DO DIA 1
      *--------------------------------------------------------------*
       024-DIA-DA-SEMANA.

           COMPUTE WS-ZEL-SOMA = WS-SEMANA-DIA1 + WS-DIA-TRAB - 2
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOC
                  REMAINDER WS-DIA-SEMANA
           ADD 1  TO  WS-DIA-SEMANA
           .
      *--------------------------------------------------------------*
      *    CONSULTAR O FERIADO DA DATA DE TRABALHO NO CALPROC ('00' =
      *    FERIADO, '23' = DIA NORMAL)
      *--------------------------------------------------------------*
       026-LER-FERIADO.

           STRING 'F' WS-DATA-TRAB DELIMITED BY SIZE
                  INTO WS-CHAVE-CAL OF REG-CALPROC
           READ CALPROC
           IF WS-FS-CAL NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CALPROC'  TO WS-MSG
              MOVE   WS-FS-CAL                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERAR AS AULAS
      *    PREVISTAS DE CADA ENCONTRO DO SEMESTRE LETIVO E, DEPOIS,
      *    OS CARTOES DE AULA CANCELADA QUE BATEM COM A GRADE
      *--------------------------------------------------------------*
       100-SELECIONAR.

           MOVE LOW-VALUES      TO  WS-CHAVE-GH OF REG-GRADHOR
           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-GH OF REG-GRADHOR
           START GRADHOR KEY IS NOT LESS THAN
                 WS-CHAVE-GH OF REG-GRADHOR
           IF WS-FS-GHO NOT = '00' AND '23' AND '10'
              MOVE 'ERRO NO START DO GRADHOR'  TO WS-MSG
              MOVE  WS-FS-GHO                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-FS-GHO = '00'
              PERFORM 110-LER-GRADHOR
              PERFORM 120-LIBERAR-ENCONTRO
                  UNTIL WS-FS-GHO = '10'
                     OR WS-SEMESTRE-GH OF REG-GRADHOR
                                           NOT = WS-SEMESTRE-IN
           END-IF

           IF CANCAULA-AUSENTE
              GO TO 100-SELECIONAR-FIM
           END-IF

           PERFORM 130-LER-CANCAULA
           PERFORM 140-TRATAR-CANCAULA THRU 140-TRATAR-CANCAULA-FIM
               UNTIL WS-FS-CAN = '10'
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
      *    LIBERAR AS AULAS PREVISTAS DO ENCONTRO NO MES: AULAS DO
      *    ENCONTRO VEZES AS OCORRENCIAS DO SEU DIA DA SEMANA
      *--------------------------------------------------------------*
       120-LIBERAR-ENCONTRO.

           MOVE WS-PROF-GH OF REG-GRADHOR   TO  WS-PROF-SRT
           SET AULA-PREVISTA  TO  TRUE
           MOVE ZEROS                       TO  WS-DATA-SRT
           MOVE WS-CURSO-GH OF REG-GRADHOR  TO  WS-CURSO-SRT
           MOVE WS-DISC-GH OF REG-GRADHOR   TO  WS-DISC-SRT
           MOVE WS-DIA-GH OF REG-GRADHOR    TO  WS-DIA-SRT
           MOVE WS-AULA-GH OF REG-GRADHOR   TO  WS-AULA-SRT
           MOVE WS-QTD-AULAS-GH OF REG-GRADHOR
                                            TO  WS-QTD-SEM-SRT
           MOVE WS-OCORR-DIA (WS-DIA-GH OF REG-GRADHOR)
                                            TO  WS-OCORR-SRT
           COMPUTE WS-AULAS-SRT = WS-QTD-SEM-SRT * WS-OCORR-SRT
           RELEASE REG-SORTHOR
           ADD 1  TO  WS-CTLIBERADO

           PERFORM 110-LER-GRADHOR
           .
      *--------------------------------------------------------------*
      *    LER UM CARTAO DE AULA CANCELADA
      *--------------------------------------------------------------*
       130-LER-CANCAULA.

           READ CANCAULA

           IF WS-FS-CAN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CANCAULA'  TO WS-MSG
              MOVE   WS-FS-CAN                     TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-CAN = '00'
                 ADD   1  TO  WS-CTCANLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O CARTAO DE AULA CANCELADA CONTRA O CALENDARIO DO
      *    MES E A GRADE E LIBERAR AS AULAS CANCELADAS
      *--------------------------------------------------------------*
       140-TRATAR-CANCAULA.

           IF WS-DATA-CA NOT NUMERIC OR WS-AULA-CA NOT NUMERIC
              OR WS-QTD-CA NOT NUMERIC
              MOVE 'CARTAO COM CAMPO NAO NUMERICO'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF
           IF WS-COMPET-CA NOT = WS-COMPET-IN
              OR WS-DIA-CA < 01 OR WS-DIA-CA > WS-ULT-DIA
              MOVE 'DATA FORA DA COMPETENCIA'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF
           IF WS-DATA-CA < WS-DTINI-IN OR WS-DATA-CA > WS-DTFIM-IN
              MOVE 'DATA FORA DO PERIODO DE AULAS'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF

           MOVE WS-DATA-CA  TO  WS-DATA-TRAB
           PERFORM 024-DIA-DA-SEMANA
           IF WS-DIA-SEMANA = 1
              MOVE 'DATA CAI NUM DOMINGO'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF
           PERFORM 026-LER-FERIADO
           IF WS-FS-CAL = '00'
              MOVE 'DATA E FERIADO NO CALPROC'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF

           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-GH OF REG-GRADHOR
           MOVE WS-CURSO-CA     TO  WS-CURSO-GH OF REG-GRADHOR
           MOVE WS-DISC-CA      TO  WS-DISC-GH OF REG-GRADHOR
           MOVE WS-DIA-SEMANA   TO  WS-DIA-GH OF REG-GRADHOR
           MOVE WS-AULA-CA      TO  WS-AULA-GH OF REG-GRADHOR
           READ GRADHOR
           IF WS-FS-GHO = '23'
              MOVE 'ENCONTRO NAO CONSTA DA GRADE'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF
           IF WS-FS-GHO NOT = '00'
              MOVE  'ERRO NA LEITURA DO GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PROF-CA NOT = WS-PROF-GH OF REG-GRADHOR
              MOVE 'INSTRUTOR DIFERE DO DA GRADE'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF
           IF WS-QTD-CA > WS-QTD-AULAS-GH OF REG-GRADHOR
              MOVE 'QTD MAIOR QUE A DO ENCONTRO'  TO WS-MOTIVO-REJ
              PERFORM 145-REJEITAR-CANCAULA
              GO TO 140-TRATAR-CANCAULA-LER
           END-IF

           MOVE WS-PROF-CA                  TO  WS-PROF-SRT
           SET AULA-CANCELADA  TO  TRUE
           MOVE WS-DATA-CA                  TO  WS-DATA-SRT
           MOVE WS-CURSO-CA                 TO  WS-CURSO-SRT
           MOVE WS-DISC-CA                  TO  WS-DISC-SRT
           MOVE WS-DIA-SEMANA               TO  WS-DIA-SRT
           MOVE WS-AULA-CA                  TO  WS-AULA-SRT
           MOVE WS-QTD-AULAS-GH OF REG-GRADHOR
                                            TO  WS-QTD-SEM-SRT
           MOVE ZEROS                       TO  WS-OCORR-SRT
           IF WS-QTD-CA = ZEROS
              MOVE WS-QTD-AULAS-GH OF REG-GRADHOR  TO  WS-AULAS-SRT
           ELSE
              MOVE WS-QTD-CA                       TO  WS-AULAS-SRT
           END-IF
           RELEASE REG-SORTHOR
           ADD 1  TO  WS-CTLIBERADO
           .
       140-TRATAR-CANCAULA-LER.

           PERFORM 130-LER-CANCAULA
           .
       140-TRATAR-CANCAULA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    REJEITAR UM CARTAO DE AULA CANCELADA
      *--------------------------------------------------------------*
       145-REJEITAR-CANCAULA.

           ADD 1  TO  WS-CTCANREJ
           DISPLAY ' * CANCELAMENTO REJEITADO: ' WS-PROF-CA ' '
                   WS-DATA-CA ' ' WS-CURSO-CA ' ' WS-DISC-CA ' '
                   WS-AULA-CA ' - ' WS-MOTIVO-REJ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: UM DEMONSTRATIVO E UM
      *    REGISTRO DO FOLHAHOR POR INSTRUTOR HORISTA
      *--------------------------------------------------------------*
       200-APURAR.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 210-RETORNAR

           PERFORM 220-TRATAR-INSTRUTOR
               UNTIL FIM-SORT
           .
       200-APURAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UMA AULA CLASSIFICADA
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTHOR
               AT END
                   SET FIM-SORT  TO  TRUE
               NOT AT END
                   ADD 1  TO  WS-CTRETORNO
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR AS AULAS DE UM INSTRUTOR
      *--------------------------------------------------------------*
       220-TRATAR-INSTRUTOR.

           MOVE WS-PROF-SRT  TO  WS-PROF-ATUAL
           MOVE ZEROS        TO  WS-AULAS-PREV
           MOVE ZEROS        TO  WS-AULAS-CANC
           MOVE SPACES       TO  WS-CANC-ANT

           PERFORM 230-INICIAR-INSTRUTOR
               THRU 230-INICIAR-INSTRUTOR-FIM

           PERFORM 240-TRATAR-AULA THRU 240-TRATAR-AULA-RETORNAR
               UNTIL FIM-SORT
                  OR WS-PROF-SRT NOT = WS-PROF-ATUAL

           IF INSTRUTOR-PAGO
              PERFORM 260-FECHAR-INSTRUTOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSULTAR O INSTRUTOR NO PROFMST: SO O HORISTA ATIVO TEM
      *    DEMONSTRATIVO, AO VALOR DA HORA-AULA DA SUA TITULACAO
      *--------------------------------------------------------------*
       230-INICIAR-INSTRUTOR.

           SET INSTRUTOR-IGNORADO  TO  TRUE
           MOVE WS-PROF-ATUAL  TO  WS-CODIGO-PF OF REG-PROFMST
           READ PROFMST
           IF WS-FS-PRF = '23'
              ADD 1  TO  WS-CTSEMCAD
              DISPLAY ' * INSTRUTOR DA GRADE SEM PROFMST: '
                      WS-PROF-ATUAL
           ELSE
              IF WS-FS-PRF  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO PROFMST'  TO WS-MSG
                 MOVE   WS-FS-PRF                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF PROF-HORISTA OF REG-PROFMST
                 AND PROF-ATIVO OF REG-PROFMST
                 SET INSTRUTOR-PAGO  TO  TRUE
                 ADD 1  TO  WS-CTHORISTA
              ELSE
                 ADD 1  TO  WS-CTNAOHOR
              END-IF
           END-IF

           IF INSTRUTOR-IGNORADO
              GO TO 230-INICIAR-INSTRUTOR-FIM
           END-IF

           EVALUATE TRUE
              WHEN TIT-DOUTOR OF REG-PROFMST
                 MOVE WS-VLHORA-D-IN  TO  WS-VLR-HORA
              WHEN TIT-MESTRE OF REG-PROFMST
                 MOVE WS-VLHORA-M-IN  TO  WS-VLR-HORA
              WHEN TIT-ESPECIALISTA OF REG-PROFMST
                 MOVE WS-VLHORA-E-IN  TO  WS-VLR-HORA
              WHEN OTHER
                 MOVE WS-VLHORA-G-IN  TO  WS-VLR-HORA
           END-EVALUATE

           MOVE WS-PROF-ATUAL                    TO  WS-PROF-CAB
           MOVE WS-NOME-PF OF REG-PROFMST        TO  WS-NOME-CAB
           MOVE WS-TITULACAO-PF OF REG-PROFMST   TO  WS-TIT-CAB
           MOVE WS-DPTO-PF OF REG-PROFMST        TO  WS-DPTO-CAB
           MOVE WS-FUNC-PF OF REG-PROFMST        TO  WS-FUNC-CAB
           PERFORM 040-IMPCAB
           .
       230-INICIAR-INSTRUTOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    TRATAR UMA AULA PREVISTA OU CANCELADA DO INSTRUTOR. O
      *    MESMO CANCELAMENTO EM DOIS CARTOES SO ABATE UMA VEZ
      *--------------------------------------------------------------*
       240-TRATAR-AULA.

           IF INSTRUTOR-IGNORADO
              GO TO 240-TRATAR-AULA-RETORNAR
           END-IF

           MOVE SPACES        TO  WS-REG-DETALHE
           IF AULA-PREVISTA
              ADD WS-AULAS-SRT  TO  WS-AULAS-PREV
              MOVE 'PREVISTA'   TO  WS-TIPO-R
              MOVE WS-OCORR-SRT TO  WS-OCORR-R
              MOVE WS-AULAS-SRT TO  WS-AULAS-R
           ELSE
              MOVE WS-DATA-SRT   TO  WS-DATA-CAT
              MOVE WS-CURSO-SRT  TO  WS-CURSO-CAT
              MOVE WS-DISC-SRT   TO  WS-DISC-CAT
              MOVE WS-AULA-SRT   TO  WS-AULA-CAT
              IF WS-CANC-ATUAL = WS-CANC-ANT
                 ADD 1  TO  WS-CTCANDUP
                 DISPLAY ' * CANCELAMENTO EM DUPLICIDADE: '
                         WS-PROF-SRT ' ' WS-DATA-SRT ' '
                         WS-CURSO-SRT ' ' WS-DISC-SRT
                 GO TO 240-TRATAR-AULA-RETORNAR
              END-IF
              MOVE WS-CANC-ATUAL  TO  WS-CANC-ANT
              ADD WS-AULAS-SRT  TO  WS-AULAS-CANC
              MOVE 'CANCELADA'  TO  WS-TIPO-R
              MOVE WS-DATA-SRT  TO  WS-DATA-TRAB
              PERFORM 018-EDITAR-DATA
              COMPUTE WS-AULAS-R = 0 - WS-AULAS-SRT
           END-IF
           MOVE WS-CURSO-SRT                 TO  WS-CURSO-R
           MOVE WS-DISC-SRT                  TO  WS-DISC-R
           MOVE WS-NOME-DIA (WS-DIA-SRT - 1) TO  WS-DIA-R
           MOVE WS-AULA-SRT                  TO  WS-AULA-R
           MOVE WS-QTD-SEM-SRT               TO  WS-QTD-SEM-R

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF
           MOVE WS-REG-DETALHE  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR
           .
       240-TRATAR-AULA-RETORNAR.

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO DEMONSTRATIVO (JA MOVIDA PARA O
      *    REG-RELHORA)
      *--------------------------------------------------------------*
       250-IMPRIMIR.

           WRITE REG-RELHORA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELHORA'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O DEMONSTRATIVO DO INSTRUTOR E GRAVAR AS HORAS NO
      *    FOLHAHOR. INSTRUTOR SEM VINCULO COM O CADFUNC TEM O
      *    DEMONSTRATIVO, MAS NAO VAI A FOLHA (RC 4)
      *--------------------------------------------------------------*
       260-FECHAR-INSTRUTOR.

           COMPUTE WS-AULAS-PAGAR = WS-AULAS-PREV - WS-AULAS-CANC
           COMPUTE WS-VLR-PAGAR ROUNDED = WS-AULAS-PAGAR * WS-VLR-HORA

           IF WS-CTLIN > 50
              PERFORM 040-IMPCAB
           END-IF
           MOVE WS-HIFEN  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR

           MOVE 'AULAS PREVISTAS NA GRADE'  TO  WS-ROTULO-T
           MOVE WS-AULAS-PREV               TO  WS-AULAS-T
           MOVE WS-REG-TOTAL  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR

           MOVE 'AULAS CANCELADAS'          TO  WS-ROTULO-T
           MOVE WS-AULAS-CANC               TO  WS-AULAS-T
           MOVE WS-REG-TOTAL  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR

           MOVE 'AULAS A PAGAR'             TO  WS-ROTULO-T
           MOVE WS-AULAS-PAGAR              TO  WS-AULAS-T
           MOVE WS-REG-TOTAL  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR

           MOVE 'VALOR DA HORA-AULA'        TO  WS-ROTULO-V
           MOVE WS-VLR-HORA                 TO  WS-VALOR-V
           MOVE WS-REG-VALOR  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR

           MOVE 'VALOR A PAGAR'             TO  WS-ROTULO-V
           MOVE WS-VLR-PAGAR                TO  WS-VALOR-V
           MOVE WS-REG-VALOR  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR

           IF WS-DPTO-PF OF REG-PROFMST = ZEROS
              AND WS-FUNC-PF OF REG-PROFMST = ZEROS
              ADD 1  TO  WS-CTSEMVINC
              DISPLAY ' * HORISTA SEM VINCULO COM O CADFUNC: '
                      WS-PROF-ATUAL
              MOVE '*** SEM VINCULO COM O CADFUNC - FORA DA FOLHA ***'
                                             TO  WS-TEXTO-AV
           ELSE
              IF WS-VLR-PAGAR > ZEROS
                 PERFORM 270-GRAVAR-FOLHAHOR
              END-IF
              MOVE 'CONTESTACOES AO RH ANTES DO FECHAMENTO DA FOLHA'
                                             TO  WS-TEXTO-AV
           END-IF
           MOVE WS-REG-AVISO  TO  REG-RELHORA
           PERFORM 250-IMPRIMIR
           .
      *--------------------------------------------------------------*
      *    GRAVAR AS HORAS-AULA DO INSTRUTOR NO FOLHAHOR
      *--------------------------------------------------------------*
       270-GRAVAR-FOLHAHOR.

           MOVE WS-DPTO-PF OF REG-PROFMST  TO  WS-DPTO-FH
           MOVE WS-FUNC-PF OF REG-PROFMST  TO  WS-FUNC-FH
           MOVE WS-COMPET-IN               TO  WS-COMPET-FH
           MOVE WS-PROF-ATUAL              TO  WS-PROF-FH
           MOVE WS-AULAS-PAGAR             TO  WS-AULAS-FH
           MOVE WS-VLR-PAGAR               TO  WS-VALOR-FH

           WRITE REG-FOLHAHOR
           IF WS-FS-FHO  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO FOLHAHOR'  TO  WS-MSG
              MOVE WS-FS-FHO                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1               TO  WS-CTGRAVADO
           ADD WS-AULAS-PAGAR  TO  WS-TOT-AULAS
           ADD WS-VLR-PAGAR    TO  WS-TOT-VALOR
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO (UMA PAGINA NOVA POR INSTRUTOR)
      *--------------------------------------------------------------*
       040-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELHORA FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELHORA FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELHORA FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELHORA FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELHORA FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELHORA FROM WS-CAB4
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB4' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELHORA FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-3' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 7 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG149        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ENCONTROS LIDOS   - GRADHOR  = ' WS-CTLIDO
           DISPLAY ' * CANCELAMENTOS LIDOS          = ' WS-CTCANLIDO
           DISPLAY ' * CANCELAMENTOS REJEITADOS     = ' WS-CTCANREJ
           DISPLAY ' * CANCELAMENTOS EM DUPLICIDADE = ' WS-CTCANDUP
           DISPLAY ' * AULAS LIBERADAS              = ' WS-CTLIBERADO
           DISPLAY ' * AULAS RETORNADAS             = ' WS-CTRETORNO
           DISPLAY ' * INSTRUTORES HORISTAS         = ' WS-CTHORISTA
           DISPLAY ' * INSTRUTORES NAO HORISTAS     = ' WS-CTNAOHOR
           DISPLAY ' * INSTRUTORES SEM PROFMST      = ' WS-CTSEMCAD
           DISPLAY ' * HORISTAS SEM VINCULO CADFUNC = ' WS-CTSEMVINC
           DISPLAY ' * REGISTROS GRAVADOS - FOLHAHOR= ' WS-CTGRAVADO
           DISPLAY ' * AULAS A PAGAR                = ' WS-TOT-AULAS
           DISPLAY ' * VALOR A PAGAR                = ' WS-TOT-VALOR
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTCANREJ > ZEROS OR WS-CTSEMCAD > ZEROS
              OR WS-CTSEMVINC > ZEROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * HA PENDENCIAS - VER AS MENSAGENS ACIMA *'
              DISPLAY ' *----------------------------------------*'
              MOVE 4  TO  RETURN-CODE
           END-IF

           IF WS-CTLIBERADO NOT = WS-CTRETORNO
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

           CLOSE  PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO FECHAR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CALPROC
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O CALPROC'  TO WS-MSG
              MOVE   WS-FS-CAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF CANCAULA-PRESENTE
              CLOSE  CANCAULA
              IF WS-FS-CAN  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CANCAULA'  TO WS-MSG
                 MOVE   WS-FS-CAN                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  FOLHAHOR
           IF WS-FS-FHO  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHAHOR'  TO WS-MSG
              MOVE   WS-FS-FHO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELHORA
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELHORA'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG149        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG149 <
