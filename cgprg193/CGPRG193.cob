       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG193.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: FECHAMENTO MENSAL DO PONTO - AS HORAS EXTRAS, O
      *           ADICIONAL NOTURNO E AS FALTAS DEIXAM DE SER
      *           ACERTADOS A MAO DEPOIS DO CONTRACHEQUE. PARA A
      *           COMPETENCIA DO CARTAO, CADA FUNCIONARIO DO CADFUNC
      *           TEM O MES APURADO DIA A DIA CONTRA O PONTO (COPY
      *           PONTODC - CARGA DO CGPRG192), COM OS FERIADOS DO
      *           CALENDARIO DE PROCESSAMENTO (CALPROC):
      *           - DIA UTIL (SEGUNDA A SEXTA): O QUE PASSA DA
      *             JORNADA E HORA EXTRA A 50%; O QUE FALTA PARA A
      *             JORNADA E ATRASO/SAIDA ANTECIPADA - AMBOS SO ALEM
      *             DA TOLERANCIA DIARIA; DIA SEM MARCACAO E SEM
      *             OCORRENCIA QUE ABONE E FALTA, E A SEMANA DA FALTA
      *             PERDE O DESCANSO SEMANAL REMUNERADO (DSR);
      *           - SABADO (COMPENSADO NA JORNADA DA SEMANA): TODO
      *             TRABALHO E HORA EXTRA A 50%;
      *           - DOMINGO E FERIADO: TODO TRABALHO E HORA EXTRA A
      *             100%;
      *           - MINUTOS ENTRE 22:00 E 05:00 GANHAM O ADICIONAL
      *             NOTURNO DE 20% SOBRE A HORA NOTURNA REDUZIDA DE
      *             52 MINUTOS E 30 SEGUNDOS.
      *           VALOR DA HORA = SALARIO / DIVISOR MENSAL; FALTA E
      *           DSR VALEM 1/30 DO SALARIO. DIAS ANTERIORES A
      *           ADMISSAO OU POSTERIORES AO DIA DO FECHAMENTO NAO
      *           SAO APURADOS.
      *           SAIDAS: ESPELHO DE PONTO (RELPONTO, UMA PAGINA POR
      *           FUNCIONARIO, PARA ASSINATURA) E O FOLHAPON (COPY
      *           FOLPONC), QUE O CGPRG123 LEVA AO CONTRACHEQUE COMO
      *           PROVENTOS E DESCONTOS
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA AAAAMM
      *   POS 07-09 JORNADA DIARIA EM MINUTOS (ZEROS = 480)
      *   POS 10-12 DIVISOR MENSAL DE HORAS   (ZEROS = 220)
      *   POS 13-14 TOLERANCIA DIARIA EM MINUTOS (ZEROS = 10)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010218  PROGRAMA CRIADO - FECHAMENTO DO
      *                          PONTO, ESPELHO E FOLHAPON
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
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT PONTO ASSIGN TO PONTOJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PT OF REG-PONTO
                  FILE STATUS   IS WS-FS-PON
           .
           SELECT CALPROC ASSIGN TO CALPROCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-CAL OF REG-CALPROC
                  FILE STATUS   IS WS-FS-CAL
           .
           SELECT FOLHAPON ASSIGN TO FOLHAPOJ
                  FILE STATUS   IS WS-FS-FPO
           .
           SELECT RELPONTO ASSIGN TO RELPONTJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  PONTO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PONTO.
           COPY PONTODC.
       FD  CALPROC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CALPROC.
           COPY CALPROCC.
      *-----> PROVENTOS E DESCONTOS DO PONTO PARA O CGPRG123
       FD  FOLHAPON
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHAPON.
           COPY FOLPONC.
       FD  RELPONTO
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPONTO           PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTAPURADO           PIC 9(05) VALUE ZEROS.
           05  WS-CTNAOADM            PIC 9(05) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(05) VALUE ZEROS.
           05  WS-CTDIAPONTO          PIC 9(07) VALUE ZEROS.
           05  WS-CTFERIADO           PIC 9(02) VALUE ZEROS.
           05  WS-TOT-FALTAS          PIC 9(05) VALUE ZEROS.
           05  WS-TOT-PROVENTOS       PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOT-DESCONTOS       PIC 9(10)V99 VALUE ZEROS.
           05  WS-PAG-ESP             PIC 9(04) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-PON              PIC X(02).
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-FPO              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG193'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-QUOC                PIC 9(04).
           05  WS-RESTO-4             PIC 9(04).
           05  WS-RESTO-100           PIC 9(04).
           05  WS-RESTO-400           PIC 9(04).

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  WS-COMPET-R  REDEFINES  WS-COMPET-IN.
               10  WS-ANO-COMP        PIC 9(04).
               10  WS-MES-COMP        PIC 9(02).
           05  WS-JORNADA-IN          PIC 9(03).
           05  WS-DIVISOR-IN          PIC 9(03).
           05  WS-TOLER-IN            PIC 9(02).

      *-----> CALENDARIO DO MES: PARA CADA DIA, A ESPECIE (U = UTIL,
      *       S = SABADO, D = DOMINGO, F = FERIADO DO CALPROC), O
      *       DIA DA SEMANA (1=DOMINGO ... 7=SABADO) E A SEMANA DO
      *       MES (DOMINGO A SABADO) PARA O DESCANSO SEMANAL
       01  WS-CALENDARIO.
           05  WS-ULT-DIA             PIC 9(02).
           05  WS-SEMANA-DIA1         PIC 9(01).
           05  WS-DIA-SUB             PIC 9(02).
           05  WS-DIA-SEMANA          PIC 9(01).
           05  WS-DATA-TRAB           PIC 9(08).
           05  WS-DATA-TRAB-R  REDEFINES  WS-DATA-TRAB.
               10  WS-COMPET-TRAB     PIC 9(06).
               10  WS-DIA-TRAB        PIC 9(02).
           05  WS-DATA-INI-MES        PIC 9(08).
           05  WS-DATA-FIM-MES        PIC 9(08).
           05  WS-DIA-OCOR            OCCURS 31 TIMES.
               10  WS-ESPECIE-DIA     PIC X(01).
                   88 DIA-UTIL            VALUE 'U'.
                   88 DIA-SABADO          VALUE 'S'.
                   88 DIA-DOMINGO         VALUE 'D'.
                   88 DIA-FERIADO         VALUE 'F'.
               10  WS-SEMDIA-DIA      PIC 9(01).
               10  WS-SEMANA-DIA      PIC 9(01).
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

      *-----> NOMES DOS DIAS DA SEMANA (1=DOMINGO ... 7=SABADO)
       01  WS-TAB-DIAS.
           05  FILLER                 PIC X(21)  VALUE
               'DOMSEGTERQUAQUISEXSAB'.
       01  FILLER  REDEFINES  WS-TAB-DIAS.
           05  WS-NOME-DIA            PIC X(03)  OCCURS 7 TIMES.

      *-----> APURACAO DO DIA CORRENTE (MINUTOS)
       01  WS-APURA-DIA.
           05  WS-MIN-TRAB-DIA        PIC 9(05).
           05  WS-MIN-NOT-DIA         PIC 9(05).
           05  WS-MIN-HE50-DIA        PIC 9(05).
           05  WS-MIN-HE100-DIA       PIC 9(05).
           05  WS-MIN-ATRASO-DIA      PIC 9(05).
      *-----> PAR ENTRADA/SAIDA EM CALCULO: MINUTOS DESDE A MEIA-
      *       NOITE DO DIA; SAIDA NO DIA SEGUINTE GANHA 1440
           05  WS-PAR-ENT             PIC 9(04).
           05  WS-PAR-ENT-R  REDEFINES  WS-PAR-ENT.
               10  WS-PAR-ENT-HH      PIC 9(02).
               10  WS-PAR-ENT-MM      PIC 9(02).
           05  WS-PAR-SAI             PIC 9(04).
           05  WS-PAR-SAI-R  REDEFINES  WS-PAR-SAI.
               10  WS-PAR-SAI-HH      PIC 9(02).
               10  WS-PAR-SAI-MM      PIC 9(02).
           05  WS-PAR-INI             PIC 9(04).
           05  WS-PAR-FIM             PIC 9(04).
           05  WS-JAN-INI             PIC 9(04).
           05  WS-JAN-FIM             PIC 9(04).
           05  WS-SOBRE-INI           PIC 9(04).
           05  WS-SOBRE-FIM           PIC 9(04).
           05  WS-SW-PONTO            PIC X(01).
               88 PONTO-ACHADO            VALUE 'S'.
               88 PONTO-AUSENTE           VALUE 'N'.

      *-----> ACUMULADOS DO FUNCIONARIO NO MES
       01  WS-APURA-MES.
           05  WS-TOT-TRAB            PIC 9(05).
           05  WS-TOT-NOT             PIC 9(05).
           05  WS-TOT-HE50            PIC 9(05).
           05  WS-TOT-HE100           PIC 9(05).
           05  WS-TOT-ATRASO          PIC 9(05).
           05  WS-DIAS-FALTA          PIC 9(02).
           05  WS-SEM-DSR             PIC 9(01).
           05  WS-SEM-SUB             PIC 9(01).
           05  WS-SEMANA-PERDIDA      PIC X(01)  OCCURS 6 TIMES.
           05  WS-VLR-HORA            PIC 9(05)V9(04).
           05  WS-SALARIO-W           PIC 9(07)V99.

      *-----> MINUTOS EDITADOS EM HHH:MM (ZEROS = EM BRANCO)
       01  WS-MIN-EDIT                PIC 9(05).
       01  WS-HORAS-EDIT.
           05  WS-HH-ED               PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-MM-ED               PIC 9(02).
       01  WS-HORAS-W                 PIC 9(03).
       01  WS-MINUTOS-W               PIC 9(02).
      *-----> MARCACAO HHMM EDITADA EM HH:MM
       01  WS-MARCA-EDIT.
           05  WS-MARCA-HH-ED         PIC 9(02).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-MARCA-MM-ED         PIC 9(02).
       01  WS-MARCA-W                 PIC 9(04).
       01  FILLER  REDEFINES  WS-MARCA-W.
           05  WS-MARCA-HH-W          PIC 9(02).
           05  WS-MARCA-MM-W          PIC 9(02).

      *-----> DADOS DE SAIDA - ESPELHO DE PONTO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(32) VALUE
              'ESPELHO DE PONTO - COMPETENCIA '.
           05 WS-MES-CAB            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-ANO-CAB            PIC 9(04).
           05 FILLER                PIC X(51) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC ZZZ9.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'EMPREGADO: '.
           05 WS-DPTO-CAB           PIC 9(04).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-FUNC-CAB           PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-NOME-CAB           PIC X(20).
           05 FILLER                PIC X(08) VALUE '  DEPTO '.
           05 WS-SIGLA-CAB          PIC X(10).
           05 FILLER                PIC X(12) VALUE '  ADMISSAO: '.
           05 WS-ADM-CAB            PIC X(10).
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'JORNADA: '.
           05 WS-JORNADA-CAB        PIC X(06).
           05 FILLER                PIC X(15) VALUE
              '  TOLERANCIA: '.
           05 WS-TOLER-CAB          PIC Z9.
           05 FILLER                PIC X(15) VALUE
              ' MIN  SALARIO: '.
           05 WS-SALARIO-CAB        PIC $$$.$$$.$$9,99.
           05 FILLER                PIC X(14) VALUE
              '  VALOR HORA: '.
           05 WS-VLHORA-CAB         PIC $$$.$$9,99.
           05 FILLER                PIC X(14) VALUE SPACES.

       01  WS-CAB4.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE 'DIA'.
           05 FILLER                PIC X(04) VALUE ' SEM'.
           05 FILLER                PIC X(05) VALUE ' TIPO'.
           05 FILLER                PIC X(06) VALUE ' ENT.1'.
           05 FILLER                PIC X(06) VALUE ' SAI.1'.
           05 FILLER                PIC X(06) VALUE ' ENT.2'.
           05 FILLER                PIC X(06) VALUE ' SAI.2'.
           05 FILLER                PIC X(07) VALUE '   TRAB'.
           05 FILLER                PIC X(07) VALUE '  HE50%'.
           05 FILLER                PIC X(07) VALUE ' HE100%'.
           05 FILLER                PIC X(07) VALUE '  NOTUR'.
           05 FILLER                PIC X(07) VALUE ' ATRASO'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(20) VALUE 'OCORRENCIA'.
           05 FILLER                PIC X(07) VALUE SPACES.

       01  WS-LIN-DIA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIA-LD           PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SEM-LD           PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIPO-LD          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ENT1-LD          PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SAI1-LD          PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ENT2-LD          PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SAI2-LD          PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TRAB-LD          PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HE50-LD          PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HE100-LD         PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOT-LD           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ATRASO-LD        PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-OCORR-LD         PIC X(20).
           05 FILLER              PIC X(07) VALUE SPACES.

       01  WS-LIN-VALOR.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-LV        PIC X(40).
           05 WS-QTDE-LV          PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-VALOR-LV         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(31) VALUE SPACES.

      *-----> QUANTIDADES DOS VALORES: DIAS OU SEMANAS
       01  WS-QTDE-DIAS.
           05  WS-QTDE-NUM            PIC Z9.
           05  WS-QTDE-TXT            PIC X(10).

       01  WS-LIN-ASSIN1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE ALL '_'.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE ALL '_'.
           05 FILLER              PIC X(29) VALUE SPACES.
       01  WS-LIN-ASSIN2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              '          EMPREGADOR'.
           05 FILLER              PIC X(40) VALUE
              '           EMPREGADO'.
           05 FILLER              PIC X(19) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.
       01  WS-LIN-BRANCO          PIC X(100)      VALUE SPACES.
       01  WS-DATA-ED             PIC X(10).

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
       000-CGPRG193.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FS-FUN = '10'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG193 - FECHAMENTO MENSAL DO PONTO  *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-COMPET-IN NOT NUMERIC
              OR WS-MES-COMP < 01 OR WS-MES-COMP > 12
              MOVE  'COMPETENCIA INVALIDA'      TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-JORNADA-IN NOT NUMERIC OR WS-JORNADA-IN = ZEROS
              MOVE 480  TO  WS-JORNADA-IN
           END-IF
           IF WS-DIVISOR-IN NOT NUMERIC OR WS-DIVISOR-IN = ZEROS
              MOVE 220  TO  WS-DIVISOR-IN
           END-IF
           IF WS-TOLER-IN NOT NUMERIC OR WS-TOLER-IN = ZEROS
              MOVE 10   TO  WS-TOLER-IN
           END-IF
           IF WS-JORNADA-IN > 600 OR WS-TOLER-IN > 60
              MOVE  'JORNADA OU TOLERANCIA INVALIDA'  TO WS-MSG
              MOVE  '  '                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * COMPETENCIA       : ' WS-COMPET-IN
           DISPLAY ' * JORNADA (MINUTOS) : ' WS-JORNADA-IN
           DISPLAY ' * DIVISOR MENSAL    : ' WS-DIVISOR-IN
           DISPLAY ' * TOLERANCIA (MIN.) : ' WS-TOLER-IN

           MOVE WS-DIAS-MES (WS-MES-COMP)  TO  WS-ULT-DIA
           IF WS-MES-COMP = 2
              DIVIDE WS-ANO-COMP BY 4   GIVING WS-QUOC
                     REMAINDER WS-RESTO-4
              DIVIDE WS-ANO-COMP BY 100 GIVING WS-QUOC
                     REMAINDER WS-RESTO-100
              DIVIDE WS-ANO-COMP BY 400 GIVING WS-QUOC
                     REMAINDER WS-RESTO-400
              IF WS-RESTO-4 = ZEROS
                 AND (WS-RESTO-100 NOT = ZEROS
                      OR WS-RESTO-400 = ZEROS)
                 MOVE 29  TO  WS-ULT-DIA
              END-IF
           END-IF
           MOVE WS-COMPET-IN  TO  WS-COMPET-TRAB
           MOVE 01            TO  WS-DIA-TRAB
           MOVE WS-DATA-TRAB  TO  WS-DATA-INI-MES
           MOVE WS-ULT-DIA    TO  WS-DIA-TRAB
           MOVE WS-DATA-TRAB  TO  WS-DATA-FIM-MES
           IF WS-DATA-INI-MES > WS-DTSYS
              MOVE  'COMPETENCIA AINDA NAO INICIADA'  TO WS-MSG
              MOVE  '  '                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PONTO
           IF WS-FS-PON  NOT = '00'
              MOVE  'ERRO AO ABRIR O PONTO'  TO WS-MSG
              MOVE   WS-FS-PON               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CALPROC
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O CALPROC'  TO WS-MSG
              MOVE   WS-FS-CAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT FOLHAPON
           IF WS-FS-FPO  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHAPON'  TO WS-MSG
              MOVE   WS-FS-FPO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELPONTO
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELPONTO'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-MES-COMP    TO  WS-MES-CAB
           MOVE WS-ANO-COMP    TO  WS-ANO-CAB
           MOVE WS-JORNADA-IN  TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT  TO  WS-JORNADA-CAB
           MOVE WS-TOLER-IN    TO  WS-TOLER-CAB

           PERFORM 020-MONTAR-CALENDARIO

           PERFORM 025-LER-CADFUNC
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
      *    MONTAR O CALENDARIO DO MES: DIA DA SEMANA DO DIA 1 PELA
      *    CONGRUENCIA DE ZELLER (JANEIRO E FEVEREIRO CONTAM COMO
      *    MESES 13 E 14 DO ANO ANTERIOR) E A ESPECIE DE CADA DIA
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

           MOVE 1  TO  WS-DIA-SUB
           PERFORM 022-CLASSIFICAR-DIA
               UNTIL WS-DIA-SUB > WS-ULT-DIA
           DISPLAY ' * FERIADOS NO MES   : ' WS-CTFERIADO
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR UM DIA DO MES: FERIADO DO CALPROC, DOMINGO,
      *    SABADO OU DIA UTIL, E A SEMANA DO MES A QUE PERTENCE
      *--------------------------------------------------------------*
       022-CLASSIFICAR-DIA.

           MOVE WS-COMPET-IN  TO  WS-COMPET-TRAB
           MOVE WS-DIA-SUB    TO  WS-DIA-TRAB

           COMPUTE WS-ZEL-SOMA = WS-SEMANA-DIA1 + WS-DIA-TRAB - 2
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOC
                  REMAINDER WS-DIA-SEMANA
           ADD 1  TO  WS-DIA-SEMANA
           MOVE WS-DIA-SEMANA  TO  WS-SEMDIA-DIA (WS-DIA-SUB)

      *-----> A SEMANA VAI DE DOMINGO A SABADO; A 1A E A DO DIA 1
           COMPUTE WS-ZEL-SOMA = WS-SEMANA-DIA1 + WS-DIA-TRAB - 2
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-QUOC
           COMPUTE WS-SEMANA-DIA (WS-DIA-SUB) = WS-ZEL-QUOC + 1

           STRING 'F' WS-DATA-TRAB DELIMITED BY SIZE
                  INTO WS-CHAVE-CAL OF REG-CALPROC
           READ CALPROC
           IF WS-FS-CAL NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CALPROC'  TO WS-MSG
              MOVE   WS-FS-CAL                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           EVALUATE TRUE
               WHEN WS-FS-CAL = '00'
                    MOVE 'F'  TO  WS-ESPECIE-DIA (WS-DIA-SUB)
                    ADD 1     TO  WS-CTFERIADO
               WHEN WS-DIA-SEMANA = 1
                    MOVE 'D'  TO  WS-ESPECIE-DIA (WS-DIA-SUB)
               WHEN WS-DIA-SEMANA = 7
                    MOVE 'S'  TO  WS-ESPECIE-DIA (WS-DIA-SUB)
               WHEN OTHER
                    MOVE 'U'  TO  WS-ESPECIE-DIA (WS-DIA-SUB)
           END-EVALUATE

           ADD 1  TO  WS-DIA-SUB
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO FUNCIONARIO DO CADFUNC
      *--------------------------------------------------------------*
       025-LER-CADFUNC.

           READ CADFUNC NEXT RECORD
           IF WS-FS-FUN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-FUN = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR O MES DE UM FUNCIONARIO (ADMITIDO DEPOIS DO MES NAO
      *    TEM ESPELHO)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-ADMISSAO-FU OF REG-CADFUNC > WS-DATA-FIM-MES
              ADD 1  TO  WS-CTNAOADM
           ELSE
              PERFORM 035-APURAR-FUNCIONARIO
           END-IF

           PERFORM 025-LER-CADFUNC
           .
      *--------------------------------------------------------------*
      *    APURAR OS DIAS DO MES, VALORIZAR, IMPRIMIR O ESPELHO E
      *    GRAVAR O FOLHAPON DO FUNCIONARIO
      *--------------------------------------------------------------*
       035-APURAR-FUNCIONARIO.

           ADD 1  TO  WS-CTAPURADO
           MOVE REG-CADFUNC  TO  WS-IMAGEM-ERR
           INITIALIZE WS-APURA-MES
           MOVE WS-SALARIO-FU OF REG-CADFUNC  TO  WS-SALARIO-W
           COMPUTE WS-VLR-HORA ROUNDED = WS-SALARIO-W / WS-DIVISOR-IN

           PERFORM 060-IMPCAB-FUNCIONARIO

           MOVE 1  TO  WS-DIA-SUB
           PERFORM 040-APURAR-DIA THRU 040-APURAR-DIA-FIM
               UNTIL WS-DIA-SUB > WS-ULT-DIA

           MOVE 1  TO  WS-SEM-SUB
           PERFORM 048-CONTAR-SEMANA
               UNTIL WS-SEM-SUB > 6

           PERFORM 050-VALORIZAR
           PERFORM 065-IMPRIMIR-TOTAIS

           IF WS-PROVENTOS-FP > ZEROS OR WS-DESCONTOS-FP > ZEROS
              PERFORM 070-GRAVAR-FOLHAPON
           END-IF
           MOVE SPACES  TO  WS-IMAGEM-ERR
           .
      *--------------------------------------------------------------*
      *    APURAR E IMPRIMIR UM DIA DO FUNCIONARIO
      *--------------------------------------------------------------*
       040-APURAR-DIA.

           MOVE WS-COMPET-IN  TO  WS-COMPET-TRAB
           MOVE WS-DIA-SUB    TO  WS-DIA-TRAB
           INITIALIZE WS-APURA-DIA
           MOVE SPACES        TO  WS-ENT1-LD WS-SAI1-LD WS-ENT2-LD
                                  WS-SAI2-LD WS-TRAB-LD WS-HE50-LD
                                  WS-HE100-LD WS-NOT-LD WS-ATRASO-LD
                                  WS-OCORR-LD
           MOVE WS-DIA-SUB    TO  WS-DIA-LD
           MOVE WS-NOME-DIA (WS-SEMDIA-DIA (WS-DIA-SUB))
                              TO  WS-SEM-LD
           EVALUATE TRUE
               WHEN DIA-UTIL (WS-DIA-SUB)
                    MOVE 'UTIL'  TO  WS-TIPO-LD
               WHEN DIA-SABADO (WS-DIA-SUB)
                    MOVE 'SAB '  TO  WS-TIPO-LD
               WHEN DIA-DOMINGO (WS-DIA-SUB)
                    MOVE 'DSR '  TO  WS-TIPO-LD
               WHEN OTHER
                    MOVE 'FER '  TO  WS-TIPO-LD
           END-EVALUATE

           IF WS-DATA-TRAB < WS-ADMISSAO-FU OF REG-CADFUNC
              MOVE 'ANTES DA ADMISSAO'  TO  WS-OCORR-LD
              GO TO 040-APURAR-DIA-IMPRIMIR
           END-IF
           IF WS-DATA-TRAB > WS-DTSYS
              MOVE 'NAO APURADO'        TO  WS-OCORR-LD
              GO TO 040-APURAR-DIA-IMPRIMIR
           END-IF

           MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-PT
           MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-PT
           MOVE WS-DATA-TRAB               TO  WS-DATA-PT
           READ PONTO
           EVALUATE WS-FS-PON
               WHEN '00'
                    SET PONTO-ACHADO   TO  TRUE
                    ADD 1  TO  WS-CTDIAPONTO
               WHEN '23'
                    SET PONTO-AUSENTE  TO  TRUE
                    MOVE ZEROS   TO  WS-MARCAS-PT
                    MOVE SPACES  TO  WS-OCORR-PT
               WHEN OTHER
                    MOVE 'ERRO NA LEITURA DO PONTO'  TO  WS-MSG
                    MOVE WS-FS-PON                   TO  WS-FS-MSG
                    GO TO 999-ERRO
           END-EVALUATE

           MOVE WS-ENT1-PT  TO  WS-PAR-ENT
           MOVE WS-SAI1-PT  TO  WS-PAR-SAI
           PERFORM 045-CALCULAR-PAR
           MOVE WS-ENT2-PT  TO  WS-PAR-ENT
           MOVE WS-SAI2-PT  TO  WS-PAR-SAI
           PERFORM 045-CALCULAR-PAR

           EVALUATE TRUE
               WHEN DIA-UTIL (WS-DIA-SUB)
                    PERFORM 042-APURAR-DIA-UTIL
               WHEN DIA-SABADO (WS-DIA-SUB)
                    MOVE WS-MIN-TRAB-DIA  TO  WS-MIN-HE50-DIA
               WHEN OTHER
                    MOVE WS-MIN-TRAB-DIA  TO  WS-MIN-HE100-DIA
           END-EVALUATE

           EVALUATE TRUE
               WHEN PONTO-JUSTIFICADO
                    MOVE 'FALTA JUSTIFICADA'  TO  WS-OCORR-LD
               WHEN PONTO-FERIAS
                    MOVE 'FERIAS/AFASTAMENTO' TO  WS-OCORR-LD
               WHEN PONTO-FOLGA
                    MOVE 'FOLGA COMPENSADA'   TO  WS-OCORR-LD
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           ADD WS-MIN-TRAB-DIA    TO  WS-TOT-TRAB
           ADD WS-MIN-NOT-DIA     TO  WS-TOT-NOT
           ADD WS-MIN-HE50-DIA    TO  WS-TOT-HE50
           ADD WS-MIN-HE100-DIA   TO  WS-TOT-HE100
           ADD WS-MIN-ATRASO-DIA  TO  WS-TOT-ATRASO

           MOVE WS-ENT1-PT  TO  WS-MARCA-W
           PERFORM 056-EDITAR-MARCA
           MOVE WS-MARCA-EDIT  TO  WS-ENT1-LD
           MOVE WS-SAI1-PT  TO  WS-MARCA-W
           PERFORM 056-EDITAR-MARCA
           MOVE WS-MARCA-EDIT  TO  WS-SAI1-LD
           MOVE WS-ENT2-PT  TO  WS-MARCA-W
           PERFORM 056-EDITAR-MARCA
           MOVE WS-MARCA-EDIT  TO  WS-ENT2-LD
           MOVE WS-SAI2-PT  TO  WS-MARCA-W
           PERFORM 056-EDITAR-MARCA
           MOVE WS-MARCA-EDIT  TO  WS-SAI2-LD
           IF WS-ENT1-PT = ZEROS
              MOVE SPACES  TO  WS-ENT1-LD WS-SAI1-LD
           END-IF
           IF WS-ENT2-PT = ZEROS
              MOVE SPACES  TO  WS-ENT2-LD WS-SAI2-LD
           END-IF

           MOVE WS-MIN-TRAB-DIA    TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT      TO  WS-TRAB-LD
           MOVE WS-MIN-HE50-DIA    TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT      TO  WS-HE50-LD
           MOVE WS-MIN-HE100-DIA   TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT      TO  WS-HE100-LD
           MOVE WS-MIN-NOT-DIA     TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT      TO  WS-NOT-LD
           MOVE WS-MIN-ATRASO-DIA  TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT      TO  WS-ATRASO-LD
           .
       040-APURAR-DIA-IMPRIMIR.

           MOVE WS-LIN-DIA  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA
           ADD 1  TO  WS-DIA-SUB
           .
       040-APURAR-DIA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    DIA UTIL: FALTA (SEM MARCACAO E SEM OCORRENCIA), HORA
      *    EXTRA A 50% OU ATRASO, ESTES DOIS SO ALEM DA TOLERANCIA
      *--------------------------------------------------------------*
       042-APURAR-DIA-UTIL.

           IF WS-MIN-TRAB-DIA = ZEROS
              IF PONTO-NORMAL
                 ADD 1  TO  WS-DIAS-FALTA
                 MOVE 'S'  TO  WS-SEMANA-PERDIDA
                                   (WS-SEMANA-DIA (WS-DIA-SUB))
                 MOVE 'FALTA - PERDE O DSR'  TO  WS-OCORR-LD
              END-IF
           ELSE
              IF WS-MIN-TRAB-DIA > WS-JORNADA-IN + WS-TOLER-IN
                 COMPUTE WS-MIN-HE50-DIA = WS-MIN-TRAB-DIA
                                         - WS-JORNADA-IN
              ELSE
                 IF WS-MIN-TRAB-DIA + WS-TOLER-IN < WS-JORNADA-IN
                    AND PONTO-NORMAL
                    COMPUTE WS-MIN-ATRASO-DIA = WS-JORNADA-IN
                                              - WS-MIN-TRAB-DIA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MINUTOS TRABALHADOS E NOTURNOS DE UM PAR ENTRADA/SAIDA
      *--------------------------------------------------------------*
       045-CALCULAR-PAR.

           IF WS-PAR-ENT = ZEROS AND WS-PAR-SAI = ZEROS
              GO TO 045-CALCULAR-PAR-FIM
           END-IF

           COMPUTE WS-PAR-INI = WS-PAR-ENT-HH * 60 + WS-PAR-ENT-MM
           COMPUTE WS-PAR-FIM = WS-PAR-SAI-HH * 60 + WS-PAR-SAI-MM
           IF WS-PAR-FIM NOT > WS-PAR-INI
              ADD 1440  TO  WS-PAR-FIM
           END-IF
           COMPUTE WS-MIN-TRAB-DIA = WS-MIN-TRAB-DIA
                                   + WS-PAR-FIM - WS-PAR-INI

      *-----> JANELAS NOTURNAS: 00:00-05:00, 22:00-05:00 DO DIA
      *       SEGUINTE E 22:00 DO DIA SEGUINTE EM DIANTE
           MOVE 0     TO  WS-JAN-INI
           MOVE 300   TO  WS-JAN-FIM
           PERFORM 047-SOBREPOR-JANELA
           MOVE 1320  TO  WS-JAN-INI
           MOVE 1740  TO  WS-JAN-FIM
           PERFORM 047-SOBREPOR-JANELA
           MOVE 2760  TO  WS-JAN-INI
           MOVE 2880  TO  WS-JAN-FIM
           PERFORM 047-SOBREPOR-JANELA
           .
       045-CALCULAR-PAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOMAR AOS MINUTOS NOTURNOS A PARTE DO PAR QUE CAI NA
      *    JANELA WS-JAN-INI/WS-JAN-FIM
      *--------------------------------------------------------------*
       047-SOBREPOR-JANELA.

           IF WS-PAR-INI > WS-JAN-INI
              MOVE WS-PAR-INI  TO  WS-SOBRE-INI
           ELSE
              MOVE WS-JAN-INI  TO  WS-SOBRE-INI
           END-IF
           IF WS-PAR-FIM < WS-JAN-FIM
              MOVE WS-PAR-FIM  TO  WS-SOBRE-FIM
           ELSE
              MOVE WS-JAN-FIM  TO  WS-SOBRE-FIM
           END-IF
           IF WS-SOBRE-FIM > WS-SOBRE-INI
              COMPUTE WS-MIN-NOT-DIA = WS-MIN-NOT-DIA
                                     + WS-SOBRE-FIM - WS-SOBRE-INI
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR UMA SEMANA QUE PERDEU O DESCANSO SEMANAL
      *--------------------------------------------------------------*
       048-CONTAR-SEMANA.

           IF WS-SEMANA-PERDIDA (WS-SEM-SUB) = 'S'
              ADD 1  TO  WS-SEM-DSR
           END-IF
           ADD 1  TO  WS-SEM-SUB
           .
      *--------------------------------------------------------------*
      *    VALORIZAR O MES NO REGISTRO DO FOLHAPON
      *--------------------------------------------------------------*
       050-VALORIZAR.

           INITIALIZE REG-FOLHAPON
           MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-FP
           MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-FP
           MOVE WS-COMPET-IN               TO  WS-COMPET-FP

           MOVE WS-TOT-HE50     TO  WS-MIN-HE50-FP
           COMPUTE WS-VLR-HE50-FP ROUNDED =
                   WS-VLR-HORA * 1,5 * WS-TOT-HE50 / 60
           MOVE WS-TOT-HE100    TO  WS-MIN-HE100-FP
           COMPUTE WS-VLR-HE100-FP ROUNDED =
                   WS-VLR-HORA * 2 * WS-TOT-HE100 / 60
      *-----> HORA NOTURNA REDUZIDA: 52,5 MINUTOS VALEM UMA HORA
           MOVE WS-TOT-NOT      TO  WS-MIN-NOT-FP
           COMPUTE WS-VLR-NOT-FP ROUNDED =
                   WS-VLR-HORA * 0,20 * WS-TOT-NOT / 52,5

           MOVE WS-DIAS-FALTA   TO  WS-DIAS-FALTA-FP
           COMPUTE WS-VLR-FALTA-FP ROUNDED =
                   WS-SALARIO-W * WS-DIAS-FALTA / 30
           MOVE WS-SEM-DSR      TO  WS-SEM-DSR-FP
           COMPUTE WS-VLR-DSR-FP ROUNDED =
                   WS-SALARIO-W * WS-SEM-DSR / 30
           MOVE WS-TOT-ATRASO   TO  WS-MIN-ATRASO-FP
           COMPUTE WS-VLR-ATRASO-FP ROUNDED =
                   WS-VLR-HORA * WS-TOT-ATRASO / 60

           COMPUTE WS-PROVENTOS-FP = WS-VLR-HE50-FP + WS-VLR-HE100-FP
                                   + WS-VLR-NOT-FP
           COMPUTE WS-DESCONTOS-FP = WS-VLR-FALTA-FP + WS-VLR-DSR-FP
                                   + WS-VLR-ATRASO-FP
           .
      *--------------------------------------------------------------*
      *    EDITAR WS-MIN-EDIT EM HHH:MM (ZEROS = EM BRANCO)
      *--------------------------------------------------------------*
       055-EDITAR-MINUTOS.

           IF WS-MIN-EDIT = ZEROS
              MOVE SPACES  TO  WS-HORAS-EDIT
           ELSE
              DIVIDE WS-MIN-EDIT BY 60 GIVING WS-HORAS-W
                     REMAINDER WS-MINUTOS-W
              MOVE WS-HORAS-W    TO  WS-HH-ED
              MOVE ':'           TO  WS-HORAS-EDIT (4:1)
              MOVE WS-MINUTOS-W  TO  WS-MM-ED
           END-IF
           .
      *--------------------------------------------------------------*
      *    EDITAR A MARCACAO HHMM EM HH:MM
      *--------------------------------------------------------------*
       056-EDITAR-MARCA.

           MOVE WS-MARCA-HH-W  TO  WS-MARCA-HH-ED
           MOVE WS-MARCA-MM-W  TO  WS-MARCA-MM-ED
           .
      *--------------------------------------------------------------*
      *    CABECALHO DO ESPELHO (PAGINA NOVA POR FUNCIONARIO)
      *--------------------------------------------------------------*
       060-IMPCAB-FUNCIONARIO.

           ADD 1  TO  WS-PAG-ESP
           MOVE WS-PAG-ESP  TO  WS-PAG-CAB
           WRITE REG-RELPONTO  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1'  TO  WS-MSG
              MOVE WS-FS-REL             TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-HIFEN  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-DPTO-FU OF REG-CADFUNC       TO  WS-DPTO-CAB
           MOVE WS-FUNC-FU OF REG-CADFUNC       TO  WS-FUNC-CAB
           MOVE WS-NOME-FU OF REG-CADFUNC       TO  WS-NOME-CAB
           MOVE WS-NOME-DPTO-FU OF REG-CADFUNC  TO  WS-SIGLA-CAB
           MOVE WS-ADMISSAO-FU OF REG-CADFUNC   TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED                      TO  WS-ADM-CAB
           MOVE WS-CAB2  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-SALARIO-W  TO  WS-SALARIO-CAB
           MOVE WS-VLR-HORA   TO  WS-VLHORA-CAB
           MOVE WS-CAB3  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-HIFEN  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-CAB4   TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-HIFEN  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    TOTAIS DO MES, VALORES E ASSINATURAS DO ESPELHO
      *--------------------------------------------------------------*
       065-IMPRIMIR-TOTAIS.

           MOVE WS-HIFEN  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE ZEROS     TO  WS-DIA-LD
           MOVE SPACES    TO  WS-SEM-LD WS-TIPO-LD WS-ENT1-LD
                              WS-SAI1-LD WS-ENT2-LD WS-SAI2-LD
                              WS-OCORR-LD
           MOVE 'TOTAIS DO MES'  TO  WS-OCORR-LD
           MOVE WS-TOT-TRAB    TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT  TO  WS-TRAB-LD
           MOVE WS-TOT-HE50    TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT  TO  WS-HE50-LD
           MOVE WS-TOT-HE100   TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT  TO  WS-HE100-LD
           MOVE WS-TOT-NOT     TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT  TO  WS-NOT-LD
           MOVE WS-TOT-ATRASO  TO  WS-MIN-EDIT
           PERFORM 055-EDITAR-MINUTOS
           MOVE WS-HORAS-EDIT  TO  WS-ATRASO-LD
           MOVE WS-LIN-DIA     TO  REG-RELPONTO
           MOVE SPACES         TO  REG-RELPONTO (2:2)
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-HIFEN  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE 'HORAS EXTRAS A 50%'          TO  WS-ROTULO-LV
           MOVE WS-HE50-LD                     TO  WS-QTDE-LV
           MOVE WS-VLR-HE50-FP                 TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE 'HORAS EXTRAS A 100%'         TO  WS-ROTULO-LV
           MOVE WS-HE100-LD                    TO  WS-QTDE-LV
           MOVE WS-VLR-HE100-FP                TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE 'ADICIONAL NOTURNO (20%)'     TO  WS-ROTULO-LV
           MOVE WS-NOT-LD                      TO  WS-QTDE-LV
           MOVE WS-VLR-NOT-FP                  TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE '(-) FALTAS'                   TO  WS-ROTULO-LV
           MOVE WS-DIAS-FALTA                  TO  WS-QTDE-NUM
           MOVE ' DIAS'                        TO  WS-QTDE-TXT
           MOVE WS-QTDE-DIAS                   TO  WS-QTDE-LV
           MOVE WS-VLR-FALTA-FP                TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE '(-) DESCANSO SEMANAL PERDIDO'  TO  WS-ROTULO-LV
           MOVE WS-SEM-DSR                     TO  WS-QTDE-NUM
           MOVE ' SEMANAS'                     TO  WS-QTDE-TXT
           MOVE WS-QTDE-DIAS                   TO  WS-QTDE-LV
           MOVE WS-VLR-DSR-FP                  TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE '(-) ATRASOS E SAIDAS ANTECIPADAS'  TO  WS-ROTULO-LV
           MOVE WS-ATRASO-LD                   TO  WS-QTDE-LV
           MOVE WS-VLR-ATRASO-FP               TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE 'TOTAL DE PROVENTOS DO PONTO'  TO  WS-ROTULO-LV
           MOVE SPACES                         TO  WS-QTDE-LV
           MOVE WS-PROVENTOS-FP                TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE 'TOTAL DE DESCONTOS DO PONTO'  TO  WS-ROTULO-LV
           MOVE SPACES                         TO  WS-QTDE-LV
           MOVE WS-DESCONTOS-FP                TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           MOVE WS-LIN-BRANCO  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-LIN-ASSIN1  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA
           MOVE WS-LIN-ASSIN2  TO  REG-RELPONTO
           PERFORM 068-GRAVAR-LINHA

           ADD WS-DIAS-FALTA    TO  WS-TOT-FALTAS
           ADD WS-PROVENTOS-FP  TO  WS-TOT-PROVENTOS
           ADD WS-DESCONTOS-FP  TO  WS-TOT-DESCONTOS
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO ESPELHO
      *--------------------------------------------------------------*
       068-GRAVAR-LINHA.

           WRITE REG-RELPONTO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPONTO'  TO  WS-MSG
              MOVE WS-FS-REL                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR OS PROVENTOS E DESCONTOS DO MES NO FOLHAPON
      *--------------------------------------------------------------*
       070-GRAVAR-FOLHAPON.

           WRITE REG-FOLHAPON
           IF WS-FS-FPO  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO FOLHAPON'  TO  WS-MSG
              MOVE WS-FS-FPO                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTGRAVADO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG193        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * FUNCIONARIOS LIDOS - CADFUNC = ' WS-CTLIDO
           DISPLAY ' * ADMITIDOS DEPOIS DO MES      = ' WS-CTNAOADM
           DISPLAY ' * ESPELHOS DE PONTO EMITIDOS   = ' WS-CTAPURADO
           DISPLAY ' * DIAS COM MARCACAO - PONTO    = ' WS-CTDIAPONTO
           DISPLAY ' * FALTAS NO MES                = ' WS-TOT-FALTAS
           DISPLAY ' * REGISTROS GRAVADOS - FOLHAPON= ' WS-CTGRAVADO
           DISPLAY ' * TOTAL DE PROVENTOS DO PONTO  = '
                   WS-TOT-PROVENTOS
           DISPLAY ' * TOTAL DE DESCONTOS DO PONTO  = '
                   WS-TOT-DESCONTOS
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-CTAPURADO + WS-CTNAOADM
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PONTO
           IF WS-FS-PON  NOT = '00'
              MOVE  'ERRO AO FECHAR O PONTO'  TO WS-MSG
              MOVE   WS-FS-PON                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CALPROC
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O CALPROC'  TO WS-MSG
              MOVE   WS-FS-CAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FOLHAPON
           IF WS-FS-FPO  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHAPON'  TO WS-MSG
              MOVE   WS-FS-FPO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELPONTO
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELPONTO'  TO WS-MSG
              MOVE   WS-FS-REL                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG193        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG193 <
