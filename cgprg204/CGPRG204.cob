       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG204.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: REINCIDENCIA DE CONDUTORES EM ACIDENTES E PERFIL
      *           DA HABILITACAO. LE O CONDDET (COPY CONDUTC -
      *           CARTOES 'C' DO CGPRG043 V04) NA JANELA DE N DIAS
      *           QUE TERMINA NA DATA DO CARTAO E:
      *           - CLASSIFICA POR CNH+DATA+HORA E LISTA NO RELREIN
      *             AS CNH QUE APARECEM EM MAIS DE UM ACIDENTE NA
      *             JANELA, COM CADA ACIDENTE (DATA, HORA, CIDADE,
      *             CATEGORIA, PPD, ETILOMETRO E VEICULO);
      *           - MONTA A TABELA DE ENVOLVIMENTOS POR TEMPO DE
      *             HABILITACAO (SEM CNH, PPD, FAIXAS DE ANOS) X
      *             CATEGORIA DA CNH, COM OS ETILOMETROS POSITIVOS
      *             OU RECUSADOS DE CADA FAIXA.
      *           A CNH SO SAI MASCARADA (COPY CNHMSKDC/CNHMASK, NA
      *           CONVENCAO DO CPFMASK). ACIDENTE REPETIDO DA MESMA
      *           CNH (MESMA CIDADE+DATA+HORA) CONTA UMA VEZ SO.
      *           DIAS CORRIDOS PELO NUMERO DO DIA DESDE 01/01/0001
      *           (CALENDARIO GREGORIANO, SEM FUNCAO INTRINSECA).
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-08 DATA FINAL DA JANELA (AAAAMMDD - BRANCO = DATA
      *             DO SISTEMA)
      *   POS 09-12 DIAS DA JANELA (1 A 1830 - BRANCO/ZERO = 365)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010225  PROGRAMA CRIADO - REINCIDENCIA DE
      *                          CONDUTORES E PERFIL DA HABILITACAO
      *  V02    OUT/2026 010227  CIDADE DO SORT, DOS ENVOLVIMENTOS E DO
      *                          RELREIN COM OS 7 DIGITOS DO CODIGO IBGE
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
           SELECT CONDDET ASSIGN TO CONDDETJ
                  FILE STATUS   IS WS-FS-CON
           .
           SELECT MUNTAB ASSIGN TO MUNTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-M OF REG-MUNTAB
                  FILE STATUS   IS WS-FS-MUN
           .
           SELECT SORTCND ASSIGN TO SORTWKJ
           .
           SELECT RELREIN ASSIGN TO RELREINJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CONDDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONDDET.
           COPY CONDUTC.
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTAB.
           COPY MUNTABC.
      *-----> ENVOLVIMENTOS COM CNH NA JANELA, POR CNH+DATA+HORA
       SD  SORTCND
           RECORDING MODE  F
           .
       01  REG-SORTCND.
           05 WS-CNH-SRT          PIC 9(11).
           05 WS-DATA-SRT         PIC 9(08).
           05 WS-HORA-SRT         PIC 9(04).
           05 WS-CIDADE-SRT       PIC 9(07).
           05 WS-CATEG-CNH-SRT    PIC X(02).
           05 WS-PERMISSAO-SRT    PIC X(01).
           05 WS-ANOS-HAB-SRT     PIC 9(02).
           05 WS-ETILOM-SRT       PIC X(01).
           05 WS-CATEG-VEIC-SRT   PIC X(01).
       FD  RELREIN
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELREIN            PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTCON-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTJANELA            PIC 9(07) VALUE ZEROS.
           05  WS-CTSEM-CNH           PIC 9(07) VALUE ZEROS.
           05  WS-CTLIBERADO          PIC 9(07) VALUE ZEROS.
           05  WS-CTRETORNO           PIC 9(07) VALUE ZEROS.
           05  WS-CTCNH               PIC 9(07) VALUE ZEROS.
           05  WS-CTREINC             PIC 9(05) VALUE ZEROS.
           05  WS-CTACID-REINC        PIC 9(07) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-CON              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG204'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-LIN-SUB             PIC 9(02) COMP.
           05  WS-COL-SUB             PIC 9(02) COMP.
           05  WS-DN-INI              PIC 9(07).
           05  WS-DN-FIM              PIC 9(07).
           05  WS-DATA-INI            PIC 9(08).
           05  WS-CNH-ATUAL           PIC 9(11).
           05  WS-QTD-ACID-CNH        PIC 9(03).
           05  WS-ULT-CIDADE          PIC 9(07).
           05  WS-ULT-DATA            PIC 9(08).
           05  WS-ULT-HORA            PIC 9(04).
           05  WS-HORA-N              PIC 9(04).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.

      *-----> NUMERO DO DIA DESDE 01/01/0001: ANOS COMPLETOS X 365
      *       + DIAS BISSEXTOS + DIAS DOS MESES ANTERIORES + DIA
       01  WS-DN-DATA             PIC 9(08).
       01  FILLER  REDEFINES  WS-DN-DATA.
           05  WS-DN-ANO              PIC 9(04).
           05  WS-DN-MES              PIC 9(02).
           05  WS-DN-DIA              PIC 9(02).
       01  WS-DN-NUM              PIC 9(07).
       01  WS-DN-ANO-ANT          PIC 9(04).
       01  WS-DN-Q4               PIC 9(04).
       01  WS-DN-Q100             PIC 9(04).
       01  WS-DN-Q400             PIC 9(04).
       01  WS-QUOC                PIC 9(04).
       01  WS-RESTO               PIC 9(04).
       01  WS-SW-BISSEXTO         PIC X(01).
           88 ANO-BISSEXTO            VALUE 'S'.

      *-----> DIAS ACUMULADOS ANTES DE CADA MES (ANO COMUM)
       01  WS-TAB-DIAS-ACUM.
           05  FILLER                 PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-ACUM.
           05  WS-DIAS-ACUM           PIC 9(03)  OCCURS 12 TIMES.

      *-----> DIA SEGUINTE AO ULTIMO DIA DE CADA MES, PARA VOLTAR
      *       DO NUMERO DO DIA A DATA INICIAL DA JANELA
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.
       01  WS-ULT-DIA-MES         PIC 9(02).

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-DATA-FIM-IN         PIC X(08).
           05  WS-DATA-FIM-N  REDEFINES  WS-DATA-FIM-IN
                                      PIC 9(08).
           05  WS-DIAS-IN             PIC X(04).
           05  WS-DIAS-N      REDEFINES  WS-DIAS-IN
                                      PIC 9(04).

      *-----> ENVOLVIMENTOS DA CNH CORRENTE (ATE 50 LISTADOS)
       01  WS-TAB-ENV.
           05  WS-QTD-ENV             PIC 9(03)  VALUE ZEROS.
           05  WS-EV-OCOR             OCCURS 50 TIMES.
               10  WS-EV-DATA         PIC 9(08).
               10  WS-EV-HORA         PIC 9(04).
               10  WS-EV-CIDADE       PIC 9(07).
               10  WS-EV-CATEG        PIC X(02).
               10  WS-EV-PPD          PIC X(01).
               10  WS-EV-ANOS         PIC 9(02).
               10  WS-EV-ETILOM       PIC X(01).
               10  WS-EV-VEIC         PIC X(01).

      *-----> ENVOLVIMENTOS POR TEMPO DE HABILITACAO (LINHA 8 =
      *       TOTAL) X CATEGORIA DA CNH (COLUNA 9 = TOTAL), COM OS
      *       ETILOMETROS POSITIVOS OU RECUSADOS DE CADA LINHA
       01  WS-TAB-HAB.
           05  WS-TH-LINHA            OCCURS 8 TIMES.
               10  WS-TH-QTD          PIC 9(06)  OCCURS 9 TIMES.
               10  WS-TH-ETIL         PIC 9(06).
       01  WS-TAB-HAB-NOME.
           05  FILLER                 PIC X(16) VALUE
               'SEM HABILITACAO '.
           05  FILLER                 PIC X(16) VALUE
               'PERMISSAO (PPD) '.
           05  FILLER                 PIC X(16) VALUE
               'ATE 2 ANOS      '.
           05  FILLER                 PIC X(16) VALUE
               '3 A 5 ANOS      '.
           05  FILLER                 PIC X(16) VALUE
               '6 A 10 ANOS     '.
           05  FILLER                 PIC X(16) VALUE
               '11 A 20 ANOS    '.
           05  FILLER                 PIC X(16) VALUE
               'MAIS DE 20 ANOS '.
           05  FILLER                 PIC X(16) VALUE
               'TOTAL           '.
       01  FILLER  REDEFINES  WS-TAB-HAB-NOME.
           05  WS-HAB-NOME            PIC X(16)  OCCURS 8 TIMES.

      *-----> DADOS DE SAIDA - RELATORIO DE REINCIDENCIA
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'REINCIDENCIA DE CONDUTORES EM ACIDENTES '.
           05 FILLER              PIC X(40) VALUE
              'E PERFIL DA HABILITACAO'.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'JANELA '.
           05 WS-DT-INI-CAB       PIC X(10).
           05 FILLER              PIC X(03) VALUE ' A '.
           05 WS-DT-FIM-CAB       PIC X(10).
           05 FILLER              PIC X(02) VALUE ' ('.
           05 WS-DIAS-CAB         PIC ZZZ9.
           05 FILLER              PIC X(07) VALUE ' DIAS) '.
           05 FILLER              PIC X(40) VALUE
              '- CNH MASCARADA (LGPD)'.
           05 FILLER              PIC X(36) VALUE SPACES.
       01  WS-LIN-CONDUTOR.
           05 FILLER              PIC X(05) VALUE ' CNH '.
           05 WS-CNH-RR           PIC X(11).
           05 FILLER              PIC X(23) VALUE
              '  ACIDENTES NA JANELA: '.
           05 WS-QTD-RR           PIC ZZ9.
           05 FILLER              PIC X(78) VALUE SPACES.
       01  WS-LIN-ENVOLV.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 WS-DATA-RE          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HH-RE            PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 WS-MM-RE            PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-RE        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-RE          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UF-RE            PIC X(02).
           05 FILLER              PIC X(06) VALUE '  CAT '.
           05 WS-CATEG-RE         PIC X(02).
           05 FILLER              PIC X(06) VALUE '  PPD '.
           05 WS-PPD-RE           PIC X(01).
           05 FILLER              PIC X(07) VALUE '  ANOS '.
           05 WS-ANOS-RE          PIC Z9.
           05 FILLER              PIC X(07) VALUE '  ETIL '.
           05 WS-ETIL-RE          PIC X(01).
           05 FILLER              PIC X(07) VALUE '  VEIC '.
           05 WS-VEIC-RE          PIC X(01).
           05 FILLER              PIC X(24) VALUE SPACES.
       01  WS-LIN-COLUNAS.
           05 FILLER              PIC X(17) VALUE
              ' HABILITACAO     '.
           05 FILLER              PIC X(35) VALUE
              '      A      B     AB      C      D'.
           05 FILLER              PIC X(35) VALUE
              '      E  AC-AE  S/CNH  TOTAL  ETIL+'.
           05 FILLER              PIC X(33) VALUE SPACES.
       01  WS-LIN-HAB.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-RH          PIC X(16).
           05 WS-COL-RH           OCCURS 9 TIMES.
              10 FILLER           PIC X(01).
              10 WS-QTD-RH        PIC ZZZZZ9.
           05 FILLER              PIC X(01).
           05 WS-ETIL-RH          PIC ZZZZZ9.
           05 FILLER              PIC X(33).
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TITULO-T         PIC X(119).

      *-----> CONVENCAO COMUM DE MASCARA DE CNH - O RELREIN SO SAI
      *       MASCARADO
       01  WS-AREA-CNH.
           COPY CNHMSKDC.

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.
       01  WS-LIN-BRANCO          PIC X(120)      VALUE SPACES.

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
       000-CGPRG204.

           PERFORM 010-INICIAR

           SORT SORTCND
               ON ASCENDING KEY WS-CNH-SRT
                                WS-DATA-SRT
                                WS-HORA-SRT
                                WS-CIDADE-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-LISTAR-REINC
                                   THRU 200-LISTAR-REINC-FIM

           PERFORM 080-IMPRIMIR-TABELA
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG204 - REINCIDENCIA DE CONDUTORES  *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-DATA-FIM-IN = SPACES
              MOVE WS-DTSYS  TO  WS-DATA-FIM-N
           END-IF
           IF WS-DIAS-IN = SPACES OR WS-DIAS-IN = '0000'
              MOVE 365  TO  WS-DIAS-N
           END-IF
           DISPLAY ' * JANELA ATE : ' WS-DATA-FIM-IN
                   ' DIAS: ' WS-DIAS-IN
           IF WS-DATA-FIM-N NOT NUMERIC
              MOVE  'DATA FINAL DA JANELA ERRADA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-DATA-FIM-N  TO  WS-DN-DATA
           IF WS-DN-MES < 1 OR WS-DN-MES > 12 OR WS-DN-DIA < 1
              OR WS-DN-DIA > WS-DIAS-MES (WS-DN-MES) + 1
              OR WS-DN-ANO = ZEROS
              MOVE  'DATA FINAL DA JANELA ERRADA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-DIAS-N NOT NUMERIC OR WS-DIAS-N > 1830
              MOVE  'DIAS DA JANELA ERRADOS'  TO WS-MSG
              MOVE  '  '                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 060-CALCULAR-DIA
           MOVE WS-DN-NUM  TO  WS-DN-FIM
           COMPUTE WS-DN-INI = WS-DN-FIM - WS-DIAS-N + 1
           PERFORM 065-DATA-INICIAL
           MOVE ZEROS  TO  WS-TAB-HAB

           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DATA-CAB
           MOVE WS-DATA-INI  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DT-INI-CAB
           MOVE WS-DATA-FIM-N  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DT-FIM-CAB
           MOVE WS-DIAS-N   TO  WS-DIAS-CAB

           SET CNH-MODO-MASCARADO  TO  TRUE

           OPEN INPUT CONDDET
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONDDET'  TO WS-MSG
              MOVE   WS-FS-CON                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELREIN
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELREIN'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
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
      *    LER UM CONDUTOR ENVOLVIDO
      *--------------------------------------------------------------*
       025-LER-CONDDET.

           READ CONDDET
           IF WS-FS-CON  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CONDDET'  TO WS-MSG
              MOVE   WS-FS-CON                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-CON = '00'
              ADD 1  TO  WS-CTCON-LIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    NUMERO DO DIA DE WS-DN-DATA DESDE 01/01/0001
      *--------------------------------------------------------------*
       060-CALCULAR-DIA.

           COMPUTE WS-DN-ANO-ANT = WS-DN-ANO - 1
           DIVIDE WS-DN-ANO-ANT BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-ANO-ANT BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-ANO-ANT BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-NUM = (WS-DN-ANO-ANT * 365) + WS-DN-Q4
                             - WS-DN-Q100 + WS-DN-Q400
                             + WS-DIAS-ACUM (WS-DN-MES) + WS-DN-DIA
           IF WS-DN-MES > 2
              PERFORM 062-VERIFICAR-BISSEXTO
              IF ANO-BISSEXTO
                 ADD 1  TO  WS-DN-NUM
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICAR SE WS-DN-ANO E BISSEXTO (REGRA GREGORIANA)
      *--------------------------------------------------------------*
       062-VERIFICAR-BISSEXTO.

           MOVE 'N'  TO  WS-SW-BISSEXTO
           DIVIDE WS-DN-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO = ZEROS
              MOVE 'S'  TO  WS-SW-BISSEXTO
              DIVIDE WS-DN-ANO BY 100 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 'N'  TO  WS-SW-BISSEXTO
                 DIVIDE WS-DN-ANO BY 400 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    MOVE 'S'  TO  WS-SW-BISSEXTO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    DATA INICIAL DA JANELA (SO PARA O CABECALHO): VOLTA DIA A
      *    DIA A PARTIR DA DATA FINAL ATE O NUMERO DO DIA INICIAL
      *--------------------------------------------------------------*
       065-DATA-INICIAL.

           MOVE WS-DATA-FIM-N  TO  WS-DN-DATA
           MOVE WS-DN-FIM      TO  WS-DN-NUM
           PERFORM 067-DIA-ANTERIOR  UNTIL WS-DN-NUM = WS-DN-INI
           MOVE WS-DN-DATA     TO  WS-DATA-INI
           .
      *--------------------------------------------------------------*
      *    RECUAR WS-DN-DATA UM DIA
      *--------------------------------------------------------------*
       067-DIA-ANTERIOR.

           IF WS-DN-DIA > 1
              SUBTRACT 1  FROM  WS-DN-DIA
           ELSE
              IF WS-DN-MES > 1
                 SUBTRACT 1  FROM  WS-DN-MES
              ELSE
                 MOVE 12  TO  WS-DN-MES
                 SUBTRACT 1  FROM  WS-DN-ANO
              END-IF
              MOVE WS-DIAS-MES (WS-DN-MES)  TO  WS-ULT-DIA-MES
              IF WS-DN-MES = 2
                 PERFORM 062-VERIFICAR-BISSEXTO
                 IF ANO-BISSEXTO
                    MOVE 29  TO  WS-ULT-DIA-MES
                 END-IF
              END-IF
              MOVE WS-ULT-DIA-MES  TO  WS-DN-DIA
           END-IF
           SUBTRACT 1  FROM  WS-DN-NUM
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A TABELA DE TEMPO DE HABILITACAO X CATEGORIA
      *--------------------------------------------------------------*
       080-IMPRIMIR-TABELA.

           MOVE WS-LIN-BRANCO  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           MOVE 'ENVOLVIMENTOS DE CONDUTOR NA JANELA POR TEMPO DE HABI
      -         'LITACAO X CATEGORIA DA CNH (ETIL+ = POSITIVO OU RECUS
      -         'A)'            TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO
           MOVE WS-LIN-COLUNAS  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN

           MOVE 1  TO  WS-LIN-SUB
           PERFORM 082-IMPRIMIR-LINHA-HAB  UNTIL WS-LIN-SUB > 8

           MOVE WS-LIN-BRANCO  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           MOVE SPACES  TO  WS-TITULO-T
           STRING 'CONDUTORES COM CNH: ' WS-CTCNH
                  '   REINCIDENTES: ' WS-CTREINC
                  '   ACIDENTES DOS REINCIDENTES: ' WS-CTACID-REINC
           DELIMITED BY SIZE INTO WS-TITULO-T
           MOVE WS-LIN-TITULO  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DA TABELA
      *--------------------------------------------------------------*
       082-IMPRIMIR-LINHA-HAB.

           MOVE SPACES  TO  WS-LIN-HAB
           MOVE WS-HAB-NOME (WS-LIN-SUB)  TO  WS-NOME-RH
           MOVE 1  TO  WS-COL-SUB
           PERFORM 084-MOVER-COLUNA  UNTIL WS-COL-SUB > 9
           MOVE WS-TH-ETIL (WS-LIN-SUB)  TO  WS-ETIL-RH

           IF WS-LIN-SUB = 8
              MOVE WS-HIFEN  TO  REG-RELREIN
              PERFORM 088-GRAVAR-RELREIN
           END-IF
           MOVE WS-LIN-HAB  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           ADD 1  TO  WS-LIN-SUB
           .
      *--------------------------------------------------------------*
      *    MOVER UMA CELULA DA TABELA PARA A LINHA
      *--------------------------------------------------------------*
       084-MOVER-COLUNA.

           MOVE WS-TH-QTD (WS-LIN-SUB WS-COL-SUB)
                                TO  WS-QTD-RH (WS-COL-SUB)
           ADD 1  TO  WS-COL-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELREIN  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREIN'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-CAB2   TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           MOVE WS-HIFEN  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           MOVE 3  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UMA SECAO (EM WS-TITULO-T)
      *--------------------------------------------------------------*
       086-IMPRIMIR-TITULO.

           IF WS-CTLIN > 44
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-TITULO  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           MOVE WS-HIFEN       TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELREIN.

           WRITE REG-RELREIN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREIN'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG204        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CONDUTORES LIDOS   - CONDDET = ' WS-CTCON-LIDO
           DISPLAY ' * ENVOLVIMENTOS NA JANELA      = ' WS-CTJANELA
           DISPLAY ' * ENVOLVIMENTOS SEM CNH        = ' WS-CTSEM-CNH
           DISPLAY ' * ENVOLVIMENTOS CLASSIFICADOS  = ' WS-CTLIBERADO
           DISPLAY ' * CNH DISTINTAS                = ' WS-CTCNH
           DISPLAY ' * CNH REINCIDENTES             = ' WS-CTREINC
           DISPLAY ' *========================================*'

           IF WS-CTLIBERADO NOT = WS-CTRETORNO
              OR WS-CTJANELA NOT = WS-CTLIBERADO + WS-CTSEM-CNH
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTJANELA = ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  CONDDET
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONDDET'  TO WS-MSG
              MOVE   WS-FS-CON                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELREIN
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELREIN'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG204        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: CONDUTORES DA JANELA
      *--------------------------------------------------------------*
       100-SELECIONAR.

           PERFORM 025-LER-CONDDET
           PERFORM 110-SELECIONAR-CONDUTOR  UNTIL WS-FS-CON = '10'
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOMAR O ENVOLVIMENTO NA TABELA E LIBERAR PARA O SORT OS
      *    QUE TEM CNH
      *--------------------------------------------------------------*
       110-SELECIONAR-CONDUTOR.

           MOVE WS-DATA-CD OF REG-CONDDET  TO  WS-DN-DATA
           PERFORM 060-CALCULAR-DIA
           IF WS-DN-NUM NOT < WS-DN-INI AND WS-DN-NUM NOT > WS-DN-FIM
              ADD 1  TO  WS-CTJANELA
              PERFORM 120-ACUMULAR-TABELA
              IF WS-CNH-CD OF REG-CONDDET = ZEROS
                 ADD 1  TO  WS-CTSEM-CNH
              ELSE
                 MOVE WS-CNH-CD OF REG-CONDDET     TO  WS-CNH-SRT
                 MOVE WS-DATA-CD OF REG-CONDDET    TO  WS-DATA-SRT
                 MOVE WS-HORA-CD OF REG-CONDDET    TO  WS-HORA-SRT
                 MOVE WS-CIDADE-CD OF REG-CONDDET  TO  WS-CIDADE-SRT
                 MOVE WS-CATEG-CNH-CD OF REG-CONDDET
                                                   TO  WS-CATEG-CNH-SRT
                 MOVE WS-PERMISSAO-CD OF REG-CONDDET
                                                   TO  WS-PERMISSAO-SRT
                 MOVE WS-ANOS-HAB-CD OF REG-CONDDET
                                                   TO  WS-ANOS-HAB-SRT
                 MOVE WS-ETILOM-CD OF REG-CONDDET  TO  WS-ETILOM-SRT
                 MOVE WS-CATEG-VEIC-CD OF REG-CONDDET
                                                   TO  WS-CATEG-VEIC-SRT
                 RELEASE REG-SORTCND
                 ADD 1  TO  WS-CTLIBERADO
              END-IF
           END-IF

           PERFORM 025-LER-CONDDET
           .
      *--------------------------------------------------------------*
      *    LINHA = TEMPO DE HABILITACAO, COLUNA = CATEGORIA DA CNH;
      *    SOMA TAMBEM NO TOTAL DA LINHA (COL. 9) E DA COLUNA (LIN. 8)
      *--------------------------------------------------------------*
       120-ACUMULAR-TABELA.

           IF WS-CNH-CD OF REG-CONDDET = ZEROS
              MOVE 1  TO  WS-LIN-SUB
              MOVE 8  TO  WS-COL-SUB
           ELSE
              IF CONDUTOR-PPD OF REG-CONDDET
                 MOVE 2  TO  WS-LIN-SUB
              ELSE
                 EVALUATE TRUE
                     WHEN WS-ANOS-HAB-CD OF REG-CONDDET < 3
                         MOVE 3  TO  WS-LIN-SUB
                     WHEN WS-ANOS-HAB-CD OF REG-CONDDET < 6
                         MOVE 4  TO  WS-LIN-SUB
                     WHEN WS-ANOS-HAB-CD OF REG-CONDDET < 11
                         MOVE 5  TO  WS-LIN-SUB
                     WHEN WS-ANOS-HAB-CD OF REG-CONDDET < 21
                         MOVE 6  TO  WS-LIN-SUB
                     WHEN OTHER
                         MOVE 7  TO  WS-LIN-SUB
                 END-EVALUATE
              END-IF
              EVALUATE WS-CATEG-CNH-CD OF REG-CONDDET
                  WHEN 'A '
                      MOVE 1  TO  WS-COL-SUB
                  WHEN 'B '
                      MOVE 2  TO  WS-COL-SUB
                  WHEN 'AB'
                      MOVE 3  TO  WS-COL-SUB
                  WHEN 'C '
                      MOVE 4  TO  WS-COL-SUB
                  WHEN 'D '
                      MOVE 5  TO  WS-COL-SUB
                  WHEN 'E '
                      MOVE 6  TO  WS-COL-SUB
                  WHEN OTHER
                      MOVE 7  TO  WS-COL-SUB
              END-EVALUATE
           END-IF

           ADD 1  TO  WS-TH-QTD (WS-LIN-SUB WS-COL-SUB)
           ADD 1  TO  WS-TH-QTD (WS-LIN-SUB 9)
           ADD 1  TO  WS-TH-QTD (8 WS-COL-SUB)
           ADD 1  TO  WS-TH-QTD (8 9)
           IF ETILOM-POSITIVO OF REG-CONDDET
              OR ETILOM-RECUSA OF REG-CONDDET
              ADD 1  TO  WS-TH-ETIL (WS-LIN-SUB)
              ADD 1  TO  WS-TH-ETIL (8)
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: CNH EM MAIS DE UM ACIDENTE
      *--------------------------------------------------------------*
       200-LISTAR-REINC.

           MOVE 'CNH EM MAIS DE UM ACIDENTE NA JANELA (ETIL: N=NEG P=P
      -         'OS R=RECUSA X=NAO TESTADO  VEIC: A=AUTO M=MOTO C=CAMI
      -         'NHAO O=ONIBUS U=UTIL X=OUTROS)'
                               TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           SET NAO-FIM-SORT  TO  TRUE
           PERFORM 210-RETORNAR
           PERFORM 220-TRATAR-CNH  UNTIL FIM-SORT
           IF WS-CTREINC = ZEROS
              MOVE 'NENHUMA CNH REINCIDENTE NA JANELA'  TO  WS-TITULO-T
              MOVE WS-LIN-TITULO  TO  REG-RELREIN
              PERFORM 088-GRAVAR-RELREIN
           END-IF
           .
       200-LISTAR-REINC-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM ENVOLVIMENTO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTCND
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           IF NAO-FIM-SORT
              ADD 1  TO  WS-CTRETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    JUNTAR OS ENVOLVIMENTOS DE UMA CNH E LISTAR SE FOR
      *    REINCIDENTE
      *--------------------------------------------------------------*
       220-TRATAR-CNH.

           MOVE WS-CNH-SRT  TO  WS-CNH-ATUAL
           MOVE ZEROS       TO  WS-QTD-ENV
           MOVE ZEROS       TO  WS-QTD-ACID-CNH
           MOVE ZEROS       TO  WS-ULT-CIDADE
           MOVE ZEROS       TO  WS-ULT-DATA
           MOVE ZEROS       TO  WS-ULT-HORA

           PERFORM 230-GUARDAR-ENVOLVIMENTO
                   UNTIL FIM-SORT OR WS-CNH-SRT NOT = WS-CNH-ATUAL

           ADD 1  TO  WS-CTCNH
           IF WS-QTD-ACID-CNH > 1
              PERFORM 240-IMPRIMIR-REINCIDENTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM ACIDENTE DA CNH (O MESMO ACIDENTE REPETIDO
      *    CONTA UMA VEZ SO)
      *--------------------------------------------------------------*
       230-GUARDAR-ENVOLVIMENTO.

           IF WS-DATA-SRT NOT = WS-ULT-DATA
              OR WS-HORA-SRT NOT = WS-ULT-HORA
              OR WS-CIDADE-SRT NOT = WS-ULT-CIDADE
              ADD 1  TO  WS-QTD-ACID-CNH
              MOVE WS-DATA-SRT    TO  WS-ULT-DATA
              MOVE WS-HORA-SRT    TO  WS-ULT-HORA
              MOVE WS-CIDADE-SRT  TO  WS-ULT-CIDADE
              IF WS-QTD-ENV < 50
                 ADD 1  TO  WS-QTD-ENV
                 MOVE WS-DATA-SRT        TO  WS-EV-DATA (WS-QTD-ENV)
                 MOVE WS-HORA-SRT        TO  WS-EV-HORA (WS-QTD-ENV)
                 MOVE WS-CIDADE-SRT      TO  WS-EV-CIDADE (WS-QTD-ENV)
                 MOVE WS-CATEG-CNH-SRT   TO  WS-EV-CATEG (WS-QTD-ENV)
                 MOVE WS-PERMISSAO-SRT   TO  WS-EV-PPD (WS-QTD-ENV)
                 MOVE WS-ANOS-HAB-SRT    TO  WS-EV-ANOS (WS-QTD-ENV)
                 MOVE WS-ETILOM-SRT      TO  WS-EV-ETILOM (WS-QTD-ENV)
                 MOVE WS-CATEG-VEIC-SRT  TO  WS-EV-VEIC (WS-QTD-ENV)
              END-IF
           END-IF

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A CNH REINCIDENTE (MASCARADA) E SEUS ACIDENTES
      *--------------------------------------------------------------*
       240-IMPRIMIR-REINCIDENTE.

           ADD 1  TO  WS-CTREINC
           ADD WS-QTD-ACID-CNH  TO  WS-CTACID-REINC

           MOVE WS-CNH-ATUAL  TO  WS-CNH-ENTRADA
           PERFORM 996-FORMATAR-CNH THRU 996-FORMATAR-CNH-FIM
           MOVE WS-CNH-SAIDA     TO  WS-CNH-RR
           MOVE WS-QTD-ACID-CNH  TO  WS-QTD-RR

           IF WS-CTLIN > 52
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-CONDUTOR  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN

           MOVE 1  TO  WS-SUB
           PERFORM 242-IMPRIMIR-ENVOLVIMENTO  UNTIL WS-SUB > WS-QTD-ENV
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM ACIDENTE DA CNH REINCIDENTE
      *--------------------------------------------------------------*
       242-IMPRIMIR-ENVOLVIMENTO.

           MOVE WS-EV-DATA (WS-SUB)  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED           TO  WS-DATA-RE
           MOVE WS-EV-HORA (WS-SUB)  TO  WS-HORA-N
           MOVE WS-HORA-N (1:2)      TO  WS-HH-RE
           MOVE WS-HORA-N (3:2)      TO  WS-MM-RE
           MOVE WS-EV-CIDADE (WS-SUB)  TO  WS-CIDADE-RE
           PERFORM 244-OBTER-MUNICIPIO
           MOVE WS-EV-CATEG (WS-SUB)   TO  WS-CATEG-RE
           MOVE WS-EV-PPD (WS-SUB)     TO  WS-PPD-RE
           MOVE WS-EV-ANOS (WS-SUB)    TO  WS-ANOS-RE
           MOVE WS-EV-ETILOM (WS-SUB)  TO  WS-ETIL-RE
           MOVE WS-EV-VEIC (WS-SUB)    TO  WS-VEIC-RE

           IF WS-CTLIN > 54
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-ENVOLV  TO  REG-RELREIN
           PERFORM 088-GRAVAR-RELREIN
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    NOME E UF DA CIDADE DO ACIDENTE NO MUNTAB
      *--------------------------------------------------------------*
       244-OBTER-MUNICIPIO.

           MOVE WS-EV-CIDADE (WS-SUB)  TO  WS-CIDADE-M OF REG-MUNTAB
           READ MUNTAB
           IF WS-FS-MUN NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
              MOVE  WS-FS-MUN                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-MUN = '23'
              MOVE '*** NAO CADASTRADA'  TO  WS-NOME-RE
              MOVE SPACES                TO  WS-UF-RE
           ELSE
              MOVE WS-NOME-M OF REG-MUNTAB  TO  WS-NOME-RE
              MOVE WS-UF-M OF REG-MUNTAB    TO  WS-UF-RE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CNH (LGPD)
      *--------------------------------------------------------------*
           COPY CNHMASK.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG204 <
