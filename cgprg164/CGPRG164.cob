       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG164.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: POSTAGEM CONSOLIDADA (DIARIA). JUNTA AS CARTAS DA
      *           NOITE DEIXADAS NA FILA MALADIR (COPY MALADIRC) PELOS
      *           PROGRAMAS DE CARTA (CGPRG028, CGPRG035, CGPRG091,
      *           CGPRG099 E CGPRG161), ORDENA POR CEP E MONTA OS
      *           MACOS DAS FAIXAS DE DESCONTO DOS CORREIOS:
      *             FAIXA 1 - MACO POR CEP DE 5 DIGITOS, QUANDO O
      *                       CEP5 TEM O MINIMO DE CARTAS DO CARTAO
      *             FAIXA 2 - MACO POR CEP DE 3 DIGITOS COM AS SOBRAS
      *                       DA FAIXA 1, QUANDO ELAS ATINGEM O
      *                       MINIMO DO CEP3 DO CARTAO
      *             FAIXA 3 - SOBRAS ABAIXO DOS DOIS MINIMOS, SEM
      *                       DESCONTO (TARIFA CHEIA), AINDA
      *                       AGRUPADAS POR CEP3
      *           IMPRIME AS CARTAS NO CARTAFIL NA ORDEM DOS MACOS,
      *           COM UMA FOLHA DE ROSTO POR MACO, E O MANIFESTO DA
      *           POSTAGEM (RELMALA) COM A QUANTIDADE E A POSTAGEM DE
      *           CADA MACO, OS TOTAIS POR FAIXA E A ECONOMIA FRENTE A
      *           TARIFA CHEIA. O JOB ESVAZIA A FILA DEPOIS.
      *           CARTAO DE PARAMETROS (SYSIN):
      *             01-08 DATA DA POSTAGEM (AAAAMMDD)
      *             09-12 MINIMO DE CARTAS NO MACO DE CEP5
      *             13-16 MINIMO DE CARTAS NO MACO DE CEP3
      *             17-21 TARIFA POR CARTA DA FAIXA 1 (999V99)
      *             22-26 TARIFA POR CARTA DA FAIXA 2 (999V99)
      *             27-31 TARIFA CHEIA - FAIXA 3 (999V99)
      *           TOTAIS LIDO X LIBERADO X IMPRESSO DIVERGENTES = RC 8
      *           (A FILA NAO E ESVAZIADA)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010199  PROGRAMA CRIADO - POSTAGEM
      *                          CONSOLIDADA COM TRIAGEM POR CEP E
      *                          MANIFESTO DOS MACOS
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
           SELECT MALADIR ASSIGN TO MALADIRJ
                  FILE STATUS   IS WS-FS-MAL
           .
           SELECT SORTMAL ASSIGN TO SORTWKJ
           .
           SELECT MALAORD ASSIGN TO MALAORDJ
                  FILE STATUS   IS WS-FS-ORD
           .
           SELECT MALAFXA ASSIGN TO MALAFXAJ
                  FILE STATUS   IS WS-FS-FXA
           .
           SELECT CARTAFIL ASSIGN TO CARTAFIJ
                  FILE STATUS   IS WS-FS-CAR
           .
           SELECT RELMALA ASSIGN TO RELMALAJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> FILA DE CARTAS DA NOITE (LAYOUT EM MALADIRC)
       FD  MALADIR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALADIR            PIC X(1240).
      *-----> ARQUIVO DE TRABALHO DO SORT (CEP E, DEPOIS, MACO)
       SD  SORTMAL
           RECORDING MODE  F
           .
       01  REG-SORTMAL.
           COPY MALADIRC.
      *-----> FILA ORDENADA POR CEP (TEMPORARIO DO STEP)
       FD  MALAORD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALAORD            PIC X(1240).
      *-----> FAIXA E MACO DE CADA CEP5 DA NOITE (TEMPORARIO DO
      *       STEP, NA MESMA ORDEM DE CEP DO MALAORD)
       FD  MALAFXA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALAFXA.
           05 WS-CEP5-FX          PIC 9(05).
           05 WS-FAIXA-FX         PIC X(01).
           05 WS-MACO-FX          PIC X(05).
           05 WS-QTD-FX           PIC 9(05).
           05 FILLER              PIC X(04).
       FD  CARTAFIL
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-CARTAFIL           PIC X(80)
           .
       FD  RELMALA
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELMALA            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIBERADO          PIC 9(05) VALUE ZEROS.
           05  WS-CTIMPRESSA          PIC 9(05) VALUE ZEROS.
           05  WS-CTMACO              PIC 9(04) VALUE ZEROS.
           05  WS-CTCEP5              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-MAL              PIC X(02).
           05  WS-FS-ORD              PIC X(02).
           05  WS-FS-FXA              PIC X(02).
           05  WS-FS-CAR              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG164'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-SUB-C5              PIC 9(03)  COMP.
           05  WS-SUB-LIN             PIC 9(02)  COMP.
           05  WS-SUB-ORIG            PIC 9(02)  COMP.
           05  WS-SUB-FX              PIC 9(01).

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-DT-POSTAGEM-IN      PIC 9(08).
           05  WS-MIN-CEP5-IN         PIC 9(04).
           05  WS-MIN-CEP3-IN         PIC 9(04).
           05  WS-TARIFAS-IN.
               10  WS-TARIFA1-IN      PIC 9(03)V99.
               10  WS-TARIFA2-IN      PIC 9(03)V99.
               10  WS-TARIFA3-IN      PIC 9(03)V99.
           05  WS-TARIFAS-R  REDEFINES  WS-TARIFAS-IN.
               10  WS-TARIFA-IN       PIC 9(03)V99  OCCURS 3 TIMES.

      *-----> CARTA EM PROCESSAMENTO (LIDA DO MALAORD OU RETORNADA
      *       DO SEGUNDO SORT)
       01  WS-REG-MALA.
           COPY MALADIRC.

      *-----> CONTAGEM DO GRUPO DE CEP3 CORRENTE: CARTAS POR CEP5
      *       (POSICAO = 4O E 5O DIGITOS DO CEP + 1)
       01  WS-GRUPO-CEP3.
           05  WS-CEP3-ATUAL          PIC 9(03)  VALUE ZEROS.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.
           05  WS-QTD-RESIDUO         PIC 9(05)  VALUE ZEROS.
           05  WS-FAIXA-RESIDUO       PIC X(01).
           05  WS-TAB-CEP5.
               10  WS-QTD-C5          PIC 9(05)  COMP
                                      OCCURS 100 TIMES.
       01  WS-CEP5-MONTADO            PIC 9(05).
       01  WS-CEP5-MONTADO-R  REDEFINES  WS-CEP5-MONTADO.
           05  WS-CEP3-MONTADO        PIC 9(03).
           05  WS-CEP45-MONTADO       PIC 9(02).

      *-----> MACO CORRENTE NA IMPRESSAO E TOTAIS POR FAIXA
       01  WS-GRUPO-MACO.
           05  WS-FAIXA-ATUAL         PIC X(01)  VALUE SPACES.
           05  WS-MACO-ATUAL          PIC X(05)  VALUE SPACES.
           05  WS-SW-MACO             PIC X(01)  VALUE 'N'.
               88 MACO-ABERTO             VALUE 'S'.
               88 MACO-VAZIO              VALUE 'N'.
           05  WS-QTD-MACO            PIC 9(05)  VALUE ZEROS.
           05  WS-VALOR-MACO          PIC 9(07)V99 VALUE ZEROS.
           05  WS-TOTAIS-FAIXA        OCCURS 3 TIMES.
               10  WS-QTD-FAIXA       PIC 9(05)  VALUE ZEROS.
               10  WS-MACOS-FAIXA     PIC 9(04)  VALUE ZEROS.
               10  WS-VALOR-FAIXA     PIC 9(09)V99 VALUE ZEROS.
           05  WS-VALOR-TOTAL         PIC 9(09)V99 VALUE ZEROS.
           05  WS-VALOR-CHEIO         PIC 9(09)V99 VALUE ZEROS.
           05  WS-ECONOMIA            PIC 9(09)V99 VALUE ZEROS.

      *-----> CARTAS POR PROGRAMA DE ORIGEM (TOTAIS DO SYSOUT)
       01  WS-TAB-ORIGEM.
           05  WS-QTD-ORIGENS         PIC 9(02)  VALUE ZEROS.
           05  WS-ORIGEM-T            OCCURS 10 TIMES.
               10  WS-PROG-T          PIC X(08).
               10  WS-QTD-T           PIC 9(05).

      *-----> FOLHA DE ROSTO DE CADA MACO NO CARTAFIL
       01  WS-ROSTO1.
           05 FILLER              PIC X(20) VALUE
              'POSTAGEM DE CARTAS  '.
           05 FILLER              PIC X(10) VALUE 'MACO NR. '.
           05 WS-ROSTO-SEQ        PIC 9(04).
           05 FILLER              PIC X(10) VALUE '   FAIXA '.
           05 WS-ROSTO-FAIXA      PIC X(01).
           05 FILLER              PIC X(08) VALUE '   CEP '.
           05 WS-ROSTO-MACO       PIC X(05).
           05 FILLER              PIC X(22) VALUE SPACES.

       01  WS-ROSTO2.
           05 FILLER              PIC X(20) VALUE
              'DATA DA POSTAGEM:   '.
           05 WS-ROSTO-DATA       PIC X(10).
           05 FILLER              PIC X(50) VALUE
              '   QUANTIDADE NO MANIFESTO RELMALA'.

      *-----> DADOS DE SAIDA - MANIFESTO DA POSTAGEM
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'MANIFESTO DA POSTAGEM CONSOLIDADA       '.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'MACO'.
           05 FILLER                PIC X(07) VALUE 'FAIXA'.
           05 FILLER                PIC X(09) VALUE 'CEP'.
           05 FILLER                PIC X(12) VALUE '  QTDE'.
           05 FILLER                PIC X(16) VALUE 'TARIFA'.
           05 FILLER                PIC X(27) VALUE 'POSTAGEM'.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
              'DATA DA POSTAGEM: '.
           05 WS-POSTAGEM-CAB       PIC X(10).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE
              'MIN. CEP5/CEP3:'.
           05 WS-MIN5-CAB           PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-MIN3-CAB           PIC ZZZ9.
           05 FILLER                PIC X(22) VALUE SPACES.

       01  WS-REG-RELMALA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SEQ-R            PIC 9(04).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-FAIXA-R          PIC X(01).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-MACO-R           PIC X(05).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-QTD-R            PIC ZZ.ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TARIFA-R         PIC ZZ9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VALOR-R          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(22) VALUE SPACES.

       01  WS-REG-TOTFAIXA.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'FAIXA '.
           05 WS-FAIXA-TF         PIC X(01).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-MACOS-TF         PIC ZZZ9.
           05 FILLER              PIC X(09) VALUE ' MACOS - '.
           05 WS-QTD-TF           PIC ZZ.ZZ9.
           05 FILLER              PIC X(09) VALUE ' CARTAS  '.
           05 WS-VALOR-TF         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(21) VALUE SPACES.

       01  WS-REG-TOTGERAL.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TEXTO-TG         PIC X(30).
           05 WS-QTD-TG           PIC ZZ.ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-VALOR-TG         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(19) VALUE SPACES.

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
      *    PROCESSO PRINCIPAL: ORDENAR A FILA POR CEP, MONTAR AS
      *    FAIXAS E ORDENAR DE NOVO PELOS MACOS PARA IMPRIMIR
      *--------------------------------------------------------------*
       000-CGPRG164.

           PERFORM 010-INICIAR

           SORT SORTMAL
               ON ASCENDING KEY WS-CEP-MD    OF REG-SORTMAL
                                WS-ORIGEM-MD OF REG-SORTMAL
                                WS-NUMERO-MD OF REG-SORTMAL
               USING MALADIR
               GIVING MALAORD

           PERFORM 100-MONTAR-FAIXAS

           SORT SORTMAL
               ON ASCENDING KEY WS-FAIXA-MD  OF REG-SORTMAL
                                WS-MACO-MD   OF REG-SORTMAL
                                WS-CEP-MD    OF REG-SORTMAL
                                WS-ORIGEM-MD OF REG-SORTMAL
                                WS-NUMERO-MD OF REG-SORTMAL
               INPUT PROCEDURE  IS 200-CLASSIFICAR
                                   THRU 200-CLASSIFICAR-FIM
               OUTPUT PROCEDURE IS 300-IMPRIMIR
                                   THRU 300-IMPRIMIR-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG164 - POSTAGEM CONSOLIDADA        *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-DT-POSTAGEM-IN NOT NUMERIC
              OR WS-MIN-CEP5-IN NOT NUMERIC
              OR WS-MIN-CEP3-IN NOT NUMERIC
              OR WS-TARIFA1-IN NOT NUMERIC
              OR WS-TARIFA2-IN NOT NUMERIC
              OR WS-TARIFA3-IN NOT NUMERIC
              OR WS-DT-POSTAGEM-IN = ZEROS
              OR WS-MIN-CEP5-IN = ZEROS
              OR WS-MIN-CEP3-IN = ZEROS
              OR WS-TARIFA1-IN = ZEROS
              MOVE  'CARTAO DE PARAMETROS INVALIDO'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-TARIFA1-IN > WS-TARIFA2-IN
              OR WS-TARIFA2-IN > WS-TARIFA3-IN
              MOVE  'TARIFAS FORA DE ORDEM NO CARTAO'  TO WS-MSG
              MOVE  '  '                               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * DATA DA POSTAGEM  : ' WS-DT-POSTAGEM-IN
           DISPLAY ' * MINIMO MACO CEP5  : ' WS-MIN-CEP5-IN
           DISPLAY ' * MINIMO MACO CEP3  : ' WS-MIN-CEP3-IN

           OPEN OUTPUT CARTAFIL
           IF WS-FS-CAR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CARTAFIL'  TO WS-MSG
              MOVE   WS-FS-CAR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELMALA
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELMALA'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI         TO  WS-DATA-CAB
           STRING WS-DT-POSTAGEM-IN (7:2) '/'
                  WS-DT-POSTAGEM-IN (5:2) '/'
                  WS-DT-POSTAGEM-IN (1:4)
           DELIMITED BY SIZE INTO WS-POSTAGEM-CAB
           MOVE WS-POSTAGEM-CAB  TO  WS-ROSTO-DATA
           MOVE WS-MIN-CEP5-IN   TO  WS-MIN5-CAB
           MOVE WS-MIN-CEP3-IN   TO  WS-MIN3-CAB
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
      *    PRIMEIRA PASSADA NO MALAORD: CONTAR AS CARTAS DE CADA CEP5
      *    E, A CADA QUEBRA DE CEP3, GRAVAR NO MALAFXA A FAIXA E O
      *    MACO DE CADA CEP5 DO GRUPO
      *--------------------------------------------------------------*
       100-MONTAR-FAIXAS.

           OPEN INPUT MALAORD
           IF WS-FS-ORD  NOT = '00'
              MOVE  'ERRO AO ABRIR O MALAORD'  TO WS-MSG
              MOVE   WS-FS-ORD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT MALAFXA
           IF WS-FS-FXA  NOT = '00'
              MOVE  'ERRO AO ABRIR O MALAFXA'  TO WS-MSG
              MOVE   WS-FS-FXA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE ZEROS  TO  WS-SUB-C5
           PERFORM 105-ZERAR-CEP5  UNTIL WS-SUB-C5 = 100

           PERFORM 110-LER-MALAORD
           PERFORM 120-CONTAR-CARTA
               UNTIL WS-FS-ORD = '10'

           IF GRUPO-ABERTO
              PERFORM 130-FECHAR-CEP3
           END-IF

           CLOSE  MALAORD
           IF WS-FS-ORD  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALAORD'  TO WS-MSG
              MOVE   WS-FS-ORD                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MALAFXA
           IF WS-FS-FXA  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALAFXA'  TO WS-MSG
              MOVE   WS-FS-FXA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ZERAR UMA POSICAO DA CONTAGEM POR CEP5
      *--------------------------------------------------------------*
       105-ZERAR-CEP5.

           ADD 1  TO  WS-SUB-C5
           MOVE ZEROS  TO  WS-QTD-C5 (WS-SUB-C5)
           .
      *--------------------------------------------------------------*
      *    LER UMA CARTA DO MALAORD (FILA JA EM ORDEM DE CEP). CARTA
      *    SEM LINHAS OU COM MAIS LINHAS QUE A PAGINA, OU CEP NAO
      *    NUMERICO, ABORTA - A FILA FICA INTACTA PARA A ANALISE
      *--------------------------------------------------------------*
       110-LER-MALAORD.

           READ MALAORD  INTO  WS-REG-MALA

           IF WS-FS-ORD  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO MALAORD'  TO WS-MSG
              MOVE   WS-FS-ORD                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-ORD = '00'
              IF WS-CEP-MD OF WS-REG-MALA NOT NUMERIC
                 OR WS-QTD-LIN-MD OF WS-REG-MALA NOT NUMERIC
                 OR WS-QTD-LIN-MD OF WS-REG-MALA = ZEROS
                 OR WS-QTD-LIN-MD OF WS-REG-MALA > 15
                 MOVE  WS-REG-MALA  TO  WS-IMAGEM-ERR
                 MOVE  'CARTA INVALIDA NA MALADIR'  TO WS-MSG
                 MOVE  '  '                         TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR A CARTA NO SEU CEP5 (QUEBRA DE CEP3 FECHA O GRUPO
      *    ANTERIOR) E NO SEU PROGRAMA DE ORIGEM
      *--------------------------------------------------------------*
       120-CONTAR-CARTA.

           ADD 1  TO  WS-CTLIDO

           IF WS-CEP3-MD OF WS-REG-MALA NOT = WS-CEP3-ATUAL
              OR GRUPO-VAZIO
              IF GRUPO-ABERTO
                 PERFORM 130-FECHAR-CEP3
              END-IF
              MOVE WS-CEP3-MD OF WS-REG-MALA  TO  WS-CEP3-ATUAL
              SET GRUPO-ABERTO  TO  TRUE
           END-IF

           COMPUTE WS-SUB-C5 = WS-CEP45-MD OF WS-REG-MALA + 1
           ADD 1  TO  WS-QTD-C5 (WS-SUB-C5)

           MOVE 1  TO  WS-SUB-ORIG
           PERFORM 125-PROCURAR-ORIGEM
               UNTIL WS-SUB-ORIG > WS-QTD-ORIGENS
                  OR WS-PROG-T (WS-SUB-ORIG) =
                     WS-ORIGEM-MD OF WS-REG-MALA
           IF WS-SUB-ORIG > WS-QTD-ORIGENS
              IF WS-QTD-ORIGENS < 10
                 ADD 1  TO  WS-QTD-ORIGENS
                 MOVE WS-ORIGEM-MD OF WS-REG-MALA
                                 TO  WS-PROG-T (WS-QTD-ORIGENS)
                 MOVE ZEROS      TO  WS-QTD-T (WS-QTD-ORIGENS)
              ELSE
                 MOVE 10  TO  WS-SUB-ORIG
                 MOVE '*OUTROS*'  TO  WS-PROG-T (10)
              END-IF
           END-IF
           ADD 1  TO  WS-QTD-T (WS-SUB-ORIG)

           PERFORM 110-LER-MALAORD
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE ORIGENS
      *--------------------------------------------------------------*
       125-PROCURAR-ORIGEM.

           ADD 1  TO  WS-SUB-ORIG
           .
      *--------------------------------------------------------------*
      *    FECHAR O GRUPO DE CEP3: SOMAR AS SOBRAS (CEP5 ABAIXO DO
      *    MINIMO), DECIDIR A FAIXA DELAS E GRAVAR A FAIXA DE CADA
      *    CEP5 COM CARTA
      *--------------------------------------------------------------*
       130-FECHAR-CEP3.

           MOVE ZEROS  TO  WS-QTD-RESIDUO
           MOVE ZEROS  TO  WS-SUB-C5
           PERFORM 135-SOMAR-RESIDUO  UNTIL WS-SUB-C5 = 100

           IF WS-QTD-RESIDUO NOT < WS-MIN-CEP3-IN
              MOVE '2'  TO  WS-FAIXA-RESIDUO
           ELSE
              MOVE '3'  TO  WS-FAIXA-RESIDUO
           END-IF

           MOVE ZEROS  TO  WS-SUB-C5
           PERFORM 138-GRAVAR-FAIXA  UNTIL WS-SUB-C5 = 100

           SET GRUPO-VAZIO  TO  TRUE
           .
      *--------------------------------------------------------------*
      *    SOMAR AS CARTAS DE UM CEP5 ABAIXO DO MINIMO DA FAIXA 1
      *--------------------------------------------------------------*
       135-SOMAR-RESIDUO.

           ADD 1  TO  WS-SUB-C5
           IF WS-QTD-C5 (WS-SUB-C5) < WS-MIN-CEP5-IN
              ADD WS-QTD-C5 (WS-SUB-C5)  TO  WS-QTD-RESIDUO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO MALAFXA A FAIXA E O MACO DE UM CEP5 COM CARTA
      *    E ZERAR A POSICAO PARA O PROXIMO GRUPO
      *--------------------------------------------------------------*
       138-GRAVAR-FAIXA.

           ADD 1  TO  WS-SUB-C5
           IF WS-QTD-C5 (WS-SUB-C5) > ZEROS
              MOVE WS-CEP3-ATUAL   TO  WS-CEP3-MONTADO
              COMPUTE WS-CEP45-MONTADO = WS-SUB-C5 - 1
              MOVE SPACES             TO  REG-MALAFXA
              MOVE WS-CEP5-MONTADO    TO  WS-CEP5-FX
              MOVE WS-QTD-C5 (WS-SUB-C5)  TO  WS-QTD-FX
              IF WS-QTD-C5 (WS-SUB-C5) NOT < WS-MIN-CEP5-IN
                 MOVE '1'                TO  WS-FAIXA-FX
                 MOVE WS-CEP5-MONTADO    TO  WS-MACO-FX
              ELSE
                 MOVE WS-FAIXA-RESIDUO   TO  WS-FAIXA-FX
                 STRING WS-CEP3-MONTADO '--'
                 DELIMITED BY SIZE INTO WS-MACO-FX
              END-IF
              WRITE REG-MALAFXA
              IF WS-FS-FXA  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO MALAFXA'  TO  WS-MSG
                 MOVE WS-FS-FXA                      TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTCEP5
              MOVE ZEROS  TO  WS-QTD-C5 (WS-SUB-C5)
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SEGUNDO SORT: SEGUNDA PASSADA
      *    NO MALAORD, CASANDO CADA CARTA COM A FAIXA E O MACO DO SEU
      *    CEP5 NO MALAFXA (OS DOIS EM ORDEM DE CEP)
      *--------------------------------------------------------------*
       200-CLASSIFICAR.

           OPEN INPUT MALAORD
           IF WS-FS-ORD  NOT = '00'
              MOVE  'ERRO AO ABRIR O MALAORD'  TO WS-MSG
              MOVE   WS-FS-ORD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MALAFXA
           IF WS-FS-FXA  NOT = '00'
              MOVE  'ERRO AO ABRIR O MALAFXA'  TO WS-MSG
              MOVE   WS-FS-FXA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE ZEROS  TO  WS-CEP5-FX
           PERFORM 110-LER-MALAORD
           PERFORM 220-LIBERAR
               UNTIL WS-FS-ORD = '10'

           CLOSE  MALAORD
           IF WS-FS-ORD  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALAORD'  TO WS-MSG
              MOVE   WS-FS-ORD                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MALAFXA
           IF WS-FS-FXA  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALAFXA'  TO WS-MSG
              MOVE   WS-FS-FXA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       200-CLASSIFICAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A FAIXA DO PROXIMO CEP5 NO MALAFXA
      *--------------------------------------------------------------*
       210-LER-MALAFXA.

           READ MALAFXA

           IF WS-FS-FXA  NOT = '00'
              MOVE  'MALAFXA FORA DE SINCRONIA'  TO WS-MSG
              MOVE   WS-FS-FXA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR A CARTA PARA O SORT COM A FAIXA E O MACO DO SEU
      *    CEP5
      *--------------------------------------------------------------*
       220-LIBERAR.

           IF WS-CEP5-MD OF WS-REG-MALA NOT = WS-CEP5-FX
              PERFORM 210-LER-MALAFXA
              IF WS-CEP5-MD OF WS-REG-MALA NOT = WS-CEP5-FX
                 MOVE  WS-REG-MALA  TO  WS-IMAGEM-ERR
                 MOVE  'MALAFXA FORA DE SINCRONIA'  TO WS-MSG
                 MOVE  '  '                         TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           MOVE WS-REG-MALA   TO  REG-SORTMAL
           MOVE WS-FAIXA-FX   TO  WS-FAIXA-MD OF REG-SORTMAL
           MOVE WS-MACO-FX    TO  WS-MACO-MD OF REG-SORTMAL
           RELEASE REG-SORTMAL
           ADD 1  TO  WS-CTLIBERADO

           PERFORM 110-LER-MALAORD
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SEGUNDO SORT: IMPRIMIR AS CARTAS
      *    NA ORDEM DOS MACOS E O MANIFESTO, COM QUEBRA POR MACO E
      *    POR FAIXA
      *--------------------------------------------------------------*
       300-IMPRIMIR.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 310-RETORNAR

           PERFORM 320-TRATAR-CARTA
               UNTIL FIM-SORT

           IF MACO-ABERTO
              PERFORM 340-FECHAR-MACO
              PERFORM 345-FECHAR-FAIXA
           END-IF
           .
       300-IMPRIMIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UMA CARTA CLASSIFICADA
      *--------------------------------------------------------------*
       310-RETORNAR.

           RETURN SORTMAL  INTO  WS-REG-MALA
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA CARTA: QUEBRA DE MACO (E DE FAIXA) E IMPRESSAO
      *    DA PAGINA NO CARTAFIL
      *--------------------------------------------------------------*
       320-TRATAR-CARTA.

           IF WS-MACO-MD OF WS-REG-MALA NOT = WS-MACO-ATUAL
              OR WS-FAIXA-MD OF WS-REG-MALA NOT = WS-FAIXA-ATUAL
              OR MACO-VAZIO
              IF MACO-ABERTO
                 PERFORM 340-FECHAR-MACO
                 IF WS-FAIXA-MD OF WS-REG-MALA NOT = WS-FAIXA-ATUAL
                    PERFORM 345-FECHAR-FAIXA
                 END-IF
              END-IF
              PERFORM 330-ABRIR-MACO
           END-IF

           ADD 1  TO  WS-QTD-MACO
           MOVE 1  TO  WS-SUB-LIN
           PERFORM 350-IMPRIMIR-LINHA
               UNTIL WS-SUB-LIN > WS-QTD-LIN-MD OF WS-REG-MALA
           ADD 1  TO  WS-CTIMPRESSA

           PERFORM 310-RETORNAR
           .
      *--------------------------------------------------------------*
      *    ABRIR O MACO: FOLHA DE ROSTO NO CARTAFIL
      *--------------------------------------------------------------*
       330-ABRIR-MACO.

           MOVE WS-FAIXA-MD OF WS-REG-MALA  TO  WS-FAIXA-ATUAL
           MOVE WS-MACO-MD OF WS-REG-MALA   TO  WS-MACO-ATUAL
           MOVE ZEROS                       TO  WS-QTD-MACO
           SET MACO-ABERTO                  TO  TRUE
           ADD 1  TO  WS-CTMACO

           MOVE WS-CTMACO       TO  WS-ROSTO-SEQ
           MOVE WS-FAIXA-ATUAL  TO  WS-ROSTO-FAIXA
           MOVE WS-MACO-ATUAL   TO  WS-ROSTO-MACO

           WRITE REG-CARTAFIL  FROM  WS-ROSTO1  AFTER PAGE
           PERFORM 355-CONFERIR-CARTA
           WRITE REG-CARTAFIL  FROM  WS-HIFEN
           PERFORM 355-CONFERIR-CARTA
           WRITE REG-CARTAFIL  FROM  WS-ROSTO2
           PERFORM 355-CONFERIR-CARTA
           .
      *--------------------------------------------------------------*
      *    FECHAR O MACO: LINHA DO MANIFESTO COM A QUANTIDADE E A
      *    POSTAGEM PELA TARIFA DA FAIXA
      *--------------------------------------------------------------*
       340-FECHAR-MACO.

           MOVE WS-FAIXA-ATUAL  TO  WS-SUB-FX
           COMPUTE WS-VALOR-MACO =
                   WS-QTD-MACO * WS-TARIFA-IN (WS-SUB-FX)

           ADD 1              TO  WS-MACOS-FAIXA (WS-SUB-FX)
           ADD WS-QTD-MACO    TO  WS-QTD-FAIXA (WS-SUB-FX)
           ADD WS-VALOR-MACO  TO  WS-VALOR-FAIXA (WS-SUB-FX)

           MOVE WS-CTMACO                  TO  WS-SEQ-R
           MOVE WS-FAIXA-ATUAL             TO  WS-FAIXA-R
           MOVE WS-MACO-ATUAL              TO  WS-MACO-R
           MOVE WS-QTD-MACO                TO  WS-QTD-R
           MOVE WS-TARIFA-IN (WS-SUB-FX)   TO  WS-TARIFA-R
           MOVE WS-VALOR-MACO              TO  WS-VALOR-R

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELMALA  FROM  WS-REG-RELMALA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELMALA'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN

           SET MACO-VAZIO  TO  TRUE
           .
      *--------------------------------------------------------------*
      *    FECHAR A FAIXA: SUBTOTAL DE MACOS, CARTAS E POSTAGEM
      *--------------------------------------------------------------*
       345-FECHAR-FAIXA.

           MOVE WS-FAIXA-ATUAL               TO  WS-SUB-FX
           MOVE WS-FAIXA-ATUAL               TO  WS-FAIXA-TF
           MOVE WS-MACOS-FAIXA (WS-SUB-FX)   TO  WS-MACOS-TF
           MOVE WS-QTD-FAIXA (WS-SUB-FX)     TO  WS-QTD-TF
           MOVE WS-VALOR-FAIXA (WS-SUB-FX)   TO  WS-VALOR-TF

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELMALA  FROM  WS-REG-TOTFAIXA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO TOTAL'  TO  WS-MSG
              MOVE WS-FS-REL                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELMALA  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-3'  TO  WS-MSG
              MOVE WS-FS-REL                TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 2  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DA CARTA (A PRIMEIRA ABRE A FOLHA)
      *--------------------------------------------------------------*
       350-IMPRIMIR-LINHA.

           IF WS-SUB-LIN = 1
              WRITE REG-CARTAFIL
                    FROM  WS-LINHA-MD OF WS-REG-MALA (WS-SUB-LIN)
                    AFTER PAGE
           ELSE
              WRITE REG-CARTAFIL
                    FROM  WS-LINHA-MD OF WS-REG-MALA (WS-SUB-LIN)
           END-IF
           PERFORM 355-CONFERIR-CARTA

           ADD 1  TO  WS-SUB-LIN
           .
      *--------------------------------------------------------------*
      *    CONFERIR CADA GRAVACAO DO CARTAFIL (MOLDE DO 043-
      *    CONFERIR-CARTA DO CGPRG028)
      *--------------------------------------------------------------*
       355-CONFERIR-CARTA.

           IF WS-FS-CAR  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CARTAFIL'  TO  WS-MSG
              MOVE WS-FS-CAR                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO MANIFESTO
      *--------------------------------------------------------------*
       040-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELMALA FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELMALA FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELMALA FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELMALA FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELMALA FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    FECHO DO MANIFESTO: TOTAL GERAL, POSTAGEM PELA TARIFA
      *    CHEIA E ECONOMIA DA TRIAGEM
      *--------------------------------------------------------------*
       080-TOTAL-MANIFESTO.

           COMPUTE WS-VALOR-TOTAL = WS-VALOR-FAIXA (1)
                                  + WS-VALOR-FAIXA (2)
                                  + WS-VALOR-FAIXA (3)
           COMPUTE WS-VALOR-CHEIO = WS-CTIMPRESSA * WS-TARIFA3-IN
           IF WS-VALOR-CHEIO > WS-VALOR-TOTAL
              COMPUTE WS-ECONOMIA = WS-VALOR-CHEIO - WS-VALOR-TOTAL
           ELSE
              MOVE ZEROS  TO  WS-ECONOMIA
           END-IF

           IF WS-CTLIN > 52
              PERFORM 040-IMPCAB
           END-IF

           MOVE 'TOTAL DA POSTAGEM           : '  TO  WS-TEXTO-TG
           MOVE WS-CTIMPRESSA                    TO  WS-QTD-TG
           MOVE WS-VALOR-TOTAL                   TO  WS-VALOR-TG
           PERFORM 085-GRAVAR-TOTAL

           MOVE 'PELA TARIFA CHEIA (FAIXA 3) : '  TO  WS-TEXTO-TG
           MOVE WS-VALOR-CHEIO                   TO  WS-VALOR-TG
           PERFORM 085-GRAVAR-TOTAL

           MOVE 'ECONOMIA DA TRIAGEM POR CEP : '  TO  WS-TEXTO-TG
           MOVE WS-ECONOMIA                      TO  WS-VALOR-TG
           PERFORM 085-GRAVAR-TOTAL
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO FECHO DO MANIFESTO
      *--------------------------------------------------------------*
       085-GRAVAR-TOTAL.

           WRITE REG-RELMALA  FROM  WS-REG-TOTGERAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO TOTAL'  TO  WS-MSG
              MOVE WS-FS-REL                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 080-TOTAL-MANIFESTO
           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG164        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTAS LIDAS      - MALADIR  = ' WS-CTLIDO
           MOVE 1  TO  WS-SUB-ORIG
           PERFORM 095-LISTAR-ORIGEM
               UNTIL WS-SUB-ORIG > WS-QTD-ORIGENS
           DISPLAY ' * CEP5 DISTINTOS   - MALAFXA   = ' WS-CTCEP5
           DISPLAY ' * CARTAS LIBERADAS - SORT      = ' WS-CTLIBERADO
           DISPLAY ' * CARTAS IMPRESSAS - CARTAFIL  = ' WS-CTIMPRESSA
           DISPLAY ' *   FAIXA 1 (MACO CEP5)        = ' WS-QTD-FAIXA (1)
           DISPLAY ' *   FAIXA 2 (MACO CEP3)        = ' WS-QTD-FAIXA (2)
           DISPLAY ' *   FAIXA 3 (TARIFA CHEIA)     = ' WS-QTD-FAIXA (3)
           DISPLAY ' * MACOS NO MANIFESTO - RELMALA = ' WS-CTMACO
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIDO NOT = WS-CTLIBERADO
              OR WS-CTLIBERADO NOT = WS-CTIMPRESSA
              OR WS-CTIMPRESSA NOT = WS-QTD-FAIXA (1)
                                   + WS-QTD-FAIXA (2)
                                   + WS-QTD-FAIXA (3)
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X IMPRESSO   *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  CARTAFIL
           IF WS-FS-CAR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CARTAFIL'  TO WS-MSG
              MOVE   WS-FS-CAR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELMALA
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELMALA'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG164        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    LISTAR AS CARTAS DE UM PROGRAMA DE ORIGEM
      *--------------------------------------------------------------*
       095-LISTAR-ORIGEM.

           DISPLAY ' *   DE ' WS-PROG-T (WS-SUB-ORIG)
                   '                 = ' WS-QTD-T (WS-SUB-ORIG)
           ADD 1  TO  WS-SUB-ORIG
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG164 <
