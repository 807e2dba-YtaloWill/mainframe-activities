       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG175.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: REAJUSTE ANUAL DA MENSALIDADE DOS CURSOS
      *           (WS-MENSAL-CT DO CURSOTAB), POR UM PERCENTUAL GERAL
      *           OU POR PERCENTUAL PROPRIO DO CURSO, A PARTIR DE UMA
      *           COMPETENCIA DE VIGENCIA. DUAS EXECUCOES COM O MESMO
      *           CARTAO, NO MOLDE DO CGPRG085:
      *             MODO 'P' (PROPOSTA)   - SO IMPRIME O RELATORIO
      *                 DE IMPACTO (RELREAJ), SEM TOCAR NENHUM
      *                 ARQUIVO;
      *             MODO 'E' (EFETIVACAO) - EXIGE OPERADOR DE NIVEL
      *                 2 NO CARTAO (OPERTAB, COMO NO CGPRG085) E
      *                 AVISO DE 45 DIAS ATE A VIGENCIA (LEI
      *                 9.870/99); GRAVA A CARTA DE AVISO DO REAJUSTE
      *                 A FAMILIA DE CADA ALUNO ATIVO (FILA MALADIR,
      *                 ENDERECO E RESPONSAVEL DO CADEND, NO MOLDE DO
      *                 CGPRG099), REPRECIFICA AS COBRANCAS JA GERADAS
      *                 DA VIGENCIA EM DIANTE AINDA SEM PAGAMENTO (NA
      *                 MESMA PROPORCAO DE BOLSA E CONVENIO, COMO O
      *                 CGPRG155), JORNALIZADAS NO MSTJRNL E COM O
      *                 ACRESCIMO FATURADO NO CTBFILA (EVENTO FAT), E
      *                 SO ENTAO REGRAVA A MENSALIDADE DO CURSOTAB COM
      *                 O ANO DO REAJUSTE.
      *           COBRANCA DE COMPETENCIA ANTERIOR A VIGENCIA NUNCA E
      *           TOCADA. CURSO JA REAJUSTADO NO ANO DA VIGENCIA
      *           (WS-ANO-REAJ-CT) NAO E REAJUSTADO DE NOVO. O
      *           RELATORIO MOSTRA, POR CURSO, A MENSALIDADE ATUAL E
      *           A NOVA, OS ALUNOS ATIVOS E A VARIACAO DA RECEITA
      *           MENSAL (MENSALIDADE DE TABELA X ATIVOS, SEM BOLSA
      *           OU CONVENIO). A GERACAO DO CGPRG022 SEGUE COM O
      *           VALOR DO SEU CARTAO DE PARAMETROS (VER CURSOTBC)
      *--------------------------------------------------------------*
      * CARTOES (SYSIN):
      *   1O CARTAO - POS 01-01 MODO ('P' OU 'E')
      *               POS 02-07 COMPETENCIA DE VIGENCIA AAAAMM
      *               POS 08-11 PERCENTUAL GERAL 99V99 (ZEROS = SO
      *                         OS CURSOS DOS CARTOES SEGUINTES)
      *               POS 12-19 DATA DE REFERENCIA AAAAMMDD (ZEROS =
      *                         DATA DO SISTEMA) - CONTAGEM DO AVISO
      *               POS 20-22 OPERADOR (SO NA EFETIVACAO)
      *   2O CARTAO - POS 01-02 QTDE DE CURSOS COM PERCENTUAL PROPRIO
      *               (00 A 30)
      *   CARTOES DE CURSO (UM POR CURSO, NA QTDE INFORMADA):
      *               POS 01-12 CURSO (DO CURSOTAB)
      *               POS 13-16 PERCENTUAL DO CURSO 99V99 (ZEROS =
      *                         CURSO CONGELADO)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010205  PROGRAMA CRIADO - PROPOSTA E
      *                          EFETIVACAO DO REAJUSTE ANUAL DAS
      *                          MENSALIDADES COM AS CARTAS DE AVISO
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
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
           SELECT MENSALU ASSIGN TO MENSALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSALU
                  FILE STATUS   IS WS-FS-MEN
           .
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  FILE STATUS   IS WS-FS-OPE
           .
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA
           SELECT MALADIR ASSIGN TO MALADIRJ
                  FILE STATUS   IS WS-FS-MAL
           .
      *-----> DIARIO COMUM DE ALTERACOES DOS CADASTROS MESTRES
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
           SELECT RELREAJ ASSIGN TO RELREAJJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CADEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADEND.
           COPY CADENDC.
       FD  MENSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSALU.
           COPY MENSALUC.
      *-----> TABELA DE AUTORIDADE DOS OPERADORES (MESMO LAYOUT DO
      *       CGPRG008)
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
       FD  MALADIR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALADIR.
           COPY MALADIRC.
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
       FD  RELREAJ
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELREAJ            PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTCURSO             PIC 9(04) VALUE ZEROS.
           05  WS-CTREAJ              PIC 9(04) VALUE ZEROS.
           05  WS-CTJAREAJ            PIC 9(04) VALUE ZEROS.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTATIVO             PIC 9(05) VALUE ZEROS.
           05  WS-CTFORACAT           PIC 9(05) VALUE ZEROS.
           05  WS-CTCARTA             PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMEND            PIC 9(05) VALUE ZEROS.
           05  WS-CTDEVOL             PIC 9(05) VALUE ZEROS.
           05  WS-CTMENLIDO           PIC 9(06) VALUE ZEROS.
           05  WS-CTREPREC            PIC 9(05) VALUE ZEROS.
           05  WS-CTCURGRAV           PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DTSYS-VIG           PIC 9(08).
           05  WS-FS-CUR              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-MAL              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG175'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-CURSO-SUB           PIC 9(02).
           05  WS-QTD-CURSO           PIC 9(02) VALUE ZEROS.
           05  WS-PCT-SUB             PIC 9(02).
           05  WS-DIAS-AVISO          PIC S9(05).
           05  WS-VALOR-ANT           PIC 9(07)V99.
           05  WS-VAL-REPREC          PIC 9(09)V99 VALUE ZEROS.
           05  WS-REC-ATUAL           PIC 9(09)V99 VALUE ZEROS.
           05  WS-REC-NOVA            PIC 9(09)V99 VALUE ZEROS.
           05  WS-REC-VARIACAO        PIC 9(09)V99 VALUE ZEROS.
           05  WS-REC-CURSO           PIC 9(09)V99.
           05  WS-VALOR-E             PIC $$$.$$$.$$9,99.
           05  WS-SW-OPER             PIC X(01).
               88 OPERADOR-AUTORIZADO     VALUE 'A'.
               88 OPERADOR-SEM-AUTORID    VALUE 'N'.

      *-----> DATA DE REFERENCIA (CONTAGEM DO AVISO, 30/360 COMO NO
      *       CGPRG085) E COMPETENCIA DE VIGENCIA DESMEMBRADAS
       01  WS-DATA-REF-N              PIC 9(08).
       01  WS-DATA-REF REDEFINES WS-DATA-REF-N.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).
           05  WS-REF-DIA             PIC 9(02).
       01  WS-VIGENCIA-N              PIC 9(06).
       01  WS-VIGENCIA REDEFINES WS-VIGENCIA-N.
           05  WS-VIG-ANO             PIC 9(04).
           05  WS-VIG-MES             PIC 9(02).

      *-----> CARTAO DE PARAMETROS (SYSIN): VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-MODO-IN             PIC X(01).
               88 MODO-PROPOSTA           VALUE 'P'.
               88 MODO-EFETIVACAO         VALUE 'E'.
           05  WS-VIGENCIA-IN         PIC 9(06).
           05  WS-PCT-GERAL-IN        PIC 9(02)V99.
           05  WS-DT-REF-IN           PIC 9(08).
           05  WS-OPER-IN             PIC X(03).

      *-----> CARTAO DE CURSO COM PERCENTUAL PROPRIO
       01  WS-QTD-PCT-CURSO           PIC 9(02).
       01  WS-REG-PCT-IN.
           05  WS-PCT-CURSO-IN        PIC X(12).
           05  WS-PCT-VALOR-IN        PIC 9(02)V99.

      *-----> PERCENTUAIS PROPRIOS DOS CARTOES DE CURSO (ATE 30),
      *       MARCADOS QUANDO O CURSO E ACHADO NO CURSOTAB
       01  WS-TAB-PCT.
           05  WS-PCT-OCOR            OCCURS 30 TIMES.
               10  WS-PC-CURSO        PIC X(12).
               10  WS-PC-PCT          PIC 9(02)V99.
               10  WS-PC-ACHADO       PIC X(01).

      *-----> CURSOS ATIVOS DO CURSOTAB (ATE 50), COM A MENSALIDADE
      *       ATUAL E A REAJUSTADA E OS ALUNOS ATIVOS DE CADA UM
       01  WS-TAB-CURSO.
           05  WS-CURSO-OCOR          OCCURS 50 TIMES.
               10  WS-TC-CURSO        PIC X(12).
               10  WS-TC-NOME         PIC X(20).
               10  WS-TC-PCT          PIC 9(02)V99.
               10  WS-TC-ATUAL        PIC 9(07)V99.
               10  WS-TC-NOVA         PIC 9(07)V99.
               10  WS-TC-ATIVOS       PIC 9(05).
               10  WS-TC-SIT          PIC X(01).
                   88 TC-REAJUSTA         VALUE 'R'.
                   88 TC-MANTIDO          VALUE 'M'.
                   88 TC-JA-REAJUSTADO    VALUE 'J'.

      *-----> LINHAS DA CARTA DE AVISO DO REAJUSTE (MOLDE DO CGPRG099)
       01  WS-CARTA-DATA.
           05 FILLER              PIC X(26) VALUE
              'SAO CAETANO DO SUL,       '.
           05 WS-CARTA-DTEDI      PIC X(10).
           05 FILLER              PIC X(44) VALUE SPACES.

       01  WS-CARTA-RESPON.
           05 FILLER              PIC X(06) VALUE 'A(O): '.
           05 WS-CARTA-RESPON-N   PIC X(20).
           05 FILLER              PIC X(54) VALUE SPACES.

       01  WS-CARTA-ENDER.
           05 WS-CARTA-ENDER-N    PIC X(30).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-CARTA-CIDADE-N   PIC X(20).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CARTA-UF-N       PIC X(02).
           05 FILLER              PIC X(05) VALUE ' CEP '.
           05 WS-CARTA-CEP-N      PIC 9(08).
           05 FILLER              PIC X(11) VALUE SPACES.

       01  WS-CARTA-TEXTO1.
           05 FILLER              PIC X(44) VALUE
              'COMUNICAMOS O REAJUSTE ANUAL DA MENSALIDADE '.
           05 FILLER              PIC X(36) VALUE
              'DO CURSO DO(A) ALUNO(A) ABAIXO.     '.

       01  WS-CARTA-ALUNO.
           05 FILLER              PIC X(11) VALUE 'ALUNO(A): '.
           05 WS-CARTA-NOME-N     PIC X(20).
           05 FILLER              PIC X(13) VALUE '  MATRICULA: '.
           05 WS-CARTA-MAT-N      PIC 9(05).
           05 FILLER              PIC X(10) VALUE '  CURSO: '.
           05 WS-CARTA-CURSO-N    PIC X(12).
           05 FILLER              PIC X(09) VALUE SPACES.

       01  WS-CARTA-VALORES.
           05 FILLER              PIC X(19) VALUE
              'MENSALIDADE ATUAL: '.
           05 WS-CARTA-ATUAL-N    PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(08) VALUE '  NOVA: '.
           05 WS-CARTA-NOVA-N     PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(04) VALUE '  (+'.
           05 WS-CARTA-PCT-N      PIC Z9,99.
           05 FILLER              PIC X(02) VALUE '%)'.
           05 FILLER              PIC X(16) VALUE SPACES.

       01  WS-CARTA-VIGENCIA.
           05 FILLER              PIC X(35) VALUE
              'O NOVO VALOR VALE A PARTIR DA COMPE'.
           05 FILLER              PIC X(09) VALUE 'TENCIA DE'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CARTA-VIG-MES    PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CARTA-VIG-ANO    PIC 9(04).
           05 FILLER              PIC X(28) VALUE
              ', CONFORME A LEI 9.870/1999,'.

       01  WS-CARTA-TEXTO2.
           05 FILLER              PIC X(44) VALUE
              'COM ANTECEDENCIA MINIMA DE 45 DIAS DA VIGENC'.
           05 FILLER              PIC X(36) VALUE
              'IA. AS COMPETENCIAS ANTERIORES NAO  '.

       01  WS-CARTA-TEXTO3.
           05 FILLER              PIC X(44) VALUE
              'SAO ALTERADAS.                              '.
           05 FILLER              PIC X(36) VALUE SPACES.

       01  WS-CARTA-RODAPE.
           05 FILLER              PIC X(42) VALUE
              'DUVIDAS: SECRETARIA FINANCEIRA.           '.
           05 FILLER              PIC X(38) VALUE
              '           SECRETARIA - FATEC SCS     '.

       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

      *-----> LINHA EM MONTAGEM PARA A PAGINA DA MALADIR
       01  WS-LINHA-CARTA         PIC X(80).

      *-----> DADOS DE SAIDA - RELATORIO DE IMPACTO (RELREAJ)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-TITULO-CAB         PIC X(40).
           05 FILLER                PIC X(10) VALUE 'VIGENCIA: '.
           05 WS-VIG-MES-CAB        PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-VIG-ANO-CAB        PIC 9(04).
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(03) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE 'CURSO'.
           05 FILLER                PIC X(22) VALUE 'NOME'.
           05 FILLER                PIC X(08) VALUE '   PCT %'.
           05 FILLER                PIC X(15) VALUE
              '  MENSAL. ATUAL'.
           05 FILLER                PIC X(15) VALUE
              '   MENSAL. NOVA'.
           05 FILLER                PIC X(07) VALUE ' ATIVOS'.
           05 FILLER                PIC X(18) VALUE
              '  VARIACAO MENSAL '.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PCT-R            PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ATUAL-R          PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOVA-R           PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ATIVOS-R         PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-VARIACAO-R       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-OBS-R            PIC X(03).

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-T         PIC X(40).
           05 WS-VALOR-T          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(45) VALUE SPACES.

       01  WS-REG-TOTAL-QTD.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-Q         PIC X(40).
           05 WS-QTD-Q            PIC ZZZZ9.
           05 FILLER              PIC X(54) VALUE SPACES.

       01  WS-REG-LEGENDA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(50) VALUE
              'OBS: JA = CURSO JA REAJUSTADO NO ANO DA VIGENCIA -'.
           05 FILLER              PIC X(49) VALUE
              ' MANTIDO SEM NOVO REAJUSTE                       '.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

      *-----> APOIO DO DIARIO COMUM DE MESTRES
       01  WS-AREA-JORNAL.
           05  WS-FS-JRN              PIC X(02).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-IMAGEM-ANTES        PIC X(90).

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

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
       000-CGPRG175.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FS-ALU = '10'
           PERFORM 050-IMPRIMIR-IMPACTO
           IF MODO-EFETIVACAO
              PERFORM 060-LER-MENSALU
              PERFORM 062-REPRECIFICAR-MENSALU UNTIL WS-FS-MEN = '10'
              MOVE 1  TO  WS-CURSO-SUB
              PERFORM 068-REGRAVAR-CURSO
                  UNTIL WS-CURSO-SUB > WS-QTD-CURSO
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG175 - REAJUSTE ANUAL MENSALIDADES *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * MODO          : ' WS-MODO-IN
           DISPLAY ' * VIGENCIA      : ' WS-VIGENCIA-IN
           DISPLAY ' * PCT GERAL     : ' WS-PCT-GERAL-IN
           DISPLAY ' * REFERENCIA    : ' WS-DT-REF-IN

           IF NOT MODO-PROPOSTA AND NOT MODO-EFETIVACAO
              MOVE  'MODO DE EXECUCAO INVALIDO'  TO WS-MSG
              MOVE  '  '                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-VIGENCIA-IN NOT NUMERIC
              OR WS-PCT-GERAL-IN NOT NUMERIC
              OR WS-DT-REF-IN NOT NUMERIC
              MOVE  'CARTAO DE REAJUSTE INVALIDO'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-VIGENCIA-IN  TO  WS-VIGENCIA-N
           IF WS-VIG-MES < 01 OR WS-VIG-MES > 12
              MOVE  'COMPETENCIA DE VIGENCIA INVALIDA'  TO WS-MSG
              MOVE  '  '                                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-DT-REF-IN = ZEROS
              ACCEPT WS-DATA-REF-N  FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DT-REF-IN  TO  WS-DATA-REF-N
           END-IF

           PERFORM 012-CARREGAR-PERCENTUAIS
           PERFORM 016-CONFERIR-AVISO

           IF MODO-EFETIVACAO
              PERFORM 013-VALIDAR-OPERADOR
              MOVE 'REAJUSTE ANUAL EFETIVADO - CURSOTAB    '
                   TO  WS-TITULO-CAB
              OPEN I-O CURSOTAB
           ELSE
              MOVE 'PROPOSTA DE REAJUSTE ANUAL - CURSOTAB   '
                   TO  WS-TITULO-CAB
              OPEN INPUT CURSOTAB
           END-IF
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 018-CARREGAR-CURSOS

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-EFETIVACAO
              OPEN INPUT CADEND
              IF WS-FS-END  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
                 MOVE   WS-FS-END                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              OPEN I-O MENSALU
              IF WS-FS-MEN  NOT = '00'
                 MOVE  'ERRO AO ABRIR O MENSALU'  TO WS-MSG
                 MOVE   WS-FS-MEN                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              OPEN EXTEND MALADIR
              IF WS-FS-MAL = '35'
                 OPEN OUTPUT MALADIR
              END-IF
              IF WS-FS-MAL  NOT = '00'
                 MOVE  'ERRO AO ABRIR O MALADIR'  TO WS-MSG
                 MOVE   WS-FS-MAL                 TO WS-FS-MSG
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

              OPEN EXTEND CTBFILA
              IF WS-FS-CTB = '35'
                 OPEN OUTPUT CTBFILA
              END-IF
              IF WS-FS-CTB  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CTBFILA'  TO WS-MSG
                 MOVE   WS-FS-CTB                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN OUTPUT RELREAJ
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELREAJ'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI    TO  WS-DATA-CAB
           MOVE WS-DTEDI    TO  WS-CARTA-DTEDI
           MOVE WS-VIG-MES  TO  WS-VIG-MES-CAB
           MOVE WS-VIG-ANO  TO  WS-VIG-ANO-CAB
           MOVE WS-VIG-MES  TO  WS-CARTA-VIG-MES
           MOVE WS-VIG-ANO  TO  WS-CARTA-VIG-ANO

           PERFORM 025-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS CARTOES DE CURSO COM PERCENTUAL PROPRIO
      *--------------------------------------------------------------*
       012-CARREGAR-PERCENTUAIS.

           ACCEPT WS-QTD-PCT-CURSO  FROM SYSIN
           IF WS-QTD-PCT-CURSO NOT NUMERIC
              OR WS-QTD-PCT-CURSO > 30
              MOVE  'QTDE DE CURSOS INVALIDA'  TO WS-MSG
              MOVE  '  '                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-QTD-PCT-CURSO = ZEROS AND WS-PCT-GERAL-IN = ZEROS
              MOVE  'NENHUM PERCENTUAL DE REAJUSTE'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * CURSOS C/ PCT : ' WS-QTD-PCT-CURSO

           MOVE 1  TO  WS-PCT-SUB
           PERFORM 012-GUARDAR-PERCENTUAL
               UNTIL WS-PCT-SUB > WS-QTD-PCT-CURSO
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM CARTAO DE CURSO NA TABELA DE PERCENTUAIS
      *--------------------------------------------------------------*
       012-GUARDAR-PERCENTUAL.

           ACCEPT WS-REG-PCT-IN  FROM SYSIN
           IF WS-PCT-CURSO-IN = SPACES
              OR WS-PCT-VALOR-IN NOT NUMERIC
              MOVE  'CARTAO DE CURSO INVALIDO'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              MOVE  WS-REG-PCT-IN               TO WS-IMAGEM-ERR
              GO TO  999-ERRO
           END-IF
           DISPLAY ' *   ' WS-PCT-CURSO-IN ' : ' WS-PCT-VALOR-IN
           MOVE WS-PCT-CURSO-IN  TO  WS-PC-CURSO  (WS-PCT-SUB)
           MOVE WS-PCT-VALOR-IN  TO  WS-PC-PCT    (WS-PCT-SUB)
           MOVE 'N'              TO  WS-PC-ACHADO (WS-PCT-SUB)
           ADD 1  TO  WS-PCT-SUB
           .
      *--------------------------------------------------------------*
      *    VALIDAR O OPERADOR DA EFETIVACAO CONTRA O OPERTAB:
      *    DESCONHECIDO OU SEM NIVEL 2 CANCELA A EXECUCAO (COMO NO
      *    CGPRG085)
      *--------------------------------------------------------------*
       013-VALIDAR-OPERADOR.

           SET OPERADOR-SEM-AUTORID  TO  TRUE
           ACCEPT WS-DTSYS-VIG  FROM DATE YYYYMMDD

           OPEN INPUT OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 014-LER-OPERTAB
           PERFORM 014-PROCURAR-OPERADOR
               UNTIL WS-FS-OPE = '10' OR OPERADOR-AUTORIZADO

           CLOSE OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF OPERADOR-SEM-AUTORID
              DISPLAY ' *** OPERADOR ' WS-OPER-IN
                      ' SEM AUTORIDADE PARA EFETIVAR REAJUSTE ***'
              MOVE  'OPERADOR SEM AUTORIDADE'  TO WS-MSG
              MOVE  '  '                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * OPERADOR      : ' WS-OPER-IN ' (NIVEL 2)'
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
      *    CONFERIR SE O REGISTRO LIDO E O OPERADOR DO CARTAO COM
      *    NIVEL 2
      *--------------------------------------------------------------*
       014-PROCURAR-OPERADOR.

           IF WS-OPERID-T = WS-OPER-IN AND WS-NIVEL-T NOT < 2
              PERFORM 014-CONFERIR-VIGENCIA
           ELSE
              PERFORM 014-LER-OPERTAB
           END-IF
           .
      *--------------------------------------------------------------*
      *    CICLO DE VIDA DO OPERADOR ENCONTRADO: REVOGADO OU FORA DE
      *    VIGENCIA NAO AUTORIZA - O REGISTRO ANTIGO (ESPACOS NA
      *    SITUACAO/DATAS) CONTA COMO ATIVO
      *--------------------------------------------------------------*
       014-CONFERIR-VIGENCIA.

           SET OPERADOR-AUTORIZADO  TO  TRUE
           IF OPER-REVOGADO
              SET OPERADOR-SEM-AUTORID  TO  TRUE
              DISPLAY ' *** OPERADOR REVOGADO: ' WS-OPER-IN ' ***'
           END-IF
           IF WS-DT-INI-T NUMERIC
              AND WS-DTSYS-VIG < WS-DT-INI-T
              SET OPERADOR-SEM-AUTORID  TO  TRUE
              DISPLAY ' *** OPERADOR FORA DE VIGENCIA: '
                      WS-OPER-IN ' ***'
           END-IF
           IF WS-DT-FIM-T NUMERIC
              AND WS-DT-FIM-T > ZEROS
              AND WS-DTSYS-VIG > WS-DT-FIM-T
              SET OPERADOR-SEM-AUTORID  TO  TRUE
              DISPLAY ' *** OPERADOR FORA DE VIGENCIA: '
                      WS-OPER-IN ' ***'
           END-IF

           IF OPERADOR-SEM-AUTORID
              PERFORM 014-LER-OPERTAB
           END-IF
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
      *    CONFERIR O AVISO PREVIO: DA DATA DE REFERENCIA AO DIA 1
      *    DA COMPETENCIA DE VIGENCIA, NA CONVENCAO 30/360 DO
      *    CGPRG085, TEM DE HAVER AO MENOS 45 DIAS. NA EFETIVACAO O
      *    PRAZO CURTO CANCELA A EXECUCAO (AS CARTAS NAO PODEM SAIR
      *    FORA DO PRAZO LEGAL); NA PROPOSTA SO AVISA (RC 4)
      *--------------------------------------------------------------*
       016-CONFERIR-AVISO.

           COMPUTE WS-DIAS-AVISO =
                   ((WS-VIG-ANO - WS-REF-ANO) * 360)
                 + ((WS-VIG-MES - WS-REF-MES) * 30)
                 +  (1 - WS-REF-DIA)
           DISPLAY ' * DIAS DE AVISO : ' WS-DIAS-AVISO

           IF WS-DIAS-AVISO < 45
              DISPLAY ' *** AVISO PREVIO INFERIOR A 45 DIAS ***'
              IF MODO-EFETIVACAO
                 MOVE  'AVISO PREVIO INFERIOR A 45 DIAS'  TO WS-MSG
                 MOVE  '  '                               TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS CURSOS ATIVOS DO CURSOTAB NA TABELA, COM O
      *    PERCENTUAL DE CADA UM (O DO CARTAO DE CURSO OU O GERAL) E
      *    A MENSALIDADE REAJUSTADA. CARTAO DE CURSO QUE NAO BATE COM
      *    NENHUM CURSO ATIVO CANCELA A EXECUCAO
      *--------------------------------------------------------------*
       018-CARREGAR-CURSOS.

           PERFORM 019-LER-CURSOTAB
           PERFORM 019-GUARDAR-CURSO
               UNTIL WS-FS-CUR = '10' OR WS-QTD-CURSO = 50

      *-----> TABELA CHEIA COM CURSO AINDA POR LER: ABORTA EM VEZ
      *       DE DEIXAR CURSOS FORA DO REAJUSTE EM SILENCIO
           IF WS-FS-CUR  NOT = '10'
              MOVE  'CURSOTAB COM CURSOS DEMAIS'  TO WS-MSG
              MOVE  '  '                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-QTD-CURSO = ZEROS
              MOVE  'CURSOTAB SEM CURSO ATIVO'  TO WS-MSG
              MOVE  '10'                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * CURSOS ATIVOS : ' WS-QTD-CURSO

           MOVE 1  TO  WS-PCT-SUB
           PERFORM 019-CONFERIR-PERCENTUAL
               UNTIL WS-PCT-SUB > WS-QTD-PCT-CURSO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO CURSO DO CURSOTAB
      *--------------------------------------------------------------*
       019-LER-CURSOTAB.

           READ CURSOTAB  NEXT RECORD
           IF WS-FS-CUR  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM CURSO ATIVO NA TABELA. CURSO SEM MENSALIDADE NO
      *    CATALOGO E CURSO JA REAJUSTADO NO ANO DA VIGENCIA FICAM
      *    COM A MENSALIDADE COMO ESTA
      *--------------------------------------------------------------*
       019-GUARDAR-CURSO.

           ADD 1  TO  WS-CTCURSO
           IF CURSO-ATIVO OF REG-CURSOTAB
              ADD 1  TO  WS-QTD-CURSO
              MOVE WS-QTD-CURSO  TO  WS-CURSO-SUB
              MOVE WS-CURSO-CT OF REG-CURSOTAB
                                 TO  WS-TC-CURSO (WS-CURSO-SUB)
              MOVE WS-NOME-CT OF REG-CURSOTAB
                                 TO  WS-TC-NOME  (WS-CURSO-SUB)
              MOVE ZEROS         TO  WS-TC-ATIVOS (WS-CURSO-SUB)
              IF WS-MENSAL-CT OF REG-CURSOTAB NUMERIC
                 MOVE WS-MENSAL-CT OF REG-CURSOTAB
                                 TO  WS-TC-ATUAL (WS-CURSO-SUB)
              ELSE
                 MOVE ZEROS      TO  WS-TC-ATUAL (WS-CURSO-SUB)
              END-IF

              MOVE WS-PCT-GERAL-IN  TO  WS-TC-PCT (WS-CURSO-SUB)
              MOVE 1  TO  WS-PCT-SUB
              PERFORM 019-PROCURAR-PERCENTUAL
                  UNTIL WS-PCT-SUB > WS-QTD-PCT-CURSO
                     OR WS-PC-CURSO (WS-PCT-SUB) =
                        WS-TC-CURSO (WS-CURSO-SUB)
              IF WS-PCT-SUB NOT > WS-QTD-PCT-CURSO
                 MOVE WS-PC-PCT (WS-PCT-SUB)
                                 TO  WS-TC-PCT (WS-CURSO-SUB)
                 MOVE 'S'        TO  WS-PC-ACHADO (WS-PCT-SUB)
              END-IF

              SET TC-REAJUSTA (WS-CURSO-SUB)  TO  TRUE
              IF WS-ANO-REAJ-CT OF REG-CURSOTAB NUMERIC
                 AND WS-ANO-REAJ-CT OF REG-CURSOTAB = WS-VIG-ANO
                 SET TC-JA-REAJUSTADO (WS-CURSO-SUB)  TO  TRUE
                 ADD 1  TO  WS-CTJAREAJ
                 DISPLAY ' *** CURSO JA REAJUSTADO EM ' WS-VIG-ANO
                         ': ' WS-TC-CURSO (WS-CURSO-SUB) ' ***'
              END-IF
              IF TC-REAJUSTA (WS-CURSO-SUB)
                 AND (WS-TC-PCT (WS-CURSO-SUB) = ZEROS
                      OR WS-TC-ATUAL (WS-CURSO-SUB) = ZEROS)
                 SET TC-MANTIDO (WS-CURSO-SUB)  TO  TRUE
              END-IF

              IF TC-REAJUSTA (WS-CURSO-SUB)
                 COMPUTE WS-TC-NOVA (WS-CURSO-SUB) ROUNDED =
                         WS-TC-ATUAL (WS-CURSO-SUB)
                       * (100 + WS-TC-PCT (WS-CURSO-SUB)) / 100
                 ADD 1  TO  WS-CTREAJ
              ELSE
                 MOVE WS-TC-ATUAL (WS-CURSO-SUB)
                                 TO  WS-TC-NOVA (WS-CURSO-SUB)
                 MOVE ZEROS      TO  WS-TC-PCT (WS-CURSO-SUB)
              END-IF
           END-IF

           PERFORM 019-LER-CURSOTAB
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE PERCENTUAIS
      *--------------------------------------------------------------*
       019-PROCURAR-PERCENTUAL.

           ADD 1  TO  WS-PCT-SUB
           .
      *--------------------------------------------------------------*
      *    CARTAO DE CURSO SEM CURSO ATIVO CORRESPONDENTE CANCELA A
      *    EXECUCAO - O PERCENTUAL DIGITADO NAO SERIA APLICADO
      *--------------------------------------------------------------*
       019-CONFERIR-PERCENTUAL.

           IF WS-PC-ACHADO (WS-PCT-SUB) NOT = 'S'
              DISPLAY ' *** CURSO DO CARTAO FORA DO CURSOTAB: '
                      WS-PC-CURSO (WS-PCT-SUB) ' ***'
              MOVE  'CURSO DO CARTAO FORA DO CATALOGO'  TO WS-MSG
              MOVE  '23'                                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-PCT-SUB
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CADASTRO DE ALUNOS
      *--------------------------------------------------------------*
       025-LER-CADALU.

           READ CADALU  NEXT RECORD

           IF WS-FS-ALU  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                   TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-ALU = '00'
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR O ALUNO ATIVO NO SEU CURSO E, NA EFETIVACAO, GRAVAR
      *    A CARTA DE AVISO QUANDO O CURSO FOR REAJUSTADO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF ALUNO-ATIVO OF REG-CADALU
              ADD 1  TO  WS-CTATIVO
              PERFORM 032-PROCURAR-CURSO-ALUNO
              IF WS-CURSO-SUB > WS-QTD-CURSO
                 ADD 1  TO  WS-CTFORACAT
              ELSE
                 ADD 1  TO  WS-TC-ATIVOS (WS-CURSO-SUB)
                 IF MODO-EFETIVACAO
                    AND TC-REAJUSTA (WS-CURSO-SUB)
                    PERFORM 040-GERAR-CARTA THRU 040-GERAR-FIM
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O CURSO DO ALUNO NA TABELA (WS-CURSO-SUB ALEM DA
      *    QTDE = CURSO FORA DO CATALOGO OU ENCERRADO)
      *--------------------------------------------------------------*
       032-PROCURAR-CURSO-ALUNO.

           MOVE 1  TO  WS-CURSO-SUB
           PERFORM 033-AVANCAR-CURSO
               UNTIL WS-CURSO-SUB > WS-QTD-CURSO
                  OR WS-TC-CURSO (WS-CURSO-SUB) =
                     WS-CURSO-S OF REG-CADALU
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE CURSOS
      *--------------------------------------------------------------*
       033-AVANCAR-CURSO.

           ADD 1  TO  WS-CURSO-SUB
           .
      *--------------------------------------------------------------*
      *    GERAR A CARTA DE AVISO DO REAJUSTE COM O ENDERECO DO
      *    CADEND E GRAVA-LA NA MALADIR; ALUNO SEM CADEND OU COM
      *    ENDERECO DEVOLVIDO PELOS CORREIOS SAI NA EXCECAO DO SYSOUT
      *--------------------------------------------------------------*
       040-GERAR-CARTA.

           MOVE WS-NUMERO-S OF REG-CADALU  TO
                WS-NUMERO-D OF REG-CADEND
           READ CADEND
           IF WS-FS-END = '23'
              ADD 1  TO  WS-CTSEMEND
              DISPLAY ' *** SEM ENDERECO NO CADEND - MATR. '
                      WS-NUMERO-S OF REG-CADALU ' ***'
              GO TO 040-GERAR-FIM
           END-IF
           IF WS-FS-END NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
              MOVE  WS-FS-END                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF END-DEVOLVIDO OF REG-CADEND
              ADD 1  TO  WS-CTDEVOL
              DISPLAY ' *** ENDERECO DEVOLVIDO     - MATR. '
                      WS-NUMERO-S OF REG-CADALU ' ***'
              GO TO 040-GERAR-FIM
           END-IF

           MOVE WS-RESPON-D OF REG-CADEND  TO  WS-CARTA-RESPON-N
           MOVE WS-ENDER-D OF REG-CADEND   TO  WS-CARTA-ENDER-N
           MOVE WS-CIDADE-D OF REG-CADEND  TO  WS-CARTA-CIDADE-N
           MOVE WS-UF-D OF REG-CADEND      TO  WS-CARTA-UF-N
           MOVE WS-CEP-D OF REG-CADEND     TO  WS-CARTA-CEP-N

           MOVE WS-NOME-S OF REG-CADALU    TO  WS-CARTA-NOME-N
           MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-CARTA-MAT-N
           MOVE WS-CURSO-S OF REG-CADALU   TO  WS-CARTA-CURSO-N
           MOVE WS-TC-ATUAL (WS-CURSO-SUB) TO  WS-CARTA-ATUAL-N
           MOVE WS-TC-NOVA (WS-CURSO-SUB)  TO  WS-CARTA-NOVA-N
           MOVE WS-TC-PCT (WS-CURSO-SUB)   TO  WS-CARTA-PCT-N

           MOVE SPACES  TO  REG-MALADIR
           MOVE ZEROS   TO  WS-QTD-LIN-MD
           MOVE WS-CARTA-DATA     TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-RESPON   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-ENDER    TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-TEXTO1   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-ALUNO    TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-VALORES  TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-VIGENCIA TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-TEXTO2   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-TEXTO3   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-RODAPE   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA

           MOVE WS-CEP-D OF REG-CADEND      TO  WS-CEP-MD
           MOVE WS-UF-D OF REG-CADEND       TO  WS-UF-MD
           MOVE WS-NUMERO-S OF REG-CADALU   TO  WS-NUMERO-MD
           MOVE WS-PROGID                   TO  WS-ORIGEM-MD
           COMPUTE WS-DATA-MD = 20000000 + WS-DTSYS
           WRITE REG-MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MALADIR'  TO  WS-MSG
              MOVE WS-FS-MAL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTCARTA
           .
       040-GERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GUARDAR A LINHA MONTADA NA PROXIMA LINHA DA PAGINA
      *--------------------------------------------------------------*
       046-GUARDAR-LINHA.

           ADD 1  TO  WS-QTD-LIN-MD
           MOVE WS-LINHA-CARTA  TO  WS-LINHA-MD (WS-QTD-LIN-MD)
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RELATORIO DE IMPACTO: UMA LINHA POR CURSO E OS
      *    TOTAIS DA RECEITA MENSAL ANTES E DEPOIS DO REAJUSTE
      *--------------------------------------------------------------*
       050-IMPRIMIR-IMPACTO.

           MOVE 1  TO  WS-CURSO-SUB
           PERFORM 052-IMPRIMIR-CURSO
               UNTIL WS-CURSO-SUB > WS-QTD-CURSO

           IF WS-CTLIN > 50
              PERFORM 058-IMPCAB
           END-IF
           WRITE REG-RELREAJ  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREAJ'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'ALUNOS ATIVOS NOS CURSOS DO CATALOGO    '
                                       TO  WS-ROTULO-Q
           COMPUTE WS-QTD-Q = WS-CTATIVO - WS-CTFORACAT
           PERFORM 056-GRAVAR-TOTAL-QTD
           MOVE 'CURSOS REAJUSTADOS                      '
                                       TO  WS-ROTULO-Q
           MOVE WS-CTREAJ              TO  WS-QTD-Q
           PERFORM 056-GRAVAR-TOTAL-QTD
           MOVE 'RECEITA MENSAL ATUAL (TABELA X ATIVOS)  '
                                       TO  WS-ROTULO-T
           MOVE WS-REC-ATUAL           TO  WS-VALOR-T
           PERFORM 054-GRAVAR-TOTAL
           MOVE 'RECEITA MENSAL REAJUSTADA               '
                                       TO  WS-ROTULO-T
           MOVE WS-REC-NOVA            TO  WS-VALOR-T
           PERFORM 054-GRAVAR-TOTAL
           MOVE 'VARIACAO DA RECEITA MENSAL              '
                                       TO  WS-ROTULO-T
           MOVE WS-REC-VARIACAO        TO  WS-VALOR-T
           PERFORM 054-GRAVAR-TOTAL

           IF WS-CTJAREAJ > ZEROS
              WRITE REG-RELREAJ  FROM  WS-REG-LEGENDA
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO RELREAJ'  TO  WS-MSG
                 MOVE WS-FS-REL                      TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM CURSO E ACUMULAR A RECEITA MENSAL
      *    DE TABELA (MENSALIDADE X ALUNOS ATIVOS)
      *--------------------------------------------------------------*
       052-IMPRIMIR-CURSO.

           MOVE WS-TC-CURSO (WS-CURSO-SUB)   TO  WS-CURSO-R
           MOVE WS-TC-NOME (WS-CURSO-SUB)    TO  WS-NOME-R
           MOVE WS-TC-PCT (WS-CURSO-SUB)     TO  WS-PCT-R
           MOVE WS-TC-ATUAL (WS-CURSO-SUB)   TO  WS-ATUAL-R
           MOVE WS-TC-NOVA (WS-CURSO-SUB)    TO  WS-NOVA-R
           MOVE WS-TC-ATIVOS (WS-CURSO-SUB)  TO  WS-ATIVOS-R
           IF TC-JA-REAJUSTADO (WS-CURSO-SUB)
              MOVE 'JA'                      TO  WS-OBS-R
           ELSE
              MOVE SPACES                    TO  WS-OBS-R
           END-IF

           COMPUTE WS-REC-CURSO = WS-TC-ATUAL (WS-CURSO-SUB)
                                * WS-TC-ATIVOS (WS-CURSO-SUB)
           ADD WS-REC-CURSO  TO  WS-REC-ATUAL
           COMPUTE WS-REC-CURSO = WS-TC-NOVA (WS-CURSO-SUB)
                                * WS-TC-ATIVOS (WS-CURSO-SUB)
           ADD WS-REC-CURSO  TO  WS-REC-NOVA
           COMPUTE WS-REC-CURSO = (WS-TC-NOVA (WS-CURSO-SUB)
                                 - WS-TC-ATUAL (WS-CURSO-SUB))
                                * WS-TC-ATIVOS (WS-CURSO-SUB)
           ADD WS-REC-CURSO  TO  WS-REC-VARIACAO
           MOVE WS-REC-CURSO                 TO  WS-VARIACAO-R

           IF WS-CTLIN > 55
              PERFORM 058-IMPCAB
           END-IF

           WRITE REG-RELREAJ  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREAJ'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF

           ADD 1  TO  WS-CURSO-SUB
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE TOTAL EM VALOR
      *--------------------------------------------------------------*
       054-GRAVAR-TOTAL.

           WRITE REG-RELREAJ  FROM  WS-REG-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREAJ'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE TOTAL EM QUANTIDADE
      *--------------------------------------------------------------*
       056-GRAVAR-TOTAL-QTD.

           WRITE REG-RELREAJ  FROM  WS-REG-TOTAL-QTD
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREAJ'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       058-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELREAJ FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELREAJ FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELREAJ FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELREAJ FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CADASTRO DE MENSALIDADES (EFETIVACAO)
      *--------------------------------------------------------------*
       060-LER-MENSALU.

           READ MENSALU  NEXT RECORD

           IF WS-FS-MEN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                    TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-MEN = '00'
                 ADD   1  TO  WS-CTMENLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    COBRANCA JA GERADA DA VIGENCIA EM DIANTE, EM ABERTO E SEM
      *    NENHUM PAGAMENTO, DE ALUNO DE CURSO REAJUSTADO: PASSA A
      *    MENSALIDADE NOVA. COMPETENCIA ANTERIOR A VIGENCIA, COBRANCA
      *    COM PAGAMENTO PARCIAL OU FORA DE ABERTO NAO E TOCADA
      *--------------------------------------------------------------*
       062-REPRECIFICAR-MENSALU.

           IF MENS-ABERTA OF REG-MENSALU
              AND WS-COMPET-M OF REG-MENSALU NOT < WS-VIGENCIA-N
              AND WS-VALOR-PAGO-M OF REG-MENSALU = ZEROS
              PERFORM 064-REPRECIFICAR THRU 064-REPRECIFICAR-FIM
           END-IF

           PERFORM 060-LER-MENSALU
           .
      *--------------------------------------------------------------*
      *    REPRECIFICAR A COBRANCA NA PROPORCAO DA MENSALIDADE NOVA
      *    DO CURSO SOBRE A ATUAL, PRESERVANDO A PROPORCAO DE BOLSA E
      *    DE CONVENIO (COMO O 039-REPRECIFICAR DO CGPRG155), COM
      *    DIARIO NO MSTJRNL E O ACRESCIMO FATURADO NO CTBFILA
      *--------------------------------------------------------------*
       064-REPRECIFICAR.

           MOVE WS-NUMERO-M OF REG-MENSALU  TO
                WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              GO TO 064-REPRECIFICAR-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 032-PROCURAR-CURSO-ALUNO
           IF WS-CURSO-SUB > WS-QTD-CURSO
              GO TO 064-REPRECIFICAR-FIM
           END-IF
           IF NOT TC-REAJUSTA (WS-CURSO-SUB)
              GO TO 064-REPRECIFICAR-FIM
           END-IF

           MOVE REG-MENSALU                  TO  WS-IMAGEM-ANTES
           MOVE WS-VALOR-M OF REG-MENSALU    TO  WS-VALOR-ANT

           IF WS-VALOR-BRUTO-M OF REG-MENSALU NUMERIC
              AND WS-VALOR-BRUTO-M OF REG-MENSALU > ZEROS
              COMPUTE WS-VALOR-BRUTO-M OF REG-MENSALU ROUNDED =
                      WS-VALOR-BRUTO-M OF REG-MENSALU
                    * WS-TC-NOVA (WS-CURSO-SUB)
                    / WS-TC-ATUAL (WS-CURSO-SUB)
              IF WS-DESC-BOLSA-M OF REG-MENSALU NUMERIC
                 COMPUTE WS-DESC-BOLSA-M OF REG-MENSALU ROUNDED =
                         WS-DESC-BOLSA-M OF REG-MENSALU
                       * WS-TC-NOVA (WS-CURSO-SUB)
                       / WS-TC-ATUAL (WS-CURSO-SUB)
              END-IF
           END-IF
           COMPUTE WS-VALOR-M OF REG-MENSALU ROUNDED =
                   WS-VALOR-M OF REG-MENSALU
                 * WS-TC-NOVA (WS-CURSO-SUB)
                 / WS-TC-ATUAL (WS-CURSO-SUB)

           REWRITE REG-MENSALU
           IF WS-FS-MEN NOT = '00'
              MOVE 'ERRO NA REGRAVACAO DO MENSALU'  TO WS-MSG
              MOVE  WS-FS-MEN                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           PERFORM 066-JORNALIZAR
           ADD 1  TO  WS-CTREPREC

           IF WS-VALOR-M OF REG-MENSALU > WS-VALOR-ANT
              COMPUTE WS-VALOR-CTB = WS-VALOR-M OF REG-MENSALU
                                   - WS-VALOR-ANT
              ADD WS-VALOR-CTB  TO  WS-VAL-REPREC
              MOVE WS-NUMERO-M OF REG-MENSALU  TO  WS-REFER-NUM-CTB
              MOVE WS-COMPET-M OF REG-MENSALU  TO  WS-REFER-SUB-CTB
              PERFORM 067-ENFILEIRAR-CONTABIL
           END-IF
           .
       064-REPRECIFICAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR A REGRAVACAO DA COBRANCA NO DIARIO COMUM DE MESTRES
      *--------------------------------------------------------------*
       066-JORNALIZAR.

           MOVE SPACES            TO  REG-MSTJRNL
           MOVE 'MENSALU '        TO  WS-ARQ-MJ
           SET JRN-REGRAVACAO     TO  TRUE
           MOVE WS-NUMERO-M OF REG-MENSALU  TO  WS-CHAVE-MJ (1:5)
           MOVE WS-COMPET-M OF REG-MENSALU  TO  WS-CHAVE-MJ (6:6)
           MOVE WS-OPER-IN        TO  WS-OPER-MJ
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           MOVE WS-IMAGEM-ANTES   TO  WS-ANTES-MJ
           MOVE REG-MENSALU       TO  WS-DEPOIS-MJ

           WRITE REG-MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MSTJRNL'  TO WS-MSG
              MOVE  WS-FS-JRN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O ACRESCIMO FATURADO (EVENTO FAT, NA DATA DE
      *    REFERENCIA) NA FILA DA CONTABILIDADE, LIDA PELO CGPRG172
      *--------------------------------------------------------------*
       067-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE 'FAT'           TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DATA-REF-N   TO  WS-DATA-QC
           MOVE WS-VALOR-CTB    TO  WS-VALOR-QC
           MOVE WS-REFER-CTB    TO  WS-REFER-QC

           WRITE REG-CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTCONTAB
           .
      *--------------------------------------------------------------*
      *    REGRAVAR NO CURSOTAB A MENSALIDADE NOVA DO CURSO REAJUSTADO
      *    COM O ANO DA VIGENCIA - FEITO POR ULTIMO, DEPOIS DAS
      *    CARTAS E DAS COBRANCAS
      *--------------------------------------------------------------*
       068-REGRAVAR-CURSO.

           IF TC-REAJUSTA (WS-CURSO-SUB)
              MOVE WS-TC-CURSO (WS-CURSO-SUB)
                                 TO  WS-CURSO-CT OF REG-CURSOTAB
              READ CURSOTAB
              IF WS-FS-CUR NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE WS-TC-NOVA (WS-CURSO-SUB)
                                 TO  WS-MENSAL-CT OF REG-CURSOTAB
              MOVE WS-VIG-ANO    TO  WS-ANO-REAJ-CT OF REG-CURSOTAB
              REWRITE REG-CURSOTAB
              IF WS-FS-CUR NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                        TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTCURGRAV
           END-IF

           ADD 1  TO  WS-CURSO-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG175        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CURSOS LIDOS      - CURSOTAB = ' WS-CTCURSO
           DISPLAY ' * CURSOS ATIVOS                = ' WS-QTD-CURSO
           DISPLAY ' * CURSOS A REAJUSTAR           = ' WS-CTREAJ
           DISPLAY ' * CURSOS JA REAJUSTADOS NO ANO = ' WS-CTJAREAJ
           DISPLAY ' * ALUNOS LIDOS      - CADALU   = ' WS-CTLIDO
           DISPLAY ' * ALUNOS ATIVOS                = ' WS-CTATIVO
           DISPLAY ' * ATIVOS FORA DO CATALOGO      = ' WS-CTFORACAT
           MOVE WS-REC-VARIACAO  TO  WS-VALOR-E
           DISPLAY ' * VARIACAO DA RECEITA MENSAL   = ' WS-VALOR-E
           IF MODO-EFETIVACAO
              DISPLAY ' * CARTAS GRAVADAS   - MALADIR  = ' WS-CTCARTA
              DISPLAY ' * SEM ENDERECO NO CADEND      = ' WS-CTSEMEND
              DISPLAY ' * ENDERECO DEVOLVIDO          = ' WS-CTDEVOL
              DISPLAY ' * COBRANCAS LIDAS   - MENSALU  = '
                      WS-CTMENLIDO
              DISPLAY ' * COBRANCAS REPRECIFICADAS     = '
                      WS-CTREPREC
              MOVE WS-VAL-REPREC  TO  WS-VALOR-E
              DISPLAY ' * ACRESCIMO NAS COBRANCAS      = ' WS-VALOR-E
              DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = '
                      WS-CTCONTAB
              DISPLAY ' * CURSOS REGRAVADOS - CURSOTAB = '
                      WS-CTCURGRAV
           END-IF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF MODO-EFETIVACAO AND WS-CTREAJ NOT = WS-CTCURGRAV
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - REAJ. X REGRAVADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-EFETIVACAO
              CLOSE  CADEND
              IF WS-FS-END  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CADEND'  TO WS-MSG
                 MOVE   WS-FS-END                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              CLOSE  MENSALU
              IF WS-FS-MEN  NOT = '00'
                 MOVE  'ERRO AO FECHAR O MENSALU'  TO WS-MSG
                 MOVE   WS-FS-MEN                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              CLOSE  MALADIR
              IF WS-FS-MAL  NOT = '00'
                 MOVE  'ERRO AO FECHAR O MALADIR'  TO WS-MSG
                 MOVE   WS-FS-MAL                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              CLOSE  MSTJRNL
              IF WS-FS-JRN  NOT = '00'
                 MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
                 MOVE   WS-FS-JRN                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              CLOSE  CTBFILA
              IF WS-FS-CTB  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
                 MOVE   WS-FS-CTB                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELREAJ
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELREAJ'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG175        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG175 <
