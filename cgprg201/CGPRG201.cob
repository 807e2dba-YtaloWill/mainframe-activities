       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG201.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EFETIVIDADE DAS OPERACOES DE FISCALIZACAO (BLITZ)
      *           - "A BLITZ FUNCIONA?" COM NUMERO. PARA CADA
      *           OPERACAO DO FISCOPER (COPY FISCOPC - CGPRG200) COM
      *           DATA NO PERIODO DO CARTAO, CONTA NO ACIDDET OS
      *           ACIDENTES E OBITOS DA MESMA FAIXA HORARIA (FAIXAS
      *           DO CGPRG104) NAS N SEMANAS ANTES E NAS N SEMANAS
      *           DEPOIS DA OPERACAO (O DIA DA OPERACAO FICA FORA
      *           DAS DUAS JANELAS):
      *           - LOCAL    = A CIDADE DA OPERACAO;
      *           - CONTROLE = AS CIDADES DA MESMA UF (MUNTAB) SEM
      *             NENHUMA OPERACAO NO PERIODO DAS DUAS JANELAS.
      *           A VARIACAO LOCAL MENOS A VARIACAO DO CONTROLE E O
      *           EFEITO EM PONTOS PERCENTUAIS: QUEDA REAL (EFEITO
      *           ATE -10 PP), EM LINHA, OU SEM EFEITO (+10 PP OU
      *           MAIS). O RELEFI TRAZ UMA OPERACAO POR BLOCO, NA
      *           ORDEM DO CADASTRO (CIDADE+DATA), E O RESUMO POR
      *           TIPO DE OPERACAO, PARA O PLANEJAMENTO DECIDIR
      *           ONDE MANDAR AS EQUIPES. OPERACAO CUJA JANELA
      *           POSTERIOR AINDA NAO TERMINOU SAI COMO JANELA
      *           ABERTA E FICA FORA DO RESUMO.
      *           DIAS CORRIDOS PELO NUMERO DO DIA DESDE 01/01/0001
      *           (CALENDARIO GREGORIANO, SEM FUNCAO INTRINSECA).
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-08 DATA INICIAL DAS OPERACOES (AAAAMMDD)
      *   POS 09-16 DATA FINAL DAS OPERACOES (AAAAMMDD)
      *   POS 17    SEMANAS DE CADA JANELA (1 A 8 - BRANCO/ZERO = 4)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010223  PROGRAMA CRIADO - EFETIVIDADE DAS
      *                          OPERACOES DE FISCALIZACAO
      *  V02    OUT/2026 010227  CIDADE DAS TABELAS E DO RELEFI COM OS 7
      *                          DIGITOS DO CODIGO IBGE
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
           SELECT FISCOPER ASSIGN TO FISCOPEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-FO OF REG-FISCOPER
                  FILE STATUS   IS WS-FS-FIS
           .
           SELECT ACIDDET ASSIGN TO ACIDDETJ
                  FILE STATUS   IS WS-FS-DET
           .
           SELECT MUNTAB ASSIGN TO MUNTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-M OF REG-MUNTAB
                  FILE STATUS   IS WS-FS-MUN
           .
           SELECT RELEFI ASSIGN TO RELEFIJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  FISCOPER
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FISCOPER.
           COPY FISCOPC.
       FD  ACIDDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDDET.
           COPY ACIDDETC.
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTAB.
           COPY MUNTABC.
       FD  RELEFI
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELEFI             PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTFIS-LIDO          PIC 9(05) VALUE ZEROS.
           05  WS-CTFIS-SEL           PIC 9(03) VALUE ZEROS.
           05  WS-CTDET-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTDET-JANELA        PIC 9(07) VALUE ZEROS.
           05  WS-CTABERTA            PIC 9(03) VALUE ZEROS.
           05  WS-CTIMPR              PIC 9(03) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-FIS              PIC X(02).
           05  WS-FS-DET              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG201'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-SUB2                PIC 9(03) COMP.
           05  WS-SUB-TIPO            PIC 9(01) COMP.
           05  WS-BANDA-SUB           PIC 9(01).
           05  WS-HORA-N              PIC 9(04).
           05  WS-DIAS-JANELA         PIC 9(03).
           05  WS-DN-HOJE             PIC 9(07).
           05  WS-DN-ACID             PIC 9(07).
           05  WS-DN-MENOR            PIC 9(07).
           05  WS-DN-MAIOR            PIC 9(07).
           05  WS-DN-INI              PIC 9(07).
           05  WS-DN-FIM              PIC 9(07).
           05  WS-CIDADE-CACHE        PIC 9(07) VALUE ZEROS.
           05  WS-UF-ACID             PIC X(02) VALUE SPACES.
           05  WS-SW-CIDADE-OPER      PIC X(01).
               88 CIDADE-COM-OPERACAO     VALUE 'S'.
           05  WS-SW-CONTROLE         PIC X(01).
               88 CIDADE-CONTROLE         VALUE 'S'.

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

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-DATA-INI-IN         PIC 9(08).
           05  WS-DATA-FIM-IN         PIC 9(08).
           05  WS-SEMANAS-IN          PIC X(01).
           05  WS-SEMANAS-N   REDEFINES  WS-SEMANAS-IN
                                      PIC 9(01).

      *-----> OPERACOES DO PERIODO (ATE 300) COM AS CONTAGENS DAS
      *       JANELAS ANTES/DEPOIS - LOCAL E CONTROLE
       01  WS-TAB-OPER.
           05  WS-QTD-OPER            PIC 9(03)  VALUE ZEROS.
           05  WS-OP-OCOR             OCCURS 300 TIMES.
               10  WS-OP-CIDADE       PIC 9(07).
               10  WS-OP-NOME         PIC X(20).
               10  WS-OP-UF           PIC X(02).
               10  WS-OP-DATA         PIC 9(08).
               10  WS-OP-DN           PIC 9(07).
               10  WS-OP-FAIXA        PIC 9(01).
               10  WS-OP-TIPO         PIC X(01).
               10  WS-OP-HORAS        PIC 9(03)V9.
               10  WS-OP-VEIC         PIC 9(05).
               10  WS-OP-TESTES       PIC 9(05).
               10  WS-OP-INFRAC       PIC 9(05).
               10  WS-OP-ABERTA       PIC X(01).
               10  WS-OP-ACID-ANT     PIC 9(04).
               10  WS-OP-ACID-DEP     PIC 9(04).
               10  WS-OP-OBIT-ANT     PIC 9(04).
               10  WS-OP-OBIT-DEP     PIC 9(04).
               10  WS-OP-CTL-ANT      PIC 9(05).
               10  WS-OP-CTL-DEP      PIC 9(05).

      *-----> CIDADES COM ALGUMA OPERACAO CARREGADA (ATE 300): A
      *       CIDADE FORA DESTA LISTA E CONTROLE DE QUALQUER OPERACAO
      *       DA SUA UF
       01  WS-TAB-CID-OPER.
           05  WS-QTD-CID-OPER        PIC 9(03)  VALUE ZEROS.
           05  WS-CID-OPER            PIC 9(07)  OCCURS 300 TIMES.

      *-----> RESUMO POR TIPO (1=BAFOMETRO 2=VELOCIDADE 3=MISTA)
       01  WS-TAB-TIPO.
           05  WS-TP-OCOR             OCCURS 3 TIMES.
               10  WS-TP-QTD          PIC 9(03).
               10  WS-TP-ACID-ANT     PIC 9(05).
               10  WS-TP-ACID-DEP     PIC 9(05).
               10  WS-TP-OBIT-ANT     PIC 9(05).
               10  WS-TP-OBIT-DEP     PIC 9(05).
               10  WS-TP-CTL-ANT      PIC 9(07).
               10  WS-TP-CTL-DEP      PIC 9(07).
       01  WS-TAB-TIPO-NOME.
           05  FILLER                 PIC X(10) VALUE 'BAFOMETRO '.
           05  FILLER                 PIC X(10) VALUE 'VELOCIDADE'.
           05  FILLER                 PIC X(10) VALUE 'MISTA     '.
       01  FILLER  REDEFINES  WS-TAB-TIPO-NOME.
           05  WS-TIPO-NOME           PIC X(10)  OCCURS 3 TIMES.
       01  WS-TAB-FAIXA-NOME.
           05  FILLER                 PIC X(09) VALUE 'MADRUGADA'.
           05  FILLER                 PIC X(09) VALUE 'MANHA    '.
           05  FILLER                 PIC X(09) VALUE 'TARDE    '.
           05  FILLER                 PIC X(09) VALUE 'NOITE    '.
       01  FILLER  REDEFINES  WS-TAB-FAIXA-NOME.
           05  WS-FAIXA-NOME          PIC X(09)  OCCURS 4 TIMES.

      *-----> CALCULO DA VARIACAO E DO EFEITO
       01  WS-CALC.
           05  WS-BASE-ANT            PIC 9(07).
           05  WS-BASE-DEP            PIC 9(07).
           05  WS-VAR-CALC            PIC S9(05)V9.
           05  WS-VAR-LOCAL           PIC S9(05)V9.
           05  WS-VAR-CTL             PIC S9(05)V9.
           05  WS-EFEITO              PIC S9(05)V9.
           05  WS-SW-VAR              PIC X(01).
           05  WS-SW-VAR-LOCAL        PIC X(01).
               88 VAR-LOCAL-OK            VALUE 'S'.
           05  WS-SW-VAR-CTL          PIC X(01).
               88 VAR-CTL-OK              VALUE 'S'.
           05  WS-PCT-ED              PIC +ZZZ9,9.
           05  WS-VAR-TXT             PIC X(08).
           05  WS-EFEITO-TXT          PIC X(07).
           05  WS-PARECER             PIC X(12).

      *-----> DADOS DE SAIDA - RELATORIO DE EFETIVIDADE
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'EFETIVIDADE DAS OPERACOES DE FISCALIZACA'.
           05 FILLER              PIC X(40) VALUE
              'O - ACIDENTES ANTES X DEPOIS'.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'OPERACOES: '.
           05 WS-DT-INI-CAB       PIC X(10).
           05 FILLER              PIC X(03) VALUE ' A '.
           05 WS-DT-FIM-CAB       PIC X(10).
           05 FILLER              PIC X(12) VALUE '  JANELAS: '.
           05 WS-SEMANAS-CAB      PIC 9(01).
           05 FILLER              PIC X(42) VALUE
              ' SEMANA(S) ANTES E DEPOIS, MESMA FAIXA HOR'.
           05 FILLER              PIC X(30) VALUE
              'ARIA; CONTROLE = MESMA UF     '.
       01  WS-LIN-OPER.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-RO        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-RO          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-RO          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FAIXA-RO         PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIPO-RO          PIC X(10).
           05 FILLER              PIC X(07) VALUE ' HORAS '.
           05 WS-HORAS-RO         PIC ZZ9,9.
           05 FILLER              PIC X(07) VALUE ' ABORD '.
           05 WS-VEIC-RO          PIC ZZZZ9.
           05 FILLER              PIC X(08) VALUE ' TESTES '.
           05 WS-TESTES-RO        PIC ZZZZ9.
           05 FILLER              PIC X(08) VALUE ' INFRAC '.
           05 WS-INFRAC-RO        PIC ZZZZ9.
           05 FILLER              PIC X(09) VALUE SPACES.
       01  WS-LIN-RESULT.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'LOCAL ACID '.
           05 WS-ACID-ANT-RR      PIC ZZ9.
           05 FILLER              PIC X(02) VALUE '->'.
           05 WS-ACID-DEP-RR      PIC ZZ9.
           05 FILLER              PIC X(06) VALUE ' OBIT '.
           05 WS-OBIT-ANT-RR      PIC ZZ9.
           05 FILLER              PIC X(02) VALUE '->'.
           05 WS-OBIT-DEP-RR      PIC ZZ9.
           05 FILLER              PIC X(05) VALUE ' VAR '.
           05 WS-VAR-LOCAL-RR     PIC X(08).
           05 FILLER              PIC X(11) VALUE '  CONTROLE '.
           05 WS-CTL-ANT-RR       PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE '->'.
           05 WS-CTL-DEP-RR       PIC ZZZZ9.
           05 FILLER              PIC X(05) VALUE ' VAR '.
           05 WS-VAR-CTL-RR       PIC X(08).
           05 FILLER              PIC X(08) VALUE ' EFEITO '.
           05 WS-EFEITO-RR        PIC X(07).
           05 FILLER              PIC X(04) VALUE ' PP '.
           05 WS-PARECER-RR       PIC X(12).
       01  WS-LIN-TIPO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIPO-RT          PIC X(10).
           05 FILLER              PIC X(04) VALUE ' OP '.
           05 WS-QTD-RT           PIC ZZ9.
           05 FILLER              PIC X(06) VALUE ' ACID '.
           05 WS-ACID-ANT-RT      PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE '->'.
           05 WS-ACID-DEP-RT      PIC ZZZZ9.
           05 FILLER              PIC X(06) VALUE ' OBIT '.
           05 WS-OBIT-ANT-RT      PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE '->'.
           05 WS-OBIT-DEP-RT      PIC ZZZZ9.
           05 FILLER              PIC X(05) VALUE ' VAR '.
           05 WS-VAR-LOCAL-RT     PIC X(08).
           05 FILLER              PIC X(14) VALUE ' CONTROLE VAR '.
           05 WS-VAR-CTL-RT       PIC X(08).
           05 FILLER              PIC X(08) VALUE ' EFEITO '.
           05 WS-EFEITO-RT        PIC X(07).
           05 FILLER              PIC X(04) VALUE ' PP '.
           05 WS-PARECER-RT       PIC X(12).
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TITULO-T         PIC X(119).

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
       000-CGPRG201.

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-OPERACAO UNTIL WS-FS-FIS = '10'
           IF WS-QTD-OPER > ZEROS
              PERFORM 030-LER-ACIDDET
              PERFORM 040-TRATAR-ACIDENTE UNTIL WS-FS-DET = '10'
           END-IF
           PERFORM 070-IMPRIMIR-OPERACOES
           PERFORM 080-IMPRIMIR-RESUMO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG201 - EFETIVIDADE DAS BLITZ       *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-SEMANAS-IN = SPACES OR WS-SEMANAS-IN = '0'
              MOVE 4  TO  WS-SEMANAS-N
           END-IF
           DISPLAY ' * OPERACOES DE : ' WS-DATA-INI-IN ' A '
                   WS-DATA-FIM-IN ' JANELA(SEMANAS): ' WS-SEMANAS-N
           IF WS-DATA-INI-IN NOT NUMERIC
              OR WS-DATA-FIM-IN NOT NUMERIC
              OR WS-DATA-INI-IN = ZEROS
              OR WS-DATA-FIM-IN < WS-DATA-INI-IN
              MOVE  'PERIODO DAS OPERACOES ERRADO'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-SEMANAS-N NOT NUMERIC OR WS-SEMANAS-N > 8
              MOVE  'SEMANAS DA JANELA ERRADAS'  TO WS-MSG
              MOVE  '  '                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           COMPUTE WS-DIAS-JANELA = WS-SEMANAS-N * 7

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           MOVE WS-DTSYS  TO  WS-DN-DATA
           PERFORM 060-CALCULAR-DIA
           MOVE WS-DN-NUM  TO  WS-DN-HOJE
           MOVE 9999999    TO  WS-DN-MENOR
           MOVE ZEROS      TO  WS-DN-MAIOR
           MOVE ZEROS      TO  WS-TAB-TIPO

           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DATA-CAB
           MOVE WS-DATA-INI-IN  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DT-INI-CAB
           MOVE WS-DATA-FIM-IN  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DT-FIM-CAB
           MOVE WS-SEMANAS-N  TO  WS-SEMANAS-CAB

           OPEN INPUT FISCOPER
           IF WS-FS-FIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT ACIDDET
           IF WS-FS-DET  NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DET                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELEFI
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELEFI'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-FISCOPER
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
      *    CARREGAR UMA OPERACAO DO PERIODO NA TABELA, COM AS
      *    JANELAS EM NUMERO DO DIA
      *--------------------------------------------------------------*
       020-CARREGAR-OPERACAO.

           IF WS-DATA-FO < WS-DATA-INI-IN
              OR WS-DATA-FO > WS-DATA-FIM-IN
              GO TO 020-CARREGAR-LER
           END-IF

           IF WS-QTD-OPER = 300
              MOVE  'OPERACOES DEMAIS NO PERIODO'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-OPER
           ADD 1  TO  WS-CTFIS-SEL
           MOVE WS-QTD-OPER   TO  WS-SUB
           MOVE WS-CIDADE-FO  TO  WS-OP-CIDADE (WS-SUB)
           MOVE WS-DATA-FO    TO  WS-OP-DATA (WS-SUB)
           MOVE WS-FAIXA-FO   TO  WS-OP-FAIXA (WS-SUB)
           MOVE WS-TIPO-FO    TO  WS-OP-TIPO (WS-SUB)
           MOVE WS-HORAS-FO   TO  WS-OP-HORAS (WS-SUB)
           MOVE WS-VEIC-FO    TO  WS-OP-VEIC (WS-SUB)
           MOVE WS-TESTES-FO  TO  WS-OP-TESTES (WS-SUB)
           MOVE WS-INFRAC-FO  TO  WS-OP-INFRAC (WS-SUB)
           MOVE ZEROS         TO  WS-OP-ACID-ANT (WS-SUB)
           MOVE ZEROS         TO  WS-OP-ACID-DEP (WS-SUB)
           MOVE ZEROS         TO  WS-OP-OBIT-ANT (WS-SUB)
           MOVE ZEROS         TO  WS-OP-OBIT-DEP (WS-SUB)
           MOVE ZEROS         TO  WS-OP-CTL-ANT (WS-SUB)
           MOVE ZEROS         TO  WS-OP-CTL-DEP (WS-SUB)

           MOVE WS-CIDADE-FO  TO  WS-CIDADE-M OF REG-MUNTAB
           READ MUNTAB
           IF WS-FS-MUN NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
              MOVE  WS-FS-MUN                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-MUN = '00'
              MOVE WS-NOME-M  TO  WS-OP-NOME (WS-SUB)
              MOVE WS-UF-M    TO  WS-OP-UF (WS-SUB)
           ELSE
              MOVE '*** NAO NO MUNTAB'  TO  WS-OP-NOME (WS-SUB)
              MOVE SPACES               TO  WS-OP-UF (WS-SUB)
           END-IF

           MOVE WS-DATA-FO  TO  WS-DN-DATA
           PERFORM 060-CALCULAR-DIA
           MOVE WS-DN-NUM   TO  WS-OP-DN (WS-SUB)
           COMPUTE WS-DN-INI = WS-DN-NUM - WS-DIAS-JANELA
           COMPUTE WS-DN-FIM = WS-DN-NUM + WS-DIAS-JANELA
           IF WS-DN-INI < WS-DN-MENOR
              MOVE WS-DN-INI  TO  WS-DN-MENOR
           END-IF
           IF WS-DN-FIM > WS-DN-MAIOR
              MOVE WS-DN-FIM  TO  WS-DN-MAIOR
           END-IF
           IF WS-DN-FIM NOT < WS-DN-HOJE
              MOVE 'S'  TO  WS-OP-ABERTA (WS-SUB)
           ELSE
              MOVE 'N'  TO  WS-OP-ABERTA (WS-SUB)
           END-IF

      *-----> LISTA DE CIDADES COM OPERACAO (SEM REPETIR)
           MOVE 1  TO  WS-SUB2
           PERFORM 022-LOCALIZAR-CIDADE
               UNTIL WS-SUB2 > WS-QTD-CID-OPER
                  OR WS-CID-OPER (WS-SUB2) = WS-CIDADE-FO
           IF WS-SUB2 > WS-QTD-CID-OPER
              ADD 1  TO  WS-QTD-CID-OPER
              MOVE WS-CIDADE-FO  TO  WS-CID-OPER (WS-QTD-CID-OPER)
           END-IF
           .
       020-CARREGAR-LER.

           PERFORM 025-LER-FISCOPER
           .
      *--------------------------------------------------------------*
      *    AVANCAR NA LISTA DE CIDADES COM OPERACAO
      *--------------------------------------------------------------*
       022-LOCALIZAR-CIDADE.

           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    LER UMA OPERACAO DO FISCOPER
      *--------------------------------------------------------------*
       025-LER-FISCOPER.

           READ FISCOPER
           IF WS-FS-FIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FIS                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-FIS = '00'
              ADD 1  TO  WS-CTFIS-LIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM ACIDENTE DO ACIDDET
      *--------------------------------------------------------------*
       030-LER-ACIDDET.

           READ ACIDDET
           IF WS-FS-DET  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DET                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-DET = '00'
              ADD 1  TO  WS-CTDET-LIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR O ACIDENTE NAS JANELAS DE CADA OPERACAO DA MESMA
      *    FAIXA HORARIA: COMO LOCAL (MESMA CIDADE) OU COMO CONTROLE
      *    (MESMA UF, CIDADE SEM OPERACAO NO PERIODO)
      *--------------------------------------------------------------*
       040-TRATAR-ACIDENTE.

           MOVE WS-DATA-DT  TO  WS-DN-DATA
           IF WS-DN-MES < 1 OR WS-DN-MES > 12
              GO TO 040-TRATAR-LER
           END-IF
           PERFORM 060-CALCULAR-DIA
           MOVE WS-DN-NUM  TO  WS-DN-ACID
           IF WS-DN-ACID < WS-DN-MENOR OR WS-DN-ACID > WS-DN-MAIOR
              GO TO 040-TRATAR-LER
           END-IF
           ADD 1  TO  WS-CTDET-JANELA

           PERFORM 042-DERIVAR-BANDA
           PERFORM 044-OBTER-UF

           MOVE 'N'  TO  WS-SW-CIDADE-OPER
           MOVE 1  TO  WS-SUB2
           PERFORM 022-LOCALIZAR-CIDADE
               UNTIL WS-SUB2 > WS-QTD-CID-OPER
                  OR WS-CID-OPER (WS-SUB2) = WS-CIDADE-DT
           IF WS-SUB2 NOT > WS-QTD-CID-OPER
              MOVE 'S'  TO  WS-SW-CIDADE-OPER
           END-IF

           MOVE 1  TO  WS-SUB
           PERFORM 046-CONTAR-OPERACAO  UNTIL WS-SUB > WS-QTD-OPER
           .
       040-TRATAR-LER.

           PERFORM 030-LER-ACIDDET
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR A HORA DO ACIDENTE NA FAIXA HORARIA (MESMAS
      *    FAIXAS DO CGPRG104)
      *--------------------------------------------------------------*
       042-DERIVAR-BANDA.

           MOVE WS-HORA-DT OF REG-ACIDDET  TO  WS-HORA-N

           IF WS-HORA-N < 0600
              MOVE 1  TO  WS-BANDA-SUB
           ELSE
              IF WS-HORA-N < 1200
                 MOVE 2  TO  WS-BANDA-SUB
              ELSE
                 IF WS-HORA-N < 1800
                    MOVE 3  TO  WS-BANDA-SUB
                 ELSE
                    MOVE 4  TO  WS-BANDA-SUB
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    UF DA CIDADE DO ACIDENTE NO MUNTAB (GUARDA A ULTIMA
      *    CIDADE LIDA)
      *--------------------------------------------------------------*
       044-OBTER-UF.

           IF WS-CIDADE-DT NOT = WS-CIDADE-CACHE
              MOVE WS-CIDADE-DT  TO  WS-CIDADE-CACHE
              MOVE WS-CIDADE-DT  TO  WS-CIDADE-M OF REG-MUNTAB
              READ MUNTAB
              IF WS-FS-MUN NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
                 MOVE  WS-FS-MUN                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-MUN = '00'
                 MOVE WS-UF-M  TO  WS-UF-ACID
              ELSE
                 MOVE SPACES   TO  WS-UF-ACID
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR O ACIDENTE EM UMA OPERACAO, SE CAIR EM UMA DAS
      *    JANELAS E NA MESMA FAIXA HORARIA
      *--------------------------------------------------------------*
       046-CONTAR-OPERACAO.

           IF WS-OP-FAIXA (WS-SUB) NOT = WS-BANDA-SUB
              OR WS-DN-ACID = WS-OP-DN (WS-SUB)
              OR WS-DN-ACID + WS-DIAS-JANELA < WS-OP-DN (WS-SUB)
              OR WS-DN-ACID > WS-OP-DN (WS-SUB) + WS-DIAS-JANELA
              GO TO 046-CONTAR-PROXIMA
           END-IF

           IF WS-CIDADE-DT = WS-OP-CIDADE (WS-SUB)
              IF WS-DN-ACID < WS-OP-DN (WS-SUB)
                 ADD 1  TO  WS-OP-ACID-ANT (WS-SUB)
                 ADD WS-QTD-OBIT-DT  TO  WS-OP-OBIT-ANT (WS-SUB)
              ELSE
                 ADD 1  TO  WS-OP-ACID-DEP (WS-SUB)
                 ADD WS-QTD-OBIT-DT  TO  WS-OP-OBIT-DEP (WS-SUB)
              END-IF
              GO TO 046-CONTAR-PROXIMA
           END-IF

           IF WS-UF-ACID = SPACES OR WS-UF-ACID NOT = WS-OP-UF (WS-SUB)
              GO TO 046-CONTAR-PROXIMA
           END-IF

           MOVE 'S'  TO  WS-SW-CONTROLE
           IF CIDADE-COM-OPERACAO
              MOVE 1  TO  WS-SUB2
              PERFORM 048-CONFERIR-CONTROLE
                  UNTIL WS-SUB2 > WS-QTD-OPER
                     OR NOT CIDADE-CONTROLE
           END-IF
           IF CIDADE-CONTROLE
              IF WS-DN-ACID < WS-OP-DN (WS-SUB)
                 ADD 1  TO  WS-OP-CTL-ANT (WS-SUB)
              ELSE
                 ADD 1  TO  WS-OP-CTL-DEP (WS-SUB)
              END-IF
           END-IF
           .
       046-CONTAR-PROXIMA.

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    A CIDADE DO ACIDENTE DEIXA DE SER CONTROLE SE TEVE
      *    OPERACAO DENTRO DO PERIODO DAS DUAS JANELAS
      *--------------------------------------------------------------*
       048-CONFERIR-CONTROLE.

           IF WS-OP-CIDADE (WS-SUB2) = WS-CIDADE-DT
              AND WS-OP-DN (WS-SUB2) + WS-DIAS-JANELA
                  NOT < WS-OP-DN (WS-SUB)
              AND WS-OP-DN (WS-SUB2)
                  NOT > WS-OP-DN (WS-SUB) + WS-DIAS-JANELA
              MOVE 'N'  TO  WS-SW-CONTROLE
           END-IF
           ADD 1  TO  WS-SUB2
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
      *    VARIACAO PERCENTUAL DE WS-BASE-ANT PARA WS-BASE-DEP EM
      *    WS-VAR-CALC E NO TEXTO WS-VAR-TXT (SEM ACIDENTE ANTES =
      *    S/BASE, COM WS-SW-VAR = 'N')
      *--------------------------------------------------------------*
       065-CALCULAR-VARIACAO.

           IF WS-BASE-ANT = ZEROS
              MOVE 'N'        TO  WS-SW-VAR
              MOVE ZEROS      TO  WS-VAR-CALC
              MOVE ' S/BASE'  TO  WS-VAR-TXT
           ELSE
              MOVE 'S'        TO  WS-SW-VAR
              COMPUTE WS-VAR-CALC ROUNDED =
                      (WS-BASE-DEP - WS-BASE-ANT) * 100 / WS-BASE-ANT
              MOVE WS-VAR-CALC TO  WS-PCT-ED
              MOVE SPACES      TO  WS-VAR-TXT
              MOVE WS-PCT-ED   TO  WS-VAR-TXT (1:7)
              MOVE '%'         TO  WS-VAR-TXT (8:1)
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARIACAO LOCAL (WS-BASE-xxx JA COM OS ACIDENTES DA CIDADE)
      *--------------------------------------------------------------*
       066-VARIACAO-LOCAL.

           PERFORM 065-CALCULAR-VARIACAO
           MOVE WS-VAR-CALC  TO  WS-VAR-LOCAL
           MOVE WS-SW-VAR    TO  WS-SW-VAR-LOCAL
           .
      *--------------------------------------------------------------*
      *    VARIACAO DO CONTROLE (WS-BASE-xxx JA COM O CONTROLE)
      *--------------------------------------------------------------*
       067-VARIACAO-CONTROLE.

           PERFORM 065-CALCULAR-VARIACAO
           MOVE WS-VAR-CALC  TO  WS-VAR-CTL
           MOVE WS-SW-VAR    TO  WS-SW-VAR-CTL
           .
      *--------------------------------------------------------------*
      *    EFEITO EM PONTOS PERCENTUAIS (LOCAL MENOS CONTROLE) EM
      *    WS-EFEITO-TXT E PARECER EM WS-PARECER
      *--------------------------------------------------------------*
       068-MONTAR-EFEITO.

           IF VAR-LOCAL-OK AND VAR-CTL-OK
              COMPUTE WS-EFEITO = WS-VAR-LOCAL - WS-VAR-CTL
              MOVE WS-EFEITO  TO  WS-PCT-ED
              MOVE WS-PCT-ED  TO  WS-EFEITO-TXT
              EVALUATE TRUE
                  WHEN WS-EFEITO NOT > -10
                       MOVE 'QUEDA REAL'  TO  WS-PARECER
                  WHEN WS-EFEITO NOT < +10
                       MOVE 'SEM EFEITO'  TO  WS-PARECER
                  WHEN OTHER
                       MOVE 'EM LINHA'    TO  WS-PARECER
              END-EVALUATE
           ELSE
              MOVE '    ---'   TO  WS-EFEITO-TXT
              MOVE 'SEM BASE'  TO  WS-PARECER
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM BLOCO POR OPERACAO
      *--------------------------------------------------------------*
       070-IMPRIMIR-OPERACOES.

           PERFORM 085-IMPCAB
           MOVE 'OPERACOES DO PERIODO (ACIDENTES DA FAIXA HORARIA NAS J
      -         'ANELAS ANTES -> DEPOIS)'  TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO
           IF WS-QTD-OPER = ZEROS
              MOVE 'NENHUMA OPERACAO NO PERIODO'  TO  WS-TITULO-T
              MOVE WS-LIN-TITULO  TO  REG-RELEFI
              PERFORM 088-GRAVAR-RELEFI
           END-IF

           MOVE 1  TO  WS-SUB
           PERFORM 072-IMPRIMIR-OPERACAO  UNTIL WS-SUB > WS-QTD-OPER
           .
      *--------------------------------------------------------------*
      *    DUAS LINHAS DA OPERACAO: ESFORCO E RESULTADO
      *--------------------------------------------------------------*
       072-IMPRIMIR-OPERACAO.

           IF WS-CTLIN > 53
              PERFORM 085-IMPCAB
           END-IF

           MOVE WS-OP-CIDADE (WS-SUB)   TO  WS-CIDADE-RO
           MOVE WS-OP-NOME (WS-SUB)     TO  WS-NOME-RO
           MOVE WS-OP-DATA (WS-SUB)     TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED              TO  WS-DATA-RO
           MOVE WS-OP-FAIXA (WS-SUB)    TO  WS-BANDA-SUB
           MOVE WS-FAIXA-NOME (WS-BANDA-SUB)  TO  WS-FAIXA-RO
           PERFORM 074-OBTER-TIPO
           MOVE WS-TIPO-NOME (WS-SUB-TIPO)  TO  WS-TIPO-RO
           MOVE WS-OP-HORAS (WS-SUB)    TO  WS-HORAS-RO
           MOVE WS-OP-VEIC (WS-SUB)     TO  WS-VEIC-RO
           MOVE WS-OP-TESTES (WS-SUB)   TO  WS-TESTES-RO
           MOVE WS-OP-INFRAC (WS-SUB)   TO  WS-INFRAC-RO
           MOVE WS-LIN-OPER  TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI

           MOVE WS-OP-ACID-ANT (WS-SUB) TO  WS-ACID-ANT-RR
           MOVE WS-OP-ACID-DEP (WS-SUB) TO  WS-ACID-DEP-RR
           MOVE WS-OP-OBIT-ANT (WS-SUB) TO  WS-OBIT-ANT-RR
           MOVE WS-OP-OBIT-DEP (WS-SUB) TO  WS-OBIT-DEP-RR
           MOVE WS-OP-CTL-ANT (WS-SUB)  TO  WS-CTL-ANT-RR
           MOVE WS-OP-CTL-DEP (WS-SUB)  TO  WS-CTL-DEP-RR

           MOVE WS-OP-ACID-ANT (WS-SUB) TO  WS-BASE-ANT
           MOVE WS-OP-ACID-DEP (WS-SUB) TO  WS-BASE-DEP
           PERFORM 066-VARIACAO-LOCAL
           MOVE WS-VAR-TXT              TO  WS-VAR-LOCAL-RR
           MOVE WS-OP-CTL-ANT (WS-SUB)  TO  WS-BASE-ANT
           MOVE WS-OP-CTL-DEP (WS-SUB)  TO  WS-BASE-DEP
           PERFORM 067-VARIACAO-CONTROLE
           MOVE WS-VAR-TXT              TO  WS-VAR-CTL-RR
           PERFORM 068-MONTAR-EFEITO
           MOVE WS-EFEITO-TXT           TO  WS-EFEITO-RR
           MOVE WS-PARECER              TO  WS-PARECER-RR

           IF WS-OP-ABERTA (WS-SUB) = 'S'
              MOVE 'JANELA ABER.'  TO  WS-PARECER-RR
              ADD 1  TO  WS-CTABERTA
           ELSE
              PERFORM 078-ACUMULAR-TIPO
           END-IF
           MOVE WS-LIN-RESULT  TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI
           ADD 1  TO  WS-CTIMPR

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    OCORRENCIA DO TIPO DE OPERACAO NAS TABELAS DE TIPO
      *--------------------------------------------------------------*
       074-OBTER-TIPO.

           EVALUATE WS-OP-TIPO (WS-SUB)
               WHEN 'B'   MOVE 1  TO  WS-SUB-TIPO
               WHEN 'V'   MOVE 2  TO  WS-SUB-TIPO
               WHEN OTHER MOVE 3  TO  WS-SUB-TIPO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SOMAR A OPERACAO (JANELA FECHADA) NO RESUMO DO SEU TIPO
      *--------------------------------------------------------------*
       078-ACUMULAR-TIPO.

           ADD 1                        TO  WS-TP-QTD (WS-SUB-TIPO)
           ADD WS-OP-ACID-ANT (WS-SUB)  TO  WS-TP-ACID-ANT (WS-SUB-TIPO)
           ADD WS-OP-ACID-DEP (WS-SUB)  TO  WS-TP-ACID-DEP (WS-SUB-TIPO)
           ADD WS-OP-OBIT-ANT (WS-SUB)  TO  WS-TP-OBIT-ANT (WS-SUB-TIPO)
           ADD WS-OP-OBIT-DEP (WS-SUB)  TO  WS-TP-OBIT-DEP (WS-SUB-TIPO)
           ADD WS-OP-CTL-ANT (WS-SUB)   TO  WS-TP-CTL-ANT (WS-SUB-TIPO)
           ADD WS-OP-CTL-DEP (WS-SUB)   TO  WS-TP-CTL-DEP (WS-SUB-TIPO)
           .
      *--------------------------------------------------------------*
      *    RESUMO POR TIPO DE OPERACAO (SO JANELAS FECHADAS)
      *--------------------------------------------------------------*
       080-IMPRIMIR-RESUMO.

           MOVE WS-LIN-BRANCO  TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI
           MOVE 'RESUMO POR TIPO DE OPERACAO (SO JANELAS FECHADAS)'
                               TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           MOVE 1  TO  WS-SUB-TIPO
           PERFORM 082-IMPRIMIR-TIPO  UNTIL WS-SUB-TIPO > 3
           .
      *--------------------------------------------------------------*
      *    UMA LINHA POR TIPO DE OPERACAO
      *--------------------------------------------------------------*
       082-IMPRIMIR-TIPO.

           MOVE WS-TIPO-NOME (WS-SUB-TIPO)    TO  WS-TIPO-RT
           MOVE WS-TP-QTD (WS-SUB-TIPO)       TO  WS-QTD-RT
           MOVE WS-TP-ACID-ANT (WS-SUB-TIPO)  TO  WS-ACID-ANT-RT
           MOVE WS-TP-ACID-DEP (WS-SUB-TIPO)  TO  WS-ACID-DEP-RT
           MOVE WS-TP-OBIT-ANT (WS-SUB-TIPO)  TO  WS-OBIT-ANT-RT
           MOVE WS-TP-OBIT-DEP (WS-SUB-TIPO)  TO  WS-OBIT-DEP-RT

           MOVE WS-TP-ACID-ANT (WS-SUB-TIPO)  TO  WS-BASE-ANT
           MOVE WS-TP-ACID-DEP (WS-SUB-TIPO)  TO  WS-BASE-DEP
           PERFORM 066-VARIACAO-LOCAL
           MOVE WS-VAR-TXT                    TO  WS-VAR-LOCAL-RT
           MOVE WS-TP-CTL-ANT (WS-SUB-TIPO)   TO  WS-BASE-ANT
           MOVE WS-TP-CTL-DEP (WS-SUB-TIPO)   TO  WS-BASE-DEP
           PERFORM 067-VARIACAO-CONTROLE
           MOVE WS-VAR-TXT                    TO  WS-VAR-CTL-RT
           PERFORM 068-MONTAR-EFEITO
           MOVE WS-EFEITO-TXT                 TO  WS-EFEITO-RT
           MOVE WS-PARECER                    TO  WS-PARECER-RT

           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-TIPO  TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI

           ADD 1  TO  WS-SUB-TIPO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELEFI  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELEFI'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-CAB2  TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI
           MOVE WS-HIFEN  TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI
           MOVE 3  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UMA SECAO (EM WS-TITULO-T)
      *--------------------------------------------------------------*
       086-IMPRIMIR-TITULO.

           IF WS-CTLIN > 52
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-TITULO  TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI
           MOVE WS-HIFEN       TO  REG-RELEFI
           PERFORM 088-GRAVAR-RELEFI
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELEFI.

           WRITE REG-RELEFI
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELEFI'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG201        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * OPERACOES LIDAS    - FISCOPER= ' WS-CTFIS-LIDO
           DISPLAY ' * OPERACOES DO PERIODO         = ' WS-CTFIS-SEL
           DISPLAY ' * OPERACOES IMPRESSAS          = ' WS-CTIMPR
           DISPLAY ' * OPERACOES COM JANELA ABERTA  = ' WS-CTABERTA
           DISPLAY ' * ACIDENTES LIDOS    - ACIDDET = ' WS-CTDET-LIDO
           DISPLAY ' * ACIDENTES NAS JANELAS        = ' WS-CTDET-JANELA
           DISPLAY ' *========================================*'

           IF WS-CTFIS-SEL NOT = WS-CTIMPR
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * OPERACOES DO PERIODO = ' WS-CTFIS-SEL
              DISPLAY ' * OPERACOES IMPRESSAS  = ' WS-CTIMPR
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTFIS-SEL = ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  FISCOPER
           IF WS-FS-FIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FIS                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ACIDDET
           IF WS-FS-DET  NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DET                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELEFI
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELEFI'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG201        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG201 <
