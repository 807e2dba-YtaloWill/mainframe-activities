       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG199.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ACOMPANHAMENTO DE 30 DIAS DAS VITIMAS DE ACIDENTE.
      *           O PADRAO NACIONAL CONTA COMO MORTE NO TRANSITO O
      *           OBITO EM ATE 30 DIAS DO ACIDENTE; O VITIMDET (COPY
      *           VITIMDEC) SO TINHA O DESFECHO DA CAPTURA (CGPRG043
      *           V02). O LOTE DE CARTOES DA SECRETARIA DE SAUDE
      *           (SYSINHT) INFORMA O DESFECHO DA VITIMA:
      *           - A VITIMA E LOCALIZADA PELO ACIDENTE (CIDADE+
      *             COMPETENCIA+DATA+HORA) E POR IDADE, SEXO E
      *             CONDICAO; OBITO FORA DA JANELA DE 30 DIAS E
      *             REJEITADO. 'N' CORRIGE UM OBITO INFORMADO POR
      *             ENGANO;
      *           - O ACIDENTE (ACIDDET) TEM OS OBITOS AJUSTADOS E
      *             PASSA A FATAL ('F') QUANDO GANHA OBITO - OU A
      *             GRAVE ('G') QUANDO O ACIDENTE FATAL FICA SEM
      *             OBITO PELA CORRECAO;
      *           - OS OBITOS PUBLICADOS DA CIDADE/COMPETENCIA SAO
      *             RECALCULADOS NO CADGRAVA (TODAS AS FONTES) E NO
      *             CADGRAVI;
      *           - O RELREAP LISTA OS CARTOES, OS ACIDENTES
      *             RECLASSIFICADOS E, POR COMPETENCIA, AS CIDADES
      *             CUJO TOTAL DE OBITOS PUBLICADO MUDOU - PARA A
      *             REEMISSAO DO RELACID (CGPRG011) E DO EXPACID
      *             (CGPRG111).
      *           O MESMO LOTE REPROCESSADO NAO CONTA O OBITO DUAS
      *           VEZES (A VITIMA JA ESTA COM O DESFECHO). CARTAO
      *           REJEITADO, VITIMA OU ACIDENTE NAO LOCALIZADO: RC 4.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN) - LOTE COM CABECALHO E RODAPE
      * (COPY SYSINHT), TERMINADO POR SENTINELA ALL '9':
      *   POS 01-07 CIDADE DO ACIDENTE (CODIGO IBGE)
      *   POS 08-13 COMPETENCIA DO ACIDENTE (AAAAMM)
      *   POS 14-21 DATA DO ACIDENTE (AAAAMMDD)
      *   POS 22-25 HORA DO ACIDENTE (HHMM)
      *   POS 26-28 IDADE DA VITIMA
      *   POS 29-29 SEXO DA VITIMA (M/F)
      *   POS 30-30 CONDICAO DA VITIMA (C/P/T)
      *   POS 31-31 DESFECHO: S = OBITO, N = SOBREVIVEU
      *   POS 32-39 DATA DO OBITO (AAAAMMDD - SO COM DESFECHO S)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010222  PROGRAMA CRIADO - ACOMPANHAMENTO
      *                          DE 30 DIAS DAS VITIMAS COM
      *                          REAPRESENTACAO DOS OBITOS
      *  V02    OUT/2026 010227  CIDADE COM OS 7 DIGITOS DO CODIGO IBGE
      *                          NO CARTAO (39 POSICOES), NAS TABELAS,
      *                          NO SORT E NO RELREAP
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
           SELECT VITIMDET ASSIGN TO VITIMDEJ
                  FILE STATUS   IS WS-FS-VIT
           .
           SELECT ACIDDET ASSIGN TO ACIDDETJ
                  FILE STATUS   IS WS-FS-DET
           .
           SELECT CADGRAVA ASSIGN TO CADGRAVJ
                  FILE STATUS   IS WS-FS-GRA
           .
           SELECT CADGRAVI ASSIGN TO CADGRVIJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-G OF REG-CADGRAVI
                  FILE STATUS   IS WS-FS-GRI
           .
           SELECT SORTREA ASSIGN TO SORTWKJ
           .
           SELECT RELREAP ASSIGN TO RELREAPJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  VITIMDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VITIMDET.
           COPY VITIMDEC.
       FD  ACIDDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDDET.
           COPY ACIDDETC.
      *-----> TOTAIS POR CIDADE/COMPETENCIA (LAYOUT DO CGPRG010)
       FD  CADGRAVA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA.
           COPY ACIDREGP.
           05 WS-PORCS-ACIDS      PIC 9(03)V99   COMP-3.
           05 WS-COMPETENCIA      PIC 9(06)      COMP-3.
           05 WS-QTD-POPULACAO    PIC 9(08)      COMP-3.
           05 WS-PORCS-CAPITA     PIC 9(04)V99   COMP-3.
           05 WS-RUNID-GR         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-GR        PIC 9(08)      COMP-3.
       FD  CADGRAVI
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVI.
           COPY CADGRVIC.
      *-----> CIDADES/COMPETENCIAS REAPRESENTADAS, ORDENADAS POR
      *       COMPETENCIA PARA O RELATORIO
       SD  SORTREA
           RECORDING MODE  F
           .
       01  REG-SORTREA.
           05 WS-COMPET-SRT       PIC 9(06).
           05 WS-CIDADE-SRT       PIC 9(07).
           05 WS-ANTES-SRT        PIC 9(04).
           05 WS-DEPOIS-SRT       PIC 9(04).
           05 WS-QTD-REG-SRT      PIC 9(03).
           05 WS-GRAVI-SRT        PIC X(01).
       FD  RELREAP
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELREAP            PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(03) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(03) VALUE ZEROS.
           05  WS-CTAPLIC             PIC 9(03) VALUE ZEROS.
           05  WS-CTJAREG             PIC 9(03) VALUE ZEROS.
           05  WS-CTNAOLOC            PIC 9(03) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(03) VALUE ZEROS.
           05  WS-CTVIT-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTDET-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTGRA-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTACID-ALT          PIC 9(03) VALUE ZEROS.
           05  WS-CTACID-NLOC         PIC 9(03) VALUE ZEROS.
           05  WS-CTRECLAS            PIC 9(03) VALUE ZEROS.
           05  WS-CTGRA-ALT           PIC 9(03) VALUE ZEROS.
           05  WS-CTGRI-ALT           PIC 9(03) VALUE ZEROS.
           05  WS-CTREAP              PIC 9(03) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-VIT              PIC X(02).
           05  WS-FS-DET              PIC X(02).
           05  WS-FS-GRA              PIC X(02).
           05  WS-FS-GRI              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG199'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(30).
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-SW-CADGRAVI         PIC X(01) VALUE 'S'.
               88 CADGRAVI-PRESENTE       VALUE 'S'.
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-ACH                 PIC 9(03) COMP.
           05  WS-COMPET-ATUAL        PIC 9(06) VALUE ZEROS.
           05  WS-DELTA               PIC S9(03).
           05  WS-OBITOS-NOVO         PIC S9(05).

      *-----> JANELA DE 30 DIAS: DATA LIMITE = DATA DO ACIDENTE + 30
       01  WS-DIAS-JANELA         PIC 9(02)  VALUE 30.
       01  WS-DT-LIMITE           PIC 9(08).
       01  FILLER  REDEFINES  WS-DT-LIMITE.
           05  WS-LIM-ANO             PIC 9(04).
           05  WS-LIM-MES             PIC 9(02).
           05  WS-LIM-DIA             PIC 9(02).
       01  WS-DIA-LIMITE          PIC 9(03).
       01  WS-DIAS-DO-MES         PIC 9(02).
       01  WS-QUOC                PIC 9(04).
       01  WS-RESTO               PIC 9(04).
       01  WS-SW-BISSEXTO         PIC X(01).
           88 ANO-BISSEXTO            VALUE 'S'.

      *-----> DIAS DE CADA MES (FEVEREIRO GANHA 1 NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

      *-----> CARTOES VALIDOS DO LOTE (ATE 300) COM A SITUACAO:
      *       P = PENDENTE, A = APLICADO NA VITIMA
       01  WS-TAB-CARTAO.
           05  WS-QTD-CAR             PIC 9(03)  VALUE ZEROS.
           05  WS-CAR-OCOR            OCCURS 300 TIMES.
               10  WS-CAR-CIDADE      PIC 9(07).
               10  WS-CAR-COMPET      PIC 9(06).
               10  WS-CAR-DATA        PIC 9(08).
               10  WS-CAR-HORA        PIC 9(04).
               10  WS-CAR-IDADE       PIC 9(03).
               10  WS-CAR-SEXO        PIC X(01).
               10  WS-CAR-CONDICAO    PIC X(01).
               10  WS-CAR-OBITO       PIC X(01).
               10  WS-CAR-DTOBITO     PIC 9(08).
               10  WS-CAR-SIT         PIC X(01).
               10  WS-CAR-VISTO       PIC X(01).

      *-----> ACIDENTES COM VITIMA ALTERADA (ATE 300): VARIACAO DOS
      *       OBITOS E O ANTES/DEPOIS GRAVADO NO ACIDDET
       01  WS-TAB-ACID.
           05  WS-QTD-ACI             PIC 9(03)  VALUE ZEROS.
           05  WS-ACI-OCOR            OCCURS 300 TIMES.
               10  WS-ACI-CIDADE      PIC 9(07).
               10  WS-ACI-COMPET      PIC 9(06).
               10  WS-ACI-DATA        PIC 9(08).
               10  WS-ACI-HORA        PIC 9(04).
               10  WS-ACI-DELTA       PIC S9(03).
               10  WS-ACI-OBIT-ANT    PIC 9(02).
               10  WS-ACI-OBIT-NOVO   PIC 9(02).
               10  WS-ACI-SEV-ANT     PIC X(01).
               10  WS-ACI-SEV-NOVO    PIC X(01).
               10  WS-ACI-ACHADO      PIC X(01).

      *-----> CIDADES/COMPETENCIAS COM OBITOS PUBLICADOS A REFAZER
      *       (ATE 300)
       01  WS-TAB-PUB.
           05  WS-QTD-PUB             PIC 9(03)  VALUE ZEROS.
           05  WS-PUB-OCOR            OCCURS 300 TIMES.
               10  WS-PUB-CIDADE      PIC 9(07).
               10  WS-PUB-COMPET      PIC 9(06).
               10  WS-PUB-DELTA       PIC S9(03).
               10  WS-PUB-ANTES       PIC 9(04).
               10  WS-PUB-DEPOIS      PIC 9(04).
               10  WS-PUB-QTD-REG     PIC 9(03).
               10  WS-PUB-GRAVI       PIC X(01).

      *-----> ENTRADA - CARTAO DE ACOMPANHAMENTO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-CIDADE-IN        PIC 9(07).
           05 WS-COMPET-IN        PIC 9(06).
           05 WS-DATA-IN          PIC 9(08).
           05 FILLER  REDEFINES  WS-DATA-IN.
              10 WS-ANO-IN        PIC 9(04).
              10 WS-MES-IN        PIC 9(02).
              10 WS-DIA-IN        PIC 9(02).
           05 WS-HORA-IN          PIC 9(04).
           05 WS-IDADE-IN         PIC 9(03).
           05 WS-SEXO-IN          PIC X(01).
              88 SEXO-VALIDO          VALUE 'M' 'F'.
           05 WS-CONDICAO-IN      PIC X(01).
              88 CONDICAO-VALIDA      VALUE 'C' 'P' 'T'.
           05 WS-OBITO-IN         PIC X(01).
              88 DESFECHO-OBITO       VALUE 'S'.
              88 DESFECHO-VALIDO      VALUE 'S' 'N'.
           05 WS-DTOBITO-IN       PIC 9(08).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> DADOS DE SAIDA - RELATORIO DE REAPRESENTACAO
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'ACOMPANHAMENTO DE 30 DIAS DAS VITIMAS E '.
           05 FILLER              PIC X(40) VALUE
              'REAPRESENTACAO DOS OBITOS'.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TITULO-T         PIC X(119).
       01  WS-LIN-CARTAO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-RC        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-RC          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HORA-RC          PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'VITIMA '.
           05 WS-IDADE-RC         PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SEXO-RC          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CONDICAO-RC      PIC X(01).
           05 FILLER              PIC X(11) VALUE '  DESFECHO '.
           05 WS-OBITO-RC         PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DTOBITO-RC       PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SITUACAO-RC      PIC X(53).
       01  WS-LIN-ACID.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-RA        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-RA          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HORA-RA          PIC 9(04).
           05 FILLER              PIC X(10) VALUE '  OBITOS  '.
           05 WS-OBIT-ANT-RA      PIC Z9.
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-OBIT-NOVO-RA     PIC Z9.
           05 FILLER              PIC X(14) VALUE '  SEVERIDADE  '.
           05 WS-SEV-ANT-RA       PIC X(01).
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-SEV-NOVO-RA      PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SITUACAO-RA      PIC X(55).
       01  WS-LIN-REAP.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'COMPETENCIA '.
           05 WS-MES-RR           PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-RR           PIC 9(04).
           05 FILLER              PIC X(09) VALUE '  CIDADE '.
           05 WS-CIDADE-RR        PIC 9(07).
           05 FILLER              PIC X(20) VALUE
              '  OBITOS PUBLICADOS '.
           05 WS-ANTES-RR         PIC ZZZ9.
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-DEPOIS-RR        PIC ZZZ9.
           05 FILLER              PIC X(12) VALUE '  REGISTROS '.
           05 WS-QTD-REG-RR       PIC ZZ9.
           05 FILLER              PIC X(11) VALUE '  CADGRAVI '.
           05 WS-GRAVI-RR         PIC X(03).
           05 FILLER              PIC X(19) VALUE SPACES.

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
      *    PROCESSO PRINCIPAL - CARREGA O LOTE E ATUALIZA UM
      *    ARQUIVO POR VEZ: VITIMAS, ACIDENTES E TOTAIS PUBLICADOS
      *--------------------------------------------------------------*
       000-CGPRG199.

           PERFORM 010-INICIAR
           PERFORM 030-CARREGAR-CARTAO THRU 030-CARREGAR-FIM
               UNTIL WS-FIM = 'S'
           PERFORM 040-ATUALIZAR-VITIMDET
           PERFORM 050-ATUALIZAR-ACIDDET
           PERFORM 060-ATUALIZAR-CADGRAVA
           PERFORM 065-ATUALIZAR-CADGRAVI
           PERFORM 070-LISTAR-CARTOES
           PERFORM 075-LISTAR-ACIDENTES

           SORT SORTREA
               ON ASCENDING KEY WS-COMPET-SRT
                                WS-CIDADE-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-LISTAR-REAP
                                   THRU 200-LISTAR-REAP-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG199 - ACOMPANHAMENTO 30 DIAS      *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DATA-CAB

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

           OPEN OUTPUT RELREAP
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELREAP'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 085-IMPCAB
           MOVE 'CARTOES REJEITADOS NA CRITICA'  TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           PERFORM 025-LER-SYSIN
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
      *    LEITURA DADOS DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTLIDO
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR UM CARTAO E GUARDA-LO NA TABELA
      *--------------------------------------------------------------*
       030-CARREGAR-CARTAO.

           IF WS-CIDADE-IN NOT NUMERIC OR WS-COMPET-IN NOT NUMERIC
              OR WS-DATA-IN NOT NUMERIC OR WS-HORA-IN NOT NUMERIC
              OR WS-IDADE-IN NOT NUMERIC
              MOVE 'CARTAO NAO NUMERICO'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF
           IF NOT SEXO-VALIDO OR NOT CONDICAO-VALIDA
              OR NOT DESFECHO-VALIDO
              MOVE 'SEXO/CONDICAO/DESFECHO INVALIDO'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF
           IF WS-MES-IN < 1 OR WS-MES-IN > 12
              OR WS-DIA-IN < 1 OR WS-DIA-IN > 31
              MOVE 'DATA DO ACIDENTE INVALIDA'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF

           IF DESFECHO-OBITO
              IF WS-DTOBITO-IN NOT NUMERIC
                 OR WS-DTOBITO-IN < WS-DATA-IN
                 MOVE 'DATA DO OBITO INVALIDA'  TO  WS-MOTIVO
                 PERFORM 038-REJEITAR
                 GO TO 030-CARREGAR-LER
              END-IF
              PERFORM 035-CALCULAR-LIMITE
              IF WS-DTOBITO-IN > WS-DT-LIMITE
                 MOVE 'OBITO APOS A JANELA DE 30 DIAS'  TO  WS-MOTIVO
                 PERFORM 038-REJEITAR
                 GO TO 030-CARREGAR-LER
              END-IF
           ELSE
              MOVE ZEROS  TO  WS-DTOBITO-IN
           END-IF

           IF WS-QTD-CAR = 300
              MOVE  'LOTE COM CARTOES DEMAIS'  TO WS-MSG
              MOVE  '  '                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-CAR
           MOVE WS-CIDADE-IN     TO  WS-CAR-CIDADE (WS-QTD-CAR)
           MOVE WS-COMPET-IN     TO  WS-CAR-COMPET (WS-QTD-CAR)
           MOVE WS-DATA-IN       TO  WS-CAR-DATA (WS-QTD-CAR)
           MOVE WS-HORA-IN       TO  WS-CAR-HORA (WS-QTD-CAR)
           MOVE WS-IDADE-IN      TO  WS-CAR-IDADE (WS-QTD-CAR)
           MOVE WS-SEXO-IN       TO  WS-CAR-SEXO (WS-QTD-CAR)
           MOVE WS-CONDICAO-IN   TO  WS-CAR-CONDICAO (WS-QTD-CAR)
           MOVE WS-OBITO-IN      TO  WS-CAR-OBITO (WS-QTD-CAR)
           MOVE WS-DTOBITO-IN    TO  WS-CAR-DTOBITO (WS-QTD-CAR)
           MOVE 'P'              TO  WS-CAR-SIT (WS-QTD-CAR)
           MOVE 'N'              TO  WS-CAR-VISTO (WS-QTD-CAR)
           .
       030-CARREGAR-LER.

           PERFORM 025-LER-SYSIN
           .
       030-CARREGAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    DATA LIMITE DA JANELA: DATA DO ACIDENTE + 30 DIAS, VIRANDO
      *    O MES (E O ANO) QUANTAS VEZES FOR PRECISO
      *--------------------------------------------------------------*
       035-CALCULAR-LIMITE.

           MOVE WS-DATA-IN  TO  WS-DT-LIMITE
           COMPUTE WS-DIA-LIMITE = WS-LIM-DIA + WS-DIAS-JANELA
           PERFORM 036-OBTER-DIAS-MES
           PERFORM 037-VIRAR-MES  UNTIL WS-DIA-LIMITE NOT >
                                        WS-DIAS-DO-MES
           MOVE WS-DIA-LIMITE  TO  WS-LIM-DIA
           .
      *--------------------------------------------------------------*
      *    DIAS DO MES DA DATA LIMITE (FEVEREIRO NO ANO BISSEXTO = 29)
      *--------------------------------------------------------------*
       036-OBTER-DIAS-MES.

           MOVE WS-DIAS-MES (WS-LIM-MES)  TO  WS-DIAS-DO-MES
           IF WS-LIM-MES = 2
              MOVE 'N'  TO  WS-SW-BISSEXTO
              DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 'S'  TO  WS-SW-BISSEXTO
                 DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    MOVE 'N'  TO  WS-SW-BISSEXTO
                    DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOC
                           REMAINDER WS-RESTO
                    IF WS-RESTO = ZEROS
                       MOVE 'S'  TO  WS-SW-BISSEXTO
                    END-IF
                 END-IF
              END-IF
              IF ANO-BISSEXTO
                 ADD 1  TO  WS-DIAS-DO-MES
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PASSAR O EXCESSO DE DIAS PARA O MES SEGUINTE
      *--------------------------------------------------------------*
       037-VIRAR-MES.

           SUBTRACT WS-DIAS-DO-MES  FROM  WS-DIA-LIMITE
           ADD 1  TO  WS-LIM-MES
           IF WS-LIM-MES > 12
              MOVE 1  TO  WS-LIM-MES
              ADD 1  TO  WS-LIM-ANO
           END-IF
           PERFORM 036-OBTER-DIAS-MES
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO (MOTIVO EM WS-MOTIVO)
      *--------------------------------------------------------------*
       038-REJEITAR.

           ADD 1 TO WS-CTREJ
           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE SPACES  TO  WS-TITULO-T
           STRING 'CARTAO ' WS-REG-SYSIN (1:39) ' - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-TITULO-T
           MOVE WS-LIN-TITULO  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO
           DISPLAY ' * CARTAO: ' WS-REG-SYSIN (1:39)
           .
      *--------------------------------------------------------------*
      *    VITIMDET: APLICAR O DESFECHO DE CADA CARTAO A UMA VITIMA
      *    DO ACIDENTE COM A MESMA IDADE/SEXO/CONDICAO E DESFECHO
      *    DIFERENTE (REWRITE SEQUENCIAL)
      *--------------------------------------------------------------*
       040-ATUALIZAR-VITIMDET.

           OPEN I-O VITIMDET
           IF WS-FS-VIT  NOT = '00'
              MOVE  'ERRO AO ABRIR O VITIMDET'  TO WS-MSG
              MOVE   WS-FS-VIT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 041-LER-VITIMDET
           PERFORM 042-TRATAR-VITIMA UNTIL WS-FS-VIT = '10'

           CLOSE VITIMDET
           IF WS-FS-VIT  NOT = '00'
              MOVE  'ERRO AO FECHAR O VITIMDET'  TO WS-MSG
              MOVE   WS-FS-VIT                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UMA VITIMA
      *--------------------------------------------------------------*
       041-LER-VITIMDET.

           READ VITIMDET
           IF WS-FS-VIT  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO VITIMDET'  TO WS-MSG
              MOVE   WS-FS-VIT                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-VIT = '00'
              ADD 1  TO  WS-CTVIT-LIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR UM CARTAO PENDENTE PARA A VITIMA
      *--------------------------------------------------------------*
       042-TRATAR-VITIMA.

           MOVE ZEROS  TO  WS-ACH
           MOVE 1      TO  WS-SUB
           PERFORM 044-COMPARAR-CARTAO
               UNTIL WS-SUB > WS-QTD-CAR OR WS-ACH > ZEROS

           IF WS-ACH > ZEROS
              MOVE WS-CAR-OBITO (WS-ACH)  TO  WS-OBITO-VT
              REWRITE REG-VITIMDET
              IF WS-FS-VIT NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO VITIMDET'  TO WS-MSG
                 MOVE  WS-FS-VIT                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE 'A'  TO  WS-CAR-SIT (WS-ACH)
              ADD 1     TO  WS-CTAPLIC
              IF VITIMA-OBITO
                 MOVE +1  TO  WS-DELTA
              ELSE
                 MOVE -1  TO  WS-DELTA
              END-IF
              PERFORM 046-REGISTRAR-ACIDENTE
           END-IF

           PERFORM 041-LER-VITIMDET
           .
      *--------------------------------------------------------------*
      *    COMPARAR A VITIMA COM UM CARTAO: MESMA PESSOA COM O MESMO
      *    DESFECHO SO MARCA O CARTAO COMO JA VISTO
      *--------------------------------------------------------------*
       044-COMPARAR-CARTAO.

           IF WS-CAR-SIT (WS-SUB) = 'P'
              AND WS-CAR-CIDADE (WS-SUB)   = WS-CIDADE-VT
              AND WS-CAR-COMPET (WS-SUB)   = WS-COMPET-VT
              AND WS-CAR-DATA (WS-SUB)     = WS-DATA-VT
              AND WS-CAR-HORA (WS-SUB)     = WS-HORA-VT
              AND WS-CAR-IDADE (WS-SUB)    = WS-IDADE-VT
              AND WS-CAR-SEXO (WS-SUB)     = WS-SEXO-VT
              AND WS-CAR-CONDICAO (WS-SUB) = WS-CONDICAO-VT
              IF WS-CAR-OBITO (WS-SUB) NOT = WS-OBITO-VT
                 MOVE WS-SUB  TO  WS-ACH
              ELSE
                 MOVE 'S'  TO  WS-CAR-VISTO (WS-SUB)
              END-IF
           END-IF
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A VARIACAO DE OBITOS NO ACIDENTE DA VITIMA
      *--------------------------------------------------------------*
       046-REGISTRAR-ACIDENTE.

           MOVE 1  TO  WS-SUB
           PERFORM 047-LOCALIZAR-ACIDENTE
               UNTIL WS-SUB > WS-QTD-ACI
                  OR (WS-ACI-CIDADE (WS-SUB) = WS-CIDADE-VT
                      AND WS-ACI-COMPET (WS-SUB) = WS-COMPET-VT
                      AND WS-ACI-DATA (WS-SUB) = WS-DATA-VT
                      AND WS-ACI-HORA (WS-SUB) = WS-HORA-VT)

           IF WS-SUB > WS-QTD-ACI
              IF WS-QTD-ACI = 300
                 MOVE  'ACIDENTES ALTERADOS DEMAIS'  TO WS-MSG
                 MOVE  '  '                          TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-ACI
              MOVE WS-QTD-ACI     TO  WS-SUB
              MOVE WS-CIDADE-VT   TO  WS-ACI-CIDADE (WS-SUB)
              MOVE WS-COMPET-VT   TO  WS-ACI-COMPET (WS-SUB)
              MOVE WS-DATA-VT     TO  WS-ACI-DATA (WS-SUB)
              MOVE WS-HORA-VT     TO  WS-ACI-HORA (WS-SUB)
              MOVE ZEROS          TO  WS-ACI-DELTA (WS-SUB)
              MOVE ZEROS          TO  WS-ACI-OBIT-ANT (WS-SUB)
              MOVE ZEROS          TO  WS-ACI-OBIT-NOVO (WS-SUB)
              MOVE SPACES         TO  WS-ACI-SEV-ANT (WS-SUB)
              MOVE SPACES         TO  WS-ACI-SEV-NOVO (WS-SUB)
              MOVE 'N'            TO  WS-ACI-ACHADO (WS-SUB)
           END-IF
           ADD WS-DELTA  TO  WS-ACI-DELTA (WS-SUB)
           .
      *--------------------------------------------------------------*
      *    AVANCAR NA TABELA DE ACIDENTES
      *--------------------------------------------------------------*
       047-LOCALIZAR-ACIDENTE.

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    ACIDDET: AJUSTAR OS OBITOS E A SEVERIDADE DOS ACIDENTES
      *    DAS VITIMAS ALTERADAS (REWRITE SEQUENCIAL)
      *--------------------------------------------------------------*
       050-ATUALIZAR-ACIDDET.

           IF WS-QTD-ACI = ZEROS
              GO TO 050-ATUALIZAR-ACIDDET-FIM
           END-IF

           OPEN I-O ACIDDET
           IF WS-FS-DET  NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DET                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 051-LER-ACIDDET
           PERFORM 052-TRATAR-ACIDENTE UNTIL WS-FS-DET = '10'

           CLOSE ACIDDET
           IF WS-FS-DET  NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DET                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       050-ATUALIZAR-ACIDDET-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM ACIDENTE
      *--------------------------------------------------------------*
       051-LER-ACIDDET.

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
      *    RECLASSIFICAR UM ACIDENTE DA TABELA: GANHOU OBITO = FATAL;
      *    FATAL QUE FICOU SEM OBITO = GRAVE
      *--------------------------------------------------------------*
       052-TRATAR-ACIDENTE.

           MOVE 1  TO  WS-SUB
           PERFORM 047-LOCALIZAR-ACIDENTE
               UNTIL WS-SUB > WS-QTD-ACI
                  OR (WS-ACI-ACHADO (WS-SUB) = 'N'
                      AND WS-ACI-CIDADE (WS-SUB) = WS-CIDADE-DT
                      AND WS-ACI-COMPET (WS-SUB) = WS-COMPET-DT
                      AND WS-ACI-DATA (WS-SUB) = WS-DATA-DT
                      AND WS-ACI-HORA (WS-SUB) = WS-HORA-DT)

           IF WS-SUB NOT > WS-QTD-ACI
              MOVE 'S'              TO  WS-ACI-ACHADO (WS-SUB)
              MOVE WS-QTD-OBIT-DT   TO  WS-ACI-OBIT-ANT (WS-SUB)
              MOVE WS-SEVER-DT      TO  WS-ACI-SEV-ANT (WS-SUB)
              COMPUTE WS-OBITOS-NOVO = WS-QTD-OBIT-DT
                                     + WS-ACI-DELTA (WS-SUB)
              IF WS-OBITOS-NOVO < ZEROS
                 MOVE ZEROS  TO  WS-OBITOS-NOVO
              END-IF
              MOVE WS-OBITOS-NOVO   TO  WS-QTD-OBIT-DT
              EVALUATE TRUE
                  WHEN WS-QTD-OBIT-DT > ZEROS AND NOT SEVERIDADE-FATAL
                       SET SEVERIDADE-FATAL  TO  TRUE
                  WHEN WS-QTD-OBIT-DT = ZEROS AND SEVERIDADE-FATAL
                       SET SEVERIDADE-GRAVE  TO  TRUE
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
              MOVE WS-QTD-OBIT-DT   TO  WS-ACI-OBIT-NOVO (WS-SUB)
              MOVE WS-SEVER-DT      TO  WS-ACI-SEV-NOVO (WS-SUB)
              REWRITE REG-ACIDDET
              IF WS-FS-DET NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO ACIDDET'  TO WS-MSG
                 MOVE  WS-FS-DET                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTACID-ALT
              IF WS-ACI-SEV-NOVO (WS-SUB) NOT = WS-ACI-SEV-ANT (WS-SUB)
                 ADD 1  TO  WS-CTRECLAS
              END-IF
              COMPUTE WS-DELTA = WS-ACI-OBIT-NOVO (WS-SUB)
                               - WS-ACI-OBIT-ANT (WS-SUB)
              IF WS-DELTA NOT = ZEROS
                 PERFORM 056-REGISTRAR-PUBLICADO
              END-IF
           END-IF

           PERFORM 051-LER-ACIDDET
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A VARIACAO DE OBITOS NA CIDADE/COMPETENCIA
      *--------------------------------------------------------------*
       056-REGISTRAR-PUBLICADO.

           MOVE 1  TO  WS-ACH
           PERFORM 057-LOCALIZAR-PUBLICADO
               UNTIL WS-ACH > WS-QTD-PUB
                  OR (WS-PUB-CIDADE (WS-ACH) = WS-CIDADE-DT
                      AND WS-PUB-COMPET (WS-ACH) = WS-COMPET-DT)

           IF WS-ACH > WS-QTD-PUB
              IF WS-QTD-PUB = 300
                 MOVE  'CIDADES ALTERADAS DEMAIS'  TO WS-MSG
                 MOVE  '  '                        TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-PUB
              MOVE WS-QTD-PUB     TO  WS-ACH
              MOVE WS-CIDADE-DT   TO  WS-PUB-CIDADE (WS-ACH)
              MOVE WS-COMPET-DT   TO  WS-PUB-COMPET (WS-ACH)
              MOVE ZEROS          TO  WS-PUB-DELTA (WS-ACH)
              MOVE ZEROS          TO  WS-PUB-ANTES (WS-ACH)
              MOVE ZEROS          TO  WS-PUB-DEPOIS (WS-ACH)
              MOVE ZEROS          TO  WS-PUB-QTD-REG (WS-ACH)
              MOVE 'NAO'          TO  WS-PUB-GRAVI (WS-ACH)
           END-IF
           ADD WS-DELTA  TO  WS-PUB-DELTA (WS-ACH)
           .
      *--------------------------------------------------------------*
      *    AVANCAR NA TABELA DE CIDADES/COMPETENCIAS
      *--------------------------------------------------------------*
       057-LOCALIZAR-PUBLICADO.

           ADD 1  TO  WS-ACH
           .
      *--------------------------------------------------------------*
      *    CADGRAVA: REFAZER OS OBITOS PUBLICADOS EM TODO REGISTRO DA
      *    CIDADE/COMPETENCIA - CADA FONTE (VER CGPRG061) RECEBE A
      *    MESMA VARIACAO (REWRITE SEQUENCIAL)
      *--------------------------------------------------------------*
       060-ATUALIZAR-CADGRAVA.

           IF WS-QTD-PUB = ZEROS
              GO TO 060-ATUALIZAR-CADGRAVA-FIM
           END-IF

           OPEN I-O CADGRAVA
           IF WS-FS-GRA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADGRAVA'  TO WS-MSG
              MOVE   WS-FS-GRA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 061-LER-CADGRAVA
           PERFORM 062-TRATAR-CADGRAVA UNTIL WS-FS-GRA = '10'

           CLOSE CADGRAVA
           IF WS-FS-GRA  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADGRAVA'  TO WS-MSG
              MOVE   WS-FS-GRA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       060-ATUALIZAR-CADGRAVA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CADGRAVA
      *--------------------------------------------------------------*
       061-LER-CADGRAVA.

           READ CADGRAVA
           IF WS-FS-GRA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADGRAVA'  TO WS-MSG
              MOVE   WS-FS-GRA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-GRA = '00'
              ADD 1  TO  WS-CTGRA-LIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    AJUSTAR UM REGISTRO DO CADGRAVA DA TABELA
      *--------------------------------------------------------------*
       062-TRATAR-CADGRAVA.

           MOVE 1  TO  WS-ACH
           PERFORM 057-LOCALIZAR-PUBLICADO
               UNTIL WS-ACH > WS-QTD-PUB
                  OR (WS-PUB-CIDADE (WS-ACH) = WS-CIDADE
                      AND WS-PUB-COMPET (WS-ACH) = WS-COMPETENCIA)

           IF WS-ACH NOT > WS-QTD-PUB
              COMPUTE WS-OBITOS-NOVO = WS-QTD-OBITOS
                                     + WS-PUB-DELTA (WS-ACH)
              IF WS-OBITOS-NOVO < ZEROS
                 MOVE ZEROS  TO  WS-OBITOS-NOVO
              END-IF
              IF WS-PUB-QTD-REG (WS-ACH) = ZEROS
                 MOVE WS-QTD-OBITOS   TO  WS-PUB-ANTES (WS-ACH)
                 MOVE WS-OBITOS-NOVO  TO  WS-PUB-DEPOIS (WS-ACH)
              END-IF
              MOVE WS-OBITOS-NOVO  TO  WS-QTD-OBITOS
              REWRITE REG-CADGRAVA
              IF WS-FS-GRA NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO CADGRAVA'  TO WS-MSG
                 MOVE  WS-FS-GRA                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-PUB-QTD-REG (WS-ACH)
              ADD 1  TO  WS-CTGRA-ALT
           END-IF

           PERFORM 061-LER-CADGRAVA
           .
      *--------------------------------------------------------------*
      *    CADGRAVI: A MESMA VARIACAO NO REGISTRO DA CIDADE/
      *    COMPETENCIA (SEM CADGRAVI, SO O CADGRAVA E REFEITO)
      *--------------------------------------------------------------*
       065-ATUALIZAR-CADGRAVI.

           IF WS-QTD-PUB = ZEROS
              GO TO 065-ATUALIZAR-CADGRAVI-FIM
           END-IF

           OPEN I-O CADGRAVI
           IF WS-FS-GRI = '35'
              MOVE 'N'  TO  WS-SW-CADGRAVI
              DISPLAY ' * CADGRAVI AUSENTE - SO O CADGRAVA REFEITO'
              GO TO 065-ATUALIZAR-CADGRAVI-FIM
           END-IF
           IF WS-FS-GRI  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GRI                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 1  TO  WS-ACH
           PERFORM 067-TRATAR-CADGRAVI  UNTIL WS-ACH > WS-QTD-PUB

           CLOSE CADGRAVI
           IF WS-FS-GRI  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GRI                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       065-ATUALIZAR-CADGRAVI-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AJUSTAR O CADGRAVI DE UMA CIDADE/COMPETENCIA DA TABELA
      *--------------------------------------------------------------*
       067-TRATAR-CADGRAVI.

           MOVE WS-PUB-CIDADE (WS-ACH)  TO  WS-CIDADE-G
           MOVE WS-PUB-COMPET (WS-ACH)  TO  WS-COMPET-G
           READ CADGRAVI
           IF WS-FS-GRI NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GRI                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-FS-GRI = '00'
              COMPUTE WS-OBITOS-NOVO = WS-QTD-OBITOS-G
                                     + WS-PUB-DELTA (WS-ACH)
              IF WS-OBITOS-NOVO < ZEROS
                 MOVE ZEROS  TO  WS-OBITOS-NOVO
              END-IF
              MOVE WS-OBITOS-NOVO  TO  WS-QTD-OBITOS-G
              REWRITE REG-CADGRAVI
              IF WS-FS-GRI NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO CADGRAVI'  TO WS-MSG
                 MOVE  WS-FS-GRI                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE 'SIM'  TO  WS-PUB-GRAVI (WS-ACH)
              ADD 1  TO  WS-CTGRI-ALT
           END-IF

           ADD 1  TO  WS-ACH
           .
      *--------------------------------------------------------------*
      *    LISTAR O RESULTADO DE CADA CARTAO VALIDO
      *--------------------------------------------------------------*
       070-LISTAR-CARTOES.

           MOVE WS-LIN-BRANCO  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           MOVE 'DESFECHOS INFORMADOS PELA SECRETARIA DE SAUDE'
                               TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           MOVE 1  TO  WS-SUB
           PERFORM 072-LISTAR-CARTAO  UNTIL WS-SUB > WS-QTD-CAR
           .
      *--------------------------------------------------------------*
      *    UMA LINHA POR CARTAO: APLICADO, JA REGISTRADO OU VITIMA
      *    NAO LOCALIZADA
      *--------------------------------------------------------------*
       072-LISTAR-CARTAO.

           MOVE WS-CAR-CIDADE (WS-SUB)    TO  WS-CIDADE-RC
           MOVE WS-CAR-DATA (WS-SUB)      TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED                TO  WS-DATA-RC
           MOVE WS-CAR-HORA (WS-SUB)      TO  WS-HORA-RC
           MOVE WS-CAR-IDADE (WS-SUB)     TO  WS-IDADE-RC
           MOVE WS-CAR-SEXO (WS-SUB)      TO  WS-SEXO-RC
           MOVE WS-CAR-CONDICAO (WS-SUB)  TO  WS-CONDICAO-RC
           MOVE WS-CAR-OBITO (WS-SUB)     TO  WS-OBITO-RC
           IF WS-CAR-DTOBITO (WS-SUB) > ZEROS
              MOVE WS-CAR-DTOBITO (WS-SUB)  TO  WS-DATA-TRAB
              PERFORM 018-EDITAR-DATA
              MOVE WS-DATA-ED               TO  WS-DTOBITO-RC
           ELSE
              MOVE SPACES                   TO  WS-DTOBITO-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-CAR-SIT (WS-SUB) = 'A'
                    MOVE 'DESFECHO APLICADO NA VITIMA'
                                       TO  WS-SITUACAO-RC
               WHEN WS-CAR-VISTO (WS-SUB) = 'S'
                    MOVE 'VITIMA JA COM ESTE DESFECHO'
                                       TO  WS-SITUACAO-RC
                    ADD 1  TO  WS-CTJAREG
               WHEN OTHER
                    MOVE 'VITIMA NAO LOCALIZADA NO VITIMDET'
                                       TO  WS-SITUACAO-RC
                    ADD 1  TO  WS-CTNAOLOC
                    DISPLAY ' *** VITIMA NAO LOCALIZADA: CIDADE '
                            WS-CAR-CIDADE (WS-SUB) ' DATA '
                            WS-CAR-DATA (WS-SUB) ' HORA '
                            WS-CAR-HORA (WS-SUB)
           END-EVALUATE
           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-CARTAO  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    LISTAR OS ACIDENTES AJUSTADOS
      *--------------------------------------------------------------*
       075-LISTAR-ACIDENTES.

           MOVE WS-LIN-BRANCO  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           MOVE 'ACIDENTES COM OBITOS AJUSTADOS (ACIDDET)'
                               TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           MOVE 1  TO  WS-SUB
           PERFORM 077-LISTAR-ACIDENTE  UNTIL WS-SUB > WS-QTD-ACI
           .
      *--------------------------------------------------------------*
      *    UMA LINHA POR ACIDENTE: ANTES E DEPOIS
      *--------------------------------------------------------------*
       077-LISTAR-ACIDENTE.

           MOVE WS-ACI-CIDADE (WS-SUB)    TO  WS-CIDADE-RA
           MOVE WS-ACI-DATA (WS-SUB)      TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED                TO  WS-DATA-RA
           MOVE WS-ACI-HORA (WS-SUB)      TO  WS-HORA-RA
           MOVE WS-ACI-OBIT-ANT (WS-SUB)  TO  WS-OBIT-ANT-RA
           MOVE WS-ACI-OBIT-NOVO (WS-SUB) TO  WS-OBIT-NOVO-RA
           MOVE WS-ACI-SEV-ANT (WS-SUB)   TO  WS-SEV-ANT-RA
           MOVE WS-ACI-SEV-NOVO (WS-SUB)  TO  WS-SEV-NOVO-RA
           EVALUATE TRUE
               WHEN WS-ACI-ACHADO (WS-SUB) = 'N'
                    MOVE 'ACIDENTE NAO LOCALIZADO NO ACIDDET'
                                       TO  WS-SITUACAO-RA
                    ADD 1  TO  WS-CTACID-NLOC
                    DISPLAY ' *** ACIDENTE NAO LOCALIZADO: CIDADE '
                            WS-ACI-CIDADE (WS-SUB) ' DATA '
                            WS-ACI-DATA (WS-SUB) ' HORA '
                            WS-ACI-HORA (WS-SUB)
               WHEN WS-ACI-SEV-NOVO (WS-SUB) NOT =
                    WS-ACI-SEV-ANT (WS-SUB)
                    MOVE 'RECLASSIFICADO'  TO  WS-SITUACAO-RA
               WHEN OTHER
                    MOVE 'OBITOS AJUSTADOS'  TO  WS-SITUACAO-RA
           END-EVALUATE
           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-ACID  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: AS CIDADES/COMPETENCIAS
      *    CUJO TOTAL PUBLICADO MUDOU
      *--------------------------------------------------------------*
       100-SELECIONAR.

           MOVE 1  TO  WS-ACH
           PERFORM 110-LIBERAR-PUBLICADO  UNTIL WS-ACH > WS-QTD-PUB
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LIBERAR UMA CIDADE/COMPETENCIA PARA O SORT
      *--------------------------------------------------------------*
       110-LIBERAR-PUBLICADO.

           IF WS-PUB-QTD-REG (WS-ACH) = ZEROS
              OR WS-PUB-ANTES (WS-ACH) NOT = WS-PUB-DEPOIS (WS-ACH)
              MOVE WS-PUB-COMPET (WS-ACH)   TO  WS-COMPET-SRT
              MOVE WS-PUB-CIDADE (WS-ACH)   TO  WS-CIDADE-SRT
              MOVE WS-PUB-ANTES (WS-ACH)    TO  WS-ANTES-SRT
              MOVE WS-PUB-DEPOIS (WS-ACH)   TO  WS-DEPOIS-SRT
              MOVE WS-PUB-QTD-REG (WS-ACH)  TO  WS-QTD-REG-SRT
              MOVE WS-PUB-GRAVI (WS-ACH)    TO  WS-GRAVI-SRT
              RELEASE REG-SORTREA
           END-IF
           ADD 1  TO  WS-ACH
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: REAPRESENTACAO POR
      *    COMPETENCIA
      *--------------------------------------------------------------*
       200-LISTAR-REAP.

           MOVE WS-LIN-BRANCO  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           MOVE 'REAPRESENTACAO - OBITOS PUBLICADOS ALTERADOS POR COMPE
      -         'TENCIA (REEMITIR RELACID E EXPACID)'
                               TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           SET NAO-FIM-SORT  TO  TRUE
           PERFORM 210-RETORNAR
           PERFORM 220-LISTAR-COMPETENCIA  UNTIL FIM-SORT
           IF WS-CTREAP = ZEROS
              MOVE 'NENHUM TOTAL PUBLICADO ALTERADO'  TO  WS-TITULO-T
              MOVE WS-LIN-TITULO  TO  REG-RELREAP
              PERFORM 088-GRAVAR-RELREAP
           END-IF
           .
       200-LISTAR-REAP-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UMA CIDADE/COMPETENCIA CLASSIFICADA
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTREA
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    UMA LINHA POR CIDADE, COM SEPARADOR NA TROCA DE
      *    COMPETENCIA
      *--------------------------------------------------------------*
       220-LISTAR-COMPETENCIA.

           IF WS-CTLIN > 54
              PERFORM 085-IMPCAB
           END-IF
           IF WS-CTREAP > ZEROS AND WS-COMPET-SRT NOT = WS-COMPET-ATUAL
              MOVE WS-LIN-BRANCO  TO  REG-RELREAP
              PERFORM 088-GRAVAR-RELREAP
           END-IF
           MOVE WS-COMPET-SRT  TO  WS-COMPET-ATUAL
           ADD 1  TO  WS-CTREAP

           MOVE WS-COMPET-SRT (5:2)  TO  WS-MES-RR
           MOVE WS-COMPET-SRT (1:4)  TO  WS-ANO-RR
           MOVE WS-CIDADE-SRT        TO  WS-CIDADE-RR
           MOVE WS-ANTES-SRT         TO  WS-ANTES-RR
           MOVE WS-DEPOIS-SRT        TO  WS-DEPOIS-RR
           MOVE WS-QTD-REG-SRT       TO  WS-QTD-REG-RR
           MOVE WS-GRAVI-SRT         TO  WS-GRAVI-RR
           MOVE WS-LIN-REAP  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP

           DISPLAY ' * REAPRESENTAR COMPETENCIA ' WS-COMPET-SRT
                   ' CIDADE ' WS-CIDADE-SRT ' OBITOS ' WS-ANTES-SRT
                   ' -> ' WS-DEPOIS-SRT

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELREAP  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREAP'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-HIFEN  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           MOVE 2  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UMA SECAO (EM WS-TITULO-T)
      *--------------------------------------------------------------*
       086-IMPRIMIR-TITULO.

           IF WS-CTLIN > 52
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-TITULO  TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           MOVE WS-HIFEN       TO  REG-RELREAP
           PERFORM 088-GRAVAR-RELREAP
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELREAP.

           WRITE REG-RELREAP
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREAP'  TO  WS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG199        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * DESFECHOS APLICADOS          = ' WS-CTAPLIC
           DISPLAY ' * DESFECHOS JA REGISTRADOS     = ' WS-CTJAREG
           DISPLAY ' * VITIMAS NAO LOCALIZADAS      = ' WS-CTNAOLOC
           DISPLAY ' * VITIMAS LIDAS  - VITIMDET    = ' WS-CTVIT-LIDO
           DISPLAY ' * ACIDENTES LIDOS - ACIDDET    = ' WS-CTDET-LIDO
           DISPLAY ' * ACIDENTES AJUSTADOS          = ' WS-CTACID-ALT
           DISPLAY ' * ACIDENTES RECLASSIFICADOS    = ' WS-CTRECLAS
           DISPLAY ' * ACIDENTES NAO LOCALIZADOS    = ' WS-CTACID-NLOC
           DISPLAY ' * REGISTROS CADGRAVA AJUSTADOS = ' WS-CTGRA-ALT
           DISPLAY ' * REGISTROS CADGRAVI AJUSTADOS = ' WS-CTGRI-ALT
           DISPLAY ' * CIDADES/COMPET. REAPRESENT.  = ' WS-CTREAP
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
              MOVE 4  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTREJ + WS-CTAPLIC + WS-CTJAREG
                             + WS-CTNAOLOC
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTREJ > ZEROS OR WS-CTNAOLOC > ZEROS
                 OR WS-CTACID-NLOC > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  RELREAP
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELREAP'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG199        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG199 <
