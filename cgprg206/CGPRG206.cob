       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG206.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: BOLETIM ANUAL DE SEGURANCA VIARIA DO MUNICIPIO,
      *           UMA PAGINA POR CIDADE ENDERECADA AO PREFEITO PELO
      *           CADASTRO DE CONTATO PREFCON (CGPRG205). PARA O ANO
      *           DO CARTAO:
      *           - ACIDENTES, OBITOS E TAXA %ACIDS MES A MES DO
      *             CADGRAVI, COM O TOTAL DO ANO CONTRA O ANO
      *             ANTERIOR (VARIACAO E TENDENCIA DA TAXA);
      *           - POSICAO DA CIDADE NA SUA FAIXA DE POPULACAO
      *             (BANDPARM, MESMA REGRA DE FAIXA DO CGPRG113),
      *             PELA TAXA DO ANO (1 = MAIOR TAXA DA FAIXA), COM
      *             O PERCENTIL;
      *           - SITUACAO DA UF NA META DO ANO (METASUF, MESMA
      *             CONTA DO CGPRG054: TAXA REALIZADA X TAXA-ALVO E
      *             PROJECAO DE OBITOS X TETO);
      *           - AS TRES PIORES CELULAS DIA DA SEMANA X FAIXA
      *             HORARIA DOS ACIDENTES DO ACIDDET (MESMAS FAIXAS E
      *             MESMO ZELLER DO CGPRG104).
      *           OS BOLETINS SAEM NO RELBOL EM ORDEM DE UF + CIDADE
      *           (UF OFICIAL DO MUNTAB), PARA A POSTAGEM, E SAO
      *           ARQUIVADOS NO REPOSREL (COPY REPRELC) NA CONVENCAO
      *           DO CGPRG078, UMA PUBLICACAO POR CIDADE, PARA
      *           REIMPRESSAO PELO CGPRG079:
      *             NOME  'B' + CIDADE (CODIGO IBGE)
      *             DATA  31/12 DO ANO (AAAA1231)
      *             RUN-ID O DO CARTAO
      *           CIDADE SEM CONTATO NO PREFCON RECEBE O BOLETIM
      *           ENDERECADO SO AO CARGO E E LISTADA NA SYSOUT.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-04 ANO DO BOLETIM (AAAA) - TEM DE SER ANTERIOR AO
      *             ANO CORRENTE
      *   POS 05-08 RUN-ID DA PUBLICACAO NO REPOSREL
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010226  PROGRAMA CRIADO - BOLETIM ANUAL DE
      *                          SEGURANCA VIARIA POR MUNICIPIO
      *  V02    OUT/2026 010227  CIDADE COM OS 7 DIGITOS DO CODIGO IBGE
      *                          NO SORT, NA QUEBRA E NO BOLETIM; NOME
      *                          DA PUBLICACAO NO REPOSREL PASSA A 'B' +
      *                          CIDADE (8 POSICOES)
      *  V03    OUT/2026 010230  O BANDPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
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
           SELECT CADGRAVI ASSIGN TO CADGRVIJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-G OF REG-CADGRAVI
                  FILE STATUS   IS WS-FS-GRI
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
      *-----> METAS ANUAIS POR UF (MANTIDAS PELO CGPRG053)
           SELECT METASUF ASSIGN TO METASUFJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-MT OF REG-METASUF
                  FILE STATUS   IS WS-FS-MET
           .
           SELECT PREFCON ASSIGN TO PREFCONJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-PC OF REG-PREFCON
                  FILE STATUS   IS WS-FS-PRE
           .
           SELECT SORTBOL ASSIGN TO SORTWKJ
           .
           SELECT RELBOL ASSIGN TO RELBOLJ
                  FILE STATUS   IS WS-FS-REL
           .
           SELECT REPOSREL ASSIGN TO REPOSREJ
                  FILE STATUS   IS WS-FS-REP
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADGRAVI
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVI.
           COPY CADGRVIC.
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
       FD  METASUF
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-METASUF.
           05 WS-CHAVE-MT.
              10 WS-UF-MT         PIC X(02).
              10 WS-ANO-MT        PIC 9(04)      COMP-3.
           05 WS-META-TAXA-MT     PIC 9(03)V99   COMP-3.
           05 WS-META-OBIT-MT     PIC 9(06)      COMP-3.
           05 FILLER              PIC X(07).
       FD  PREFCON
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PREFCON.
           COPY PREFCONC.
      *-----> UM REGISTRO '1' (RESUMO DO ANO) POR CIDADE, SEGUIDO
      *       DOS REGISTROS '2' (ACIDENTES DO ACIDDET NO ANO), EM
      *       ORDEM DE UF + CIDADE
       SD  SORTBOL
           RECORDING MODE  F
           .
       01  REG-SORTBOL.
           05 WS-UF-SB            PIC X(02).
           05 WS-CIDADE-SB        PIC 9(07).
           05 WS-TIPO-SB          PIC X(01).
              88 SB-RESUMO            VALUE '1'.
              88 SB-ACIDENTE          VALUE '2'.
           05 WS-DADOS-SB         PIC X(249).
           05 FILLER  REDEFINES  WS-DADOS-SB.
              10 WS-DATA-SB       PIC 9(08).
              10 WS-HORA-SB       PIC 9(04).
              10 WS-OBIT-SB       PIC 9(02).
              10 FILLER           PIC X(235).
      *-----> BOLETINS (UM POR PAGINA, PARA A POSTAGEM)
       FD  RELBOL
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELBOL             PIC X(80)
           .
       FD  REPOSREL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REPOSREL.
           COPY REPRELC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTDET-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTSEMMOV            PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMMUN            PIC 9(05) VALUE ZEROS.
           05  WS-CTRES-LIB           PIC 9(05) VALUE ZEROS.
           05  WS-CTRES-RET           PIC 9(05) VALUE ZEROS.
           05  WS-CTACI-LIB           PIC 9(07) VALUE ZEROS.
           05  WS-CTACI-RET           PIC 9(07) VALUE ZEROS.
           05  WS-CTACI-SEMMUN        PIC 9(07) VALUE ZEROS.
           05  WS-CTACI-SEMRES        PIC 9(07) VALUE ZEROS.
           05  WS-CTBOLETIM           PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMCON            PIC 9(05) VALUE ZEROS.
           05  WS-CTARQ               PIC 9(07) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(06).
           05  WS-DTSYS8              PIC 9(08).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DATA-ARQ            PIC 9(08).
           05  WS-ANO-ANT             PIC 9(04).
           05  WS-FS-GRI              PIC X(02).
           05  WS-FS-DET              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-FS-PRM              PIC X(02).
           05  WS-FS-MET              PIC X(02).
           05  WS-FS-PRE              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-REP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG206'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MES-SUB             PIC 9(02).
           05  WS-UF-SUB              PIC 9(02).
           05  WS-BAND-SUB            PIC 9(02).
           05  WS-QTD-BAND            PIC 9(02) VALUE ZEROS.
           05  WS-TX-SUB              PIC 9(04).
           05  WS-DIA-SUB             PIC 9(01).
           05  WS-BANDA-SUB           PIC 9(01).
           05  WS-MAX-DIA             PIC 9(01).
           05  WS-MAX-BANDA           PIC 9(01).
           05  WS-MAX-ACID            PIC 9(05).
           05  WS-ORDEM               PIC 9(01).
           05  WS-POSICAO             PIC 9(04).
           05  WS-PERCENTIL           PIC 9(03).
           05  WS-QTD-MESES           PIC 9(02).
           05  WS-PROJ-OBIT           PIC 9(08).
           05  WS-TAXA-ANT            PIC 9(03)V99.
           05  WS-VARIACAO            PIC S9(05).
           05  WS-VAR-ED              PIC +ZZZ9.
           05  WS-UF-ATUAL            PIC X(02).
           05  WS-CIDADE-ATUAL        PIC 9(07).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-SW-RESUMO           PIC X(01).
               88 TEM-RESUMO              VALUE 'S'.
           05  WS-SW-PAGINA           PIC X(01).
               88 DOC-NOVA-PAGINA         VALUE 'S'.

      *-----> COMPETENCIA E DATA DESMEMBRADAS
       01  WS-COMPET-TRAB             PIC 9(06).
       01  FILLER  REDEFINES  WS-COMPET-TRAB.
           05  WS-CTRB-ANO            PIC 9(04).
           05  WS-CTRB-MES            PIC 9(02).

      *-----> DATA DO ACIDENTE DECOMPOSTA PARA A CONGRUENCIA DE
      *       ZELLER (MESMA REGRA DO CGPRG104)
       01  WS-DATA-TRAB               PIC 9(08).
       01  FILLER REDEFINES WS-DATA-TRAB.
           05  WS-TRAB-AAAA           PIC 9(04).
           05  WS-TRAB-MM             PIC 9(02).
           05  WS-TRAB-DD             PIC 9(02).
       01  WS-ZELLER.
           05  WS-ZEL-AAAA            PIC 9(04).
           05  WS-ZEL-MM              PIC 9(02).
           05  WS-ZEL-K               PIC 9(02).
           05  WS-ZEL-J               PIC 9(02).
           05  WS-ZEL-SOMA            PIC 9(06).
           05  WS-ZEL-QUOC            PIC 9(06).
           05  WS-ZEL-TERMO2          PIC 9(04).
           05  WS-ZEL-TERMO3          PIC 9(04).
           05  WS-ZEL-TERMO4          PIC 9(04).
           05  WS-ZEL-DIA             PIC 9(01).

       01  WS-HORA-N                  PIC 9(04).

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-ANO-IN              PIC 9(04).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> RESUMO DO ANO DA CIDADE: MONTADO NA LEITURA DO
      *       CADGRAVI, LEVADO NO REGISTRO '1' DO SORT E DEVOLVIDO
      *       PARA A IMPRESSAO DO BOLETIM
       01  WS-RES-CIDADE.
           05  WS-RC-NOME             PIC X(20).
           05  WS-RC-BANDA            PIC 9(02).
           05  WS-RC-TAXA             PIC 9(03)V99.
           05  WS-RC-POP              PIC 9(08).
           05  WS-RC-MESES            PIC 9(02).
           05  WS-RC-MES-OCOR         OCCURS 12 TIMES.
               10  WS-RC-ACID-MES     PIC 9(04).
               10  WS-RC-OBIT-MES     PIC 9(04).
               10  WS-RC-TAXA-MES     PIC 9(03)V99.
               10  WS-RC-FLAG-MES     PIC X(01).
           05  WS-RC-ACID             PIC 9(06).
           05  WS-RC-OBIT             PIC 9(06).
           05  WS-RC-VEIC             PIC 9(09).
           05  WS-RC-ACID-ANT         PIC 9(06).
           05  WS-RC-OBIT-ANT         PIC 9(06).
           05  WS-RC-VEIC-ANT         PIC 9(09).
           05  WS-RC-MESES-ANT        PIC 9(02).
       01  WS-CIDADE-LIDA             PIC 9(07).
       01  WS-UF-CIDADE               PIC X(02).

      *-----> FAIXAS DE POPULACAO (ATE 10) COM AS TAXAS DO ANO DAS
      *       CIDADES DE CADA UMA (ATE 2000 POR FAIXA), PARA A
      *       POSICAO DA CIDADE DENTRO DA FAIXA
       01  WS-TAB-BANDA.
           05  WS-BAND-OCOR           OCCURS 10 TIMES.
               10  WS-BD-LIMITE       PIC 9(08).
               10  WS-BD-ROTULO       PIC X(15).
               10  WS-BD-QTD          PIC 9(04).
               10  WS-BD-TAXA         PIC 9(03)V99 OCCURS 2000 TIMES.

      *-----> TABELA ESTATICA DAS 27 UFs (COPY) - OS ACUMULADORES
      *       DA META SAO PARALELOS A ELA, POSICAO A POSICAO
           COPY UFTAB.
       01  WS-TAB-META.
           05  WS-MT-OCOR             OCCURS 27 TIMES.
               10  WS-MT-ACID         PIC 9(07).
               10  WS-MT-OBIT         PIC 9(06).
               10  WS-MT-FROTA        PIC 9(09).
               10  WS-MT-MES-FLAG     OCCURS 12 TIMES
                                      PIC X(01).
               10  WS-MT-TAXA         PIC 9(03)V99.
               10  WS-MT-META-TAXA    PIC 9(03)V99.
               10  WS-MT-PROJ         PIC 9(08).
               10  WS-MT-META-OBIT    PIC 9(06).
               10  WS-MT-SITUACAO     PIC X(14).

      *-----> MATRIZ DA CIDADE CORRENTE: DIA DA SEMANA (1=SABADO
      *       ... 7=SEXTA, ORDEM DO ZELLER) X FAIXA HORARIA
      *       (1=MADRUGADA 2=MANHA 3=TARDE 4=NOITE)
       01  WS-TAB-HORARIO.
           05  WS-HR-DIA-OCOR         OCCURS 7 TIMES.
               10  WS-HR-BANDA-OCOR   OCCURS 4 TIMES.
                   15  WS-HR-ACID     PIC 9(05).
                   15  WS-HR-OBIT     PIC 9(04).
                   15  WS-HR-USADA    PIC X(01).

      *-----> ROTULOS DOS DIAS (ORDEM DO ZELLER: 0=SABADO)
       01  WS-TAB-DIA-CARGA.
           05 FILLER              PIC X(09) VALUE 'SABADO   '.
           05 FILLER              PIC X(09) VALUE 'DOMINGO  '.
           05 FILLER              PIC X(09) VALUE 'SEGUNDA  '.
           05 FILLER              PIC X(09) VALUE 'TERCA    '.
           05 FILLER              PIC X(09) VALUE 'QUARTA   '.
           05 FILLER              PIC X(09) VALUE 'QUINTA   '.
           05 FILLER              PIC X(09) VALUE 'SEXTA    '.
       01  WS-TAB-DIA  REDEFINES  WS-TAB-DIA-CARGA.
           05 WS-ROTULO-DIA       OCCURS 7 TIMES  PIC X(09).

      *-----> ROTULOS DAS FAIXAS HORARIAS (AS DO CGPRG104)
       01  WS-TAB-FAIXA-CARGA.
           05 FILLER              PIC X(16) VALUE 'MADRUGADA 00-06H'.
           05 FILLER              PIC X(16) VALUE 'MANHA     06-12H'.
           05 FILLER              PIC X(16) VALUE 'TARDE     12-18H'.
           05 FILLER              PIC X(16) VALUE 'NOITE     18-24H'.
       01  WS-TAB-FAIXA  REDEFINES  WS-TAB-FAIXA-CARGA.
           05 WS-ROTULO-FAIXA     OCCURS 4 TIMES  PIC X(16).

      *-----> NOMES DOS MESES
       01  WS-TAB-MESES.
           05  FILLER                 PIC X(36) VALUE
               'JANEIRO  FEVEREIROMARCO    ABRIL    '.
           05  FILLER                 PIC X(36) VALUE
               'MAIO     JUNHO    JULHO    AGOSTO   '.
           05  FILLER                 PIC X(36) VALUE
               'SETEMBRO OUTUBRO  NOVEMBRO DEZEMBRO '.
       01  FILLER  REDEFINES  WS-TAB-MESES.
           05  WS-NOME-MES            PIC X(09) OCCURS 12 TIMES.

      *-----> CHAVE DA PUBLICACAO DA CIDADE NO REPOSREL
       01  WS-NOME-ARQ.
           05  WS-TIPO-ARQ            PIC X(01) VALUE 'B'.
           05  WS-CIDADE-ARQ          PIC 9(07).

      *-----> DADOS DE SAIDA - BOLETIM DO RELBOL
       01  WS-LINHA-DOC               PIC X(80).

       01  WS-BOL-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-BOL           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'BOLETIM ANUAL DE SEGURANCA VIARIA - ANO '.
           05 WS-ANO-BOL            PIC 9(04).
           05 FILLER                PIC X(23) VALUE SPACES.

       01  WS-BOL-DEST1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'A(O) EXMO(A). SR(A). '.
           05 WS-PREFEITO-BOL       PIC X(30).
           05 FILLER                PIC X(27) VALUE SPACES.

       01  WS-BOL-DEST2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(27) VALUE
              'PREFEITO(A) MUNICIPAL DE '.
           05 WS-NOME-DEST2         PIC X(20).
           05 FILLER                PIC X(32) VALUE SPACES.

       01  WS-BOL-DEST3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-ENDER-BOL          PIC X(30).
           05 FILLER                PIC X(49) VALUE SPACES.

       01  WS-BOL-DEST4.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE 'CEP '.
           05 WS-CEP5-BOL           PIC 9(05).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-CEP3-BOL           PIC 9(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-NOME-DEST4         PIC X(20).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 WS-UF-DEST4           PIC X(02).
           05 FILLER                PIC X(39) VALUE SPACES.

       01  WS-CEP-TRAB              PIC 9(08).
       01  FILLER  REDEFINES  WS-CEP-TRAB.
           05 WS-CEP5-TRAB          PIC 9(05).
           05 WS-CEP3-TRAB          PIC 9(03).

       01  WS-BOL-MUNIC.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'MUNICIPIO: '.
           05 WS-CIDADE-BOL         PIC 9(07).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 WS-NOME-BOL           PIC X(20).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-UF-BOL             PIC X(02).
           05 FILLER                PIC X(14) VALUE
              '   POPULACAO: '.
           05 WS-POP-BOL            PIC ZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(11) VALUE SPACES.

       01  WS-BOL-CABMES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
              'MES            ACIDENTES'.
           05 FILLER                PIC X(20) VALUE
              '     OBITOS   %ACIDS'.
           05 FILLER                PIC X(35) VALUE SPACES.

       01  WS-BOL-MES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MES-BOL            PIC X(14).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-ACID-BOL           PIC ZZZ.ZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-OBIT-BOL           PIC ZZZ.ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-TAXA-BOL           PIC ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-OBS-BOL            PIC X(14).
           05 FILLER                PIC X(19) VALUE SPACES.

       01  WS-BOL-VAR.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(17) VALUE
              'VARIACAO (%)     '.
           05 WS-VAR-ACID-BOL       PIC X(07).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-VAR-OBIT-BOL       PIC X(07).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-VAR-TAXA-BOL       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-TENDENCIA-BOL      PIC X(14).
           05 FILLER                PIC X(19) VALUE SPACES.

       01  WS-BOL-FAIXA1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(31) VALUE
              'POSICAO NA FAIXA DE POPULACAO: '.
           05 WS-ROTULO-BOL         PIC X(15).
           05 FILLER                PIC X(33) VALUE SPACES.

       01  WS-BOL-FAIXA2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-POSICAO-BOL        PIC ZZZ9.
           05 FILLER                PIC X(19) VALUE
              'A MAIOR TAXA ENTRE '.
           05 WS-QTD-FX-BOL         PIC ZZZ9.
           05 FILLER                PIC X(31) VALUE
              ' MUNICIPIOS DA FAIXA (PERCENTIL'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PERC-BOL           PIC ZZ9.
           05 FILLER                PIC X(02) VALUE '%)'.
           05 FILLER                PIC X(15) VALUE SPACES.

       01  WS-BOL-META1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
              'META DO ESTADO ('.
           05 WS-UF-META-BOL        PIC X(02).
           05 FILLER                PIC X(10) VALUE ') NO ANO: '.
           05 WS-SITUACAO-BOL       PIC X(14).
           05 FILLER                PIC X(37) VALUE SPACES.

       01  WS-BOL-META2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'TAXA REAL  '.
           05 WS-TAXA-REAL-BOL      PIC ZZ9,99.
           05 FILLER                PIC X(08) VALUE '   META '.
           05 WS-TAXA-META-BOL      PIC ZZ9,99.
           05 FILLER                PIC X(14) VALUE
              '   PROJ.OBITOS'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PROJ-BOL           PIC ZZZ.ZZ9.
           05 FILLER                PIC X(08) VALUE '   TETO '.
           05 WS-TETO-BOL           PIC ZZZ.ZZ9.
           05 FILLER                PIC X(11) VALUE SPACES.

       01  WS-BOL-HORARIO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-ORDEM-BOL          PIC 9(01).
           05 FILLER                PIC X(02) VALUE '. '.
           05 WS-DIA-BOL            PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-FAIXA-BOL          PIC X(16).
           05 FILLER                PIC X(12) VALUE
              '  ACIDENTES '.
           05 WS-ACID-HR-BOL        PIC ZZ.ZZ9.
           05 FILLER                PIC X(09) VALUE '  OBITOS '.
           05 WS-OBIT-HR-BOL        PIC Z.ZZ9.
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-BOL-EMISSAO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'EMITIDO EM '.
           05 WS-EMISSAO-BOL        PIC X(10).
           05 FILLER                PIC X(58) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

      *-----> LIMITES SUPERIORES DAS FAIXAS DE POPULACAO (OS DO
      *       CGPRG113)
      *       - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-BANDPARM.
           05 WS-LIMITE-BP        PIC 9(08).
           05 WS-ROTULO-BP        PIC X(15).
           05 FILLER              PIC X(07).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

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
       000-CGPRG206.

           PERFORM 010-INICIAR

           SORT SORTBOL
               ON ASCENDING KEY WS-UF-SB
                                WS-CIDADE-SB
                                WS-TIPO-SB
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-EMITIR-BOLETINS
                                   THRU 200-EMITIR-BOLETINS-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG206 - BOLETIM ANUAL POR MUNICIPIO *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * ANO: ' WS-ANO-IN '  RUN-ID: ' WS-RUNID-IN
           IF WS-ANO-IN NOT NUMERIC OR WS-ANO-IN = ZEROS
              OR WS-ANO-IN NOT < WS-DTSYS8 (1:4)
              MOVE  'ANO DO BOLETIM INVALIDO'  TO WS-MSG
              MOVE  '  '                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-RUNID-IN NOT NUMERIC
              MOVE  'RUN-ID DO CARTAO INVALIDO'  TO WS-MSG
              MOVE  '  '                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           COMPUTE WS-ANO-ANT = WS-ANO-IN - 1
           MOVE WS-ANO-IN   TO  WS-DATA-ARQ (1:4)
           MOVE '1231'      TO  WS-DATA-ARQ (5:4)
           MOVE WS-RUNID-IN TO  WS-RUNID-ERR

           MOVE ZEROS  TO  WS-TAB-META
           PERFORM 016-CARREGAR-FAIXAS

           OPEN INPUT CADGRAVI
           IF WS-FS-GRI  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GRI                  TO WS-FS-MSG
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

           OPEN INPUT METASUF
           IF WS-FS-MET  NOT = '00'
              MOVE  'ERRO AO ABRIR O METASUF'  TO WS-MSG
              MOVE   WS-FS-MET                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PREFCON
           IF WS-FS-PRE  NOT = '00'
              MOVE  'ERRO AO ABRIR O PREFCON'  TO WS-MSG
              MOVE   WS-FS-PRE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELBOL
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELBOL'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND REPOSREL
           IF WS-FS-REP = '35'
              OPEN OUTPUT REPOSREL
           END-IF
           IF WS-FS-REP  NOT = '00'
              MOVE  'ERRO AO ABRIR O REPOSREL'  TO WS-MSG
              MOVE   WS-FS-REP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI   TO  WS-DATA-BOL
                               WS-EMISSAO-BOL
           MOVE WS-ANO-IN  TO  WS-ANO-BOL
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           ACCEPT  WS-DTSYS8 FROM DATE YYYYMMDD
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
      *    CARREGAR OS LIMITES DAS FAIXAS DO BANDPARM (CRESCENTES)
      *--------------------------------------------------------------*
       016-CARREGAR-FAIXAS.

           MOVE 'BANDPARM'  TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO ABRIR O BANDPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * BANDPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           PERFORM 017-LER-BANDPARM
           PERFORM 018-GUARDAR-FAIXA
               UNTIL WS-FS-PRM = '10' OR WS-QTD-BAND = 10

           IF WS-QTD-BAND = ZEROS
              MOVE  'BANDPARM SEM NENHUMA FAIXA'  TO WS-MSG
              MOVE  '10'                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * FAIXAS CARREGADAS : ' WS-QTD-BAND

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO FECHAR O BANDPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO BANDPARM
      *--------------------------------------------------------------*
       017-LER-BANDPARM.

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           MOVE WS-REG-PL   TO  REG-BANDPARM
           IF WS-FS-PRM  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO BANDPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UMA FAIXA NA TABELA
      *--------------------------------------------------------------*
       018-GUARDAR-FAIXA.

           ADD 1  TO  WS-QTD-BAND
           MOVE WS-LIMITE-BP  TO  WS-BD-LIMITE (WS-QTD-BAND)
           MOVE WS-ROTULO-BP  TO  WS-BD-ROTULO (WS-QTD-BAND)
           MOVE ZEROS         TO  WS-BD-QTD (WS-QTD-BAND)

           PERFORM 017-LER-BANDPARM
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CADGRAVI (ORDEM DE CIDADE+COMPETENCIA)
      *--------------------------------------------------------------*
       025-LER-CADGRAVI.

           READ CADGRAVI  NEXT RECORD
           IF WS-FS-GRI  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GRI                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-GRI = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO ACIDDET
      *--------------------------------------------------------------*
       026-LER-ACIDDET.

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
      *    LER A CIDADE NO MUNTAB (WS-CIDADE-LIDA); NAO CADASTRADA
      *    DEVOLVE UF EM BRANCO
      *--------------------------------------------------------------*
       028-LER-MUNTAB.

           MOVE WS-CIDADE-LIDA  TO  WS-CIDADE-M OF REG-MUNTAB
           READ MUNTAB
           IF WS-FS-MUN NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
              MOVE  WS-FS-MUN                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-MUN = '23'
              MOVE SPACES                   TO  WS-UF-CIDADE
           ELSE
              MOVE WS-UF-M OF REG-MUNTAB    TO  WS-UF-CIDADE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A POSICAO DE WS-UF-CIDADE NA TABELA DE UFs
      *--------------------------------------------------------------*
       032-LOCALIZAR-UF.

           MOVE 1  TO  WS-UF-SUB
           PERFORM 033-PROCURAR-UF
               UNTIL WS-UF-SUB > 27
                  OR WS-UF-SIGLA (WS-UF-SUB) = WS-UF-CIDADE
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE UFs
      *--------------------------------------------------------------*
       033-PROCURAR-UF.

           ADD 1  TO  WS-UF-SUB
           .
      *--------------------------------------------------------------*
      *    DERIVAR O DIA DA SEMANA DA DATA DO ACIDENTE (ZELLER -
      *    MESMA CONTA DO CGPRG104; WS-DIA-SUB 1=SABADO...7=SEXTA)
      *--------------------------------------------------------------*
       040-DERIVAR-DIA.

           MOVE WS-DATA-SB  TO  WS-DATA-TRAB

           MOVE WS-TRAB-AAAA  TO  WS-ZEL-AAAA
           MOVE WS-TRAB-MM    TO  WS-ZEL-MM
           IF WS-ZEL-MM < 3
              ADD 12  TO  WS-ZEL-MM
              SUBTRACT 1  FROM  WS-ZEL-AAAA
           END-IF

           DIVIDE WS-ZEL-AAAA BY 100
               GIVING WS-ZEL-J REMAINDER WS-ZEL-K

      *    OS QUOCIENTES PRECISAM SER TRUNCADOS UM A UM - DENTRO DE
      *    UM COMPUTE O RESULTADO INTERMEDIARIO DA DIVISAO GUARDA
      *    CASAS DECIMAIS E A CONGRUENCIA SAI ERRADA
           COMPUTE WS-ZEL-SOMA = (WS-ZEL-MM + 1) * 26
           DIVIDE WS-ZEL-SOMA BY 10
               GIVING WS-ZEL-TERMO2
           DIVIDE WS-ZEL-K BY 4
               GIVING WS-ZEL-TERMO3
           DIVIDE WS-ZEL-J BY 4
               GIVING WS-ZEL-TERMO4

           COMPUTE WS-ZEL-SOMA = WS-TRAB-DD + WS-ZEL-TERMO2
                   + WS-ZEL-K + WS-ZEL-TERMO3 + WS-ZEL-TERMO4
                   + 5 * WS-ZEL-J

           DIVIDE WS-ZEL-SOMA BY 7
               GIVING WS-ZEL-QUOC REMAINDER WS-ZEL-DIA

           COMPUTE WS-DIA-SUB = WS-ZEL-DIA + 1
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR A HORA DO ACIDENTE NA FAIXA HORARIA
      *--------------------------------------------------------------*
       042-DERIVAR-BANDA.

           MOVE WS-HORA-SB  TO  WS-HORA-N

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
      *    GRAVAR UMA LINHA DO BOLETIM NO RELBOL (A PRIMEIRA EM
      *    PAGINA NOVA) E ARQUIVA-LA NO REPOSREL SOB A CHAVE DA
      *    CIDADE (CONVENCAO DO CGPRG078)
      *--------------------------------------------------------------*
       070-GRAVAR-DOCUMENTO.

           IF DOC-NOVA-PAGINA
              WRITE REG-RELBOL  FROM  WS-LINHA-DOC  AFTER PAGE
              MOVE 'N'  TO  WS-SW-PAGINA
           ELSE
              WRITE REG-RELBOL  FROM  WS-LINHA-DOC
           END-IF
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELBOL'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-NOME-ARQ   TO  WS-NOME-RP
           MOVE WS-DATA-ARQ   TO  WS-DATA-RP
           MOVE WS-RUNID-IN   TO  WS-RUNID-RP
           MOVE SPACES        TO  WS-IMAGEM-RP
           MOVE WS-LINHA-DOC  TO  WS-IMAGEM-RP (1:80)
           WRITE REG-REPOSREL
           IF WS-FS-REP  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO REPOSREL' TO  WS-MSG
              MOVE WS-FS-REP                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTARQ
           .
       072-LINHA-HIFEN.

           MOVE WS-HIFEN  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           .
       074-LINHA-BRANCO.

           MOVE SPACES  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG206        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS   - CADGRAVI = ' WS-CTLIDO
           DISPLAY ' * ACIDENTES LIDOS   - ACIDDET  = ' WS-CTDET-LIDO
           DISPLAY ' * CIDADES SEM MOVIMENTO NO ANO = ' WS-CTSEMMOV
           DISPLAY ' * CIDADES FORA DO MUNTAB       = ' WS-CTSEMMUN
           DISPLAY ' * ACIDENTES FORA DO MUNTAB     = '
                   WS-CTACI-SEMMUN
           DISPLAY ' * ACIDENTES SEM RESUMO NO ANO  = '
                   WS-CTACI-SEMRES
           DISPLAY ' * BOLETINS EMITIDOS            = ' WS-CTBOLETIM
           DISPLAY ' * BOLETINS SEM CONTATO PREFCON = ' WS-CTSEMCON
           DISPLAY ' * LINHAS ARQUIVADAS - REPOSREL = ' WS-CTARQ
           DISPLAY ' *========================================*'

           IF WS-CTRES-LIB NOT = WS-CTRES-RET
              OR WS-CTACI-LIB NOT = WS-CTACI-RET
              OR WS-CTBOLETIM NOT = WS-CTRES-RET
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTBOLETIM = ZEROS OR WS-CTSEMCON > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  CADGRAVI
           IF WS-FS-GRI  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GRI                   TO WS-FS-MSG
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

           CLOSE  METASUF
           IF WS-FS-MET  NOT = '00'
              MOVE  'ERRO AO FECHAR O METASUF'  TO WS-MSG
              MOVE   WS-FS-MET                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PREFCON
           IF WS-FS-PRE  NOT = '00'
              MOVE  'ERRO AO FECHAR O PREFCON'  TO WS-MSG
              MOVE   WS-FS-PRE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELBOL
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELBOL'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REPOSREL
           IF WS-FS-REP  NOT = '00'
              MOVE  'ERRO AO FECHAR O REPOSREL'  TO WS-MSG
              MOVE   WS-FS-REP                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG206        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: RESUMO DO ANO DE CADA
      *    CIDADE (CADGRAVI) E ACIDENTES DO ANO (ACIDDET)
      *--------------------------------------------------------------*
       100-SELECIONAR.

           PERFORM 025-LER-CADGRAVI
           PERFORM 110-TRATAR-CIDADE  UNTIL WS-FS-GRI = '10'

           PERFORM 026-LER-ACIDDET
           PERFORM 140-SELECIONAR-ACIDENTE  UNTIL WS-FS-DET = '10'
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    JUNTAR AS COMPETENCIAS DE UMA CIDADE NO CADGRAVI
      *--------------------------------------------------------------*
       110-TRATAR-CIDADE.

           MOVE ZEROS  TO  WS-RES-CIDADE
           MOVE WS-CIDADE-G OF REG-CADGRAVI  TO  WS-CIDADE-ATUAL

           PERFORM 112-ACUMULAR-COMPET
               UNTIL WS-FS-GRI = '10'
                  OR WS-CIDADE-G OF REG-CADGRAVI NOT = WS-CIDADE-ATUAL

           PERFORM 120-FECHAR-CIDADE THRU 120-FECHAR-CIDADE-FIM
           .
      *--------------------------------------------------------------*
      *    ACUMULAR UMA COMPETENCIA DO ANO OU DO ANO ANTERIOR
      *--------------------------------------------------------------*
       112-ACUMULAR-COMPET.

           MOVE WS-COMPET-G OF REG-CADGRAVI  TO  WS-COMPET-TRAB

           IF WS-CTRB-ANO = WS-ANO-IN
              AND WS-CTRB-MES > ZEROS AND WS-CTRB-MES < 13
              MOVE WS-CTRB-MES  TO  WS-MES-SUB
              ADD WS-QTD-ACIDENTES-G OF REG-CADGRAVI
                  TO  WS-RC-ACID-MES (WS-MES-SUB)  WS-RC-ACID
              ADD WS-QTD-OBITOS-G OF REG-CADGRAVI
                  TO  WS-RC-OBIT-MES (WS-MES-SUB)  WS-RC-OBIT
              ADD WS-QTD-VEICULOS-G OF REG-CADGRAVI
                  TO  WS-RC-VEIC
              MOVE WS-PORCS-ACIDS-G OF REG-CADGRAVI
                  TO  WS-RC-TAXA-MES (WS-MES-SUB)
              MOVE WS-QTD-POPULACAO-G OF REG-CADGRAVI
                  TO  WS-RC-POP
              IF WS-RC-FLAG-MES (WS-MES-SUB) NOT = 'X'
                 MOVE 'X'  TO  WS-RC-FLAG-MES (WS-MES-SUB)
                 ADD 1  TO  WS-RC-MESES
              END-IF
           END-IF

           IF WS-CTRB-ANO = WS-ANO-ANT
              ADD WS-QTD-ACIDENTES-G OF REG-CADGRAVI
                  TO  WS-RC-ACID-ANT
              ADD WS-QTD-OBITOS-G OF REG-CADGRAVI
                  TO  WS-RC-OBIT-ANT
              ADD WS-QTD-VEICULOS-G OF REG-CADGRAVI
                  TO  WS-RC-VEIC-ANT
              ADD 1  TO  WS-RC-MESES-ANT
           END-IF

           PERFORM 025-LER-CADGRAVI
           .
      *--------------------------------------------------------------*
      *    FECHAR A CIDADE: TAXA DO ANO, FAIXA DE POPULACAO,
      *    ACUMULO NA UF PARA A META E REGISTRO '1' PARA O SORT
      *--------------------------------------------------------------*
       120-FECHAR-CIDADE.

           IF WS-RC-MESES = ZEROS
              ADD 1  TO  WS-CTSEMMOV
              GO TO 120-FECHAR-CIDADE-FIM
           END-IF

           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-LIDA
           PERFORM 028-LER-MUNTAB
           IF WS-FS-MUN = '23'
              ADD 1  TO  WS-CTSEMMUN
              DISPLAY ' * CIDADE FORA DO MUNTAB - SEM BOLETIM: '
                      WS-CIDADE-ATUAL
              GO TO 120-FECHAR-CIDADE-FIM
           END-IF
           MOVE WS-NOME-M OF REG-MUNTAB  TO  WS-RC-NOME

           IF WS-RC-VEIC = ZEROS
              MOVE ZEROS  TO  WS-RC-TAXA
           ELSE
              COMPUTE WS-RC-TAXA ROUNDED =
                      WS-RC-ACID * 100 / WS-RC-VEIC
           END-IF

           PERFORM 122-DEFINIR-FAIXA
           MOVE WS-BAND-SUB  TO  WS-RC-BANDA
           IF WS-BD-QTD (WS-BAND-SUB) = 2000
              MOVE  'MAIS DE 2000 CIDADES NA FAIXA' TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-BD-QTD (WS-BAND-SUB)
           MOVE WS-BD-QTD (WS-BAND-SUB)  TO  WS-TX-SUB
           MOVE WS-RC-TAXA  TO  WS-BD-TAXA (WS-BAND-SUB WS-TX-SUB)

           PERFORM 032-LOCALIZAR-UF
           IF WS-UF-SUB NOT > 27
              ADD WS-RC-ACID  TO  WS-MT-ACID (WS-UF-SUB)
              ADD WS-RC-OBIT  TO  WS-MT-OBIT (WS-UF-SUB)
              ADD WS-RC-VEIC  TO  WS-MT-FROTA (WS-UF-SUB)
              MOVE 1  TO  WS-MES-SUB
              PERFORM 126-MARCAR-MES-UF  UNTIL WS-MES-SUB > 12
           END-IF

           MOVE SPACES           TO  REG-SORTBOL
           MOVE WS-UF-CIDADE     TO  WS-UF-SB
           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-SB
           MOVE '1'              TO  WS-TIPO-SB
           MOVE WS-RES-CIDADE    TO  WS-DADOS-SB
           RELEASE REG-SORTBOL
           ADD 1  TO  WS-CTRES-LIB
           .
       120-FECHAR-CIDADE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    DEFINIR A FAIXA PELA POPULACAO (PRIMEIRO LIMITE >=
      *    POPULACAO; ACIMA DO ULTIMO LIMITE CAI NA ULTIMA FAIXA -
      *    MESMA REGRA DO CGPRG113)
      *--------------------------------------------------------------*
       122-DEFINIR-FAIXA.

           MOVE 1  TO  WS-BAND-SUB
           PERFORM 124-PROCURAR-FAIXA
               UNTIL WS-BAND-SUB NOT < WS-QTD-BAND
                  OR WS-RC-POP NOT > WS-BD-LIMITE (WS-BAND-SUB)
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE FAIXAS
      *--------------------------------------------------------------*
       124-PROCURAR-FAIXA.

           ADD 1  TO  WS-BAND-SUB
           .
      *--------------------------------------------------------------*
      *    MARCAR NA UF OS MESES APURADOS DA CIDADE
      *--------------------------------------------------------------*
       126-MARCAR-MES-UF.

           IF WS-RC-FLAG-MES (WS-MES-SUB) = 'X'
              MOVE 'X'  TO  WS-MT-MES-FLAG (WS-UF-SUB WS-MES-SUB)
           END-IF
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    LIBERAR UM ACIDENTE DO ANO (REGISTRO '2') NA UF DA CIDADE
      *--------------------------------------------------------------*
       140-SELECIONAR-ACIDENTE.

           MOVE WS-COMPET-DT OF REG-ACIDDET  TO  WS-COMPET-TRAB
           IF WS-CTRB-ANO = WS-ANO-IN
              MOVE WS-CIDADE-DT OF REG-ACIDDET  TO  WS-CIDADE-LIDA
              PERFORM 028-LER-MUNTAB
              IF WS-FS-MUN = '23'
                 ADD 1  TO  WS-CTACI-SEMMUN
              ELSE
                 MOVE SPACES          TO  REG-SORTBOL
                 MOVE WS-UF-CIDADE    TO  WS-UF-SB
                 MOVE WS-CIDADE-LIDA  TO  WS-CIDADE-SB
                 MOVE '2'             TO  WS-TIPO-SB
                 MOVE WS-DATA-DT OF REG-ACIDDET      TO  WS-DATA-SB
                 MOVE WS-HORA-DT OF REG-ACIDDET      TO  WS-HORA-SB
                 MOVE WS-QTD-OBIT-DT OF REG-ACIDDET  TO  WS-OBIT-SB
                 RELEASE REG-SORTBOL
                 ADD 1  TO  WS-CTACI-LIB
              END-IF
           END-IF

           PERFORM 026-LER-ACIDDET
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: SITUACAO DAS UFs NA META E
      *    UM BOLETIM POR CIDADE, EM ORDEM DE UF + CIDADE
      *--------------------------------------------------------------*
       200-EMITIR-BOLETINS.

           MOVE 1  TO  WS-UF-SUB
           PERFORM 205-APURAR-META-UF  UNTIL WS-UF-SUB > 27

           SET NAO-FIM-SORT  TO  TRUE
           PERFORM 210-RETORNAR
           PERFORM 220-TRATAR-CIDADE  UNTIL FIM-SORT
           .
       200-EMITIR-BOLETINS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR A SITUACAO DE UMA UF NA META DO ANO (MESMA CONTA
      *    DO CGPRG054: PROJECAO = OBITOS / MESES APURADOS X 12)
      *--------------------------------------------------------------*
       205-APURAR-META-UF.

           MOVE 'SEM MOVIMENTO '  TO  WS-MT-SITUACAO (WS-UF-SUB)
           IF WS-MT-FROTA (WS-UF-SUB) > ZEROS
              COMPUTE WS-MT-TAXA (WS-UF-SUB) ROUNDED =
                      WS-MT-ACID (WS-UF-SUB) * 100
                      / WS-MT-FROTA (WS-UF-SUB)
              MOVE ZEROS  TO  WS-QTD-MESES
              MOVE 1      TO  WS-MES-SUB
              PERFORM 207-CONTAR-MES  UNTIL WS-MES-SUB > 12
              IF WS-QTD-MESES = ZEROS
                 MOVE ZEROS  TO  WS-PROJ-OBIT
              ELSE
                 COMPUTE WS-PROJ-OBIT =
                         WS-MT-OBIT (WS-UF-SUB) * 12 / WS-QTD-MESES
              END-IF
              MOVE WS-PROJ-OBIT  TO  WS-MT-PROJ (WS-UF-SUB)

              MOVE WS-UF-SIGLA (WS-UF-SUB)  TO  WS-UF-MT OF REG-METASUF
              MOVE WS-ANO-IN                TO  WS-ANO-MT OF REG-METASUF
              READ METASUF
              IF WS-FS-MET NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO METASUF'  TO WS-MSG
                 MOVE  WS-FS-MET                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-MET = '23'
                 MOVE 'SEM META      '  TO  WS-MT-SITUACAO (WS-UF-SUB)
              ELSE
                 MOVE WS-META-TAXA-MT OF REG-METASUF
                      TO  WS-MT-META-TAXA (WS-UF-SUB)
                 MOVE WS-META-OBIT-MT OF REG-METASUF
                      TO  WS-MT-META-OBIT (WS-UF-SUB)
                 IF WS-PROJ-OBIT > WS-META-OBIT-MT OF REG-METASUF
                    OR WS-MT-TAXA (WS-UF-SUB) >
                       WS-META-TAXA-MT OF REG-METASUF
                    MOVE 'FORA DA META  '
                         TO  WS-MT-SITUACAO (WS-UF-SUB)
                 ELSE
                    MOVE 'DENTRO DA META'
                         TO  WS-MT-SITUACAO (WS-UF-SUB)
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-UF-SUB
           .
      *--------------------------------------------------------------*
      *    CONTAR UM MES APURADO DA UF
      *--------------------------------------------------------------*
       207-CONTAR-MES.

           IF WS-MT-MES-FLAG (WS-UF-SUB WS-MES-SUB) = 'X'
              ADD 1  TO  WS-QTD-MESES
           END-IF
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    RETORNAR UM REGISTRO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTBOL
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           IF NAO-FIM-SORT
              IF SB-RESUMO
                 ADD 1  TO  WS-CTRES-RET
              ELSE
                 ADD 1  TO  WS-CTACI-RET
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    JUNTAR O RESUMO E OS ACIDENTES DE UMA CIDADE E EMITIR O
      *    BOLETIM
      *--------------------------------------------------------------*
       220-TRATAR-CIDADE.

           MOVE WS-UF-SB      TO  WS-UF-ATUAL
           MOVE WS-CIDADE-SB  TO  WS-CIDADE-ATUAL
           MOVE 'N'           TO  WS-SW-RESUMO
           MOVE ZEROS         TO  WS-TAB-HORARIO

           PERFORM 222-GUARDAR-REGISTRO
               UNTIL FIM-SORT
                  OR WS-UF-SB NOT = WS-UF-ATUAL
                  OR WS-CIDADE-SB NOT = WS-CIDADE-ATUAL

           IF TEM-RESUMO
              PERFORM 230-IMPRIMIR-BOLETIM
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O RESUMO ('1', SEMPRE O PRIMEIRO DA CIDADE) OU
      *    SOMAR O ACIDENTE ('2') NA MATRIZ DIA X FAIXA HORARIA
      *--------------------------------------------------------------*
       222-GUARDAR-REGISTRO.

           IF SB-RESUMO
              MOVE WS-DADOS-SB  TO  WS-RES-CIDADE
              MOVE 'S'          TO  WS-SW-RESUMO
           ELSE
              IF TEM-RESUMO
                 PERFORM 040-DERIVAR-DIA
                 PERFORM 042-DERIVAR-BANDA
                 ADD 1  TO  WS-HR-ACID (WS-DIA-SUB WS-BANDA-SUB)
                 ADD WS-OBIT-SB
                        TO  WS-HR-OBIT (WS-DIA-SUB WS-BANDA-SUB)
              ELSE
                 ADD 1  TO  WS-CTACI-SEMRES
              END-IF
           END-IF

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O BOLETIM DA CIDADE (UMA PAGINA)
      *--------------------------------------------------------------*
       230-IMPRIMIR-BOLETIM.

           ADD 1  TO  WS-CTBOLETIM
           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-ARQ
           MOVE 'S'              TO  WS-SW-PAGINA

           MOVE WS-BOL-CAB1  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 072-LINHA-HIFEN

           PERFORM 232-ENDERECAR
           PERFORM 074-LINHA-BRANCO

           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-BOL
           MOVE WS-RC-NOME       TO  WS-NOME-BOL
           MOVE WS-UF-ATUAL      TO  WS-UF-BOL
           MOVE WS-RC-POP        TO  WS-POP-BOL
           MOVE WS-BOL-MUNIC     TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 074-LINHA-BRANCO

      *    ACIDENTES, OBITOS E TAXA MES A MES E O ANO CONTRA O
      *    ANTERIOR
           MOVE WS-BOL-CABMES  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 072-LINHA-HIFEN
           MOVE 1  TO  WS-MES-SUB
           PERFORM 234-IMPRIMIR-MES  UNTIL WS-MES-SUB > 12
           PERFORM 072-LINHA-HIFEN
           PERFORM 236-IMPRIMIR-TENDENCIA
           PERFORM 074-LINHA-BRANCO

      *    POSICAO NA FAIXA DE POPULACAO
           PERFORM 238-IMPRIMIR-POSICAO
           PERFORM 074-LINHA-BRANCO

      *    SITUACAO DA UF NA META DO ANO
           PERFORM 240-IMPRIMIR-META
           PERFORM 074-LINHA-BRANCO

      *    PIORES CELULAS DIA DA SEMANA X FAIXA HORARIA
           MOVE ' DIAS E HORARIOS DE MAIOR RISCO NO ANO'
                               TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           PERFORM 072-LINHA-HIFEN
           MOVE 1  TO  WS-ORDEM
           PERFORM 242-IMPRIMIR-HORARIO THRU 242-IMPRIMIR-HORARIO-FIM
               UNTIL WS-ORDEM > 3
           PERFORM 074-LINHA-BRANCO

           MOVE WS-BOL-EMISSAO  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           .
      *--------------------------------------------------------------*
      *    ENDERECAR O BOLETIM AO PREFEITO (PREFCON); SEM CONTATO,
      *    SO AO CARGO, E A CIDADE SAI NA SYSOUT
      *--------------------------------------------------------------*
       232-ENDERECAR.

           MOVE WS-RC-NOME   TO  WS-NOME-DEST2
                                 WS-NOME-DEST4
           MOVE WS-UF-ATUAL  TO  WS-UF-DEST4

           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-PC OF REG-PREFCON
           READ PREFCON
           IF WS-FS-PRE NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO PREFCON'  TO WS-MSG
              MOVE  WS-FS-PRE                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-FS-PRE = '23'
              ADD 1  TO  WS-CTSEMCON
              DISPLAY ' * BOLETIM SEM CONTATO NO PREFCON: '
                      WS-CIDADE-ATUAL ' ' WS-RC-NOME ' ' WS-UF-ATUAL
              MOVE WS-BOL-DEST2  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
           ELSE
              MOVE WS-PREFEITO-PC OF REG-PREFCON  TO  WS-PREFEITO-BOL
              MOVE WS-BOL-DEST1  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
              MOVE WS-BOL-DEST2  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
              MOVE WS-ENDER-PC OF REG-PREFCON  TO  WS-ENDER-BOL
              MOVE WS-BOL-DEST3  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
              MOVE WS-CEP-PC OF REG-PREFCON  TO  WS-CEP-TRAB
              MOVE WS-CEP5-TRAB  TO  WS-CEP5-BOL
              MOVE WS-CEP3-TRAB  TO  WS-CEP3-BOL
              MOVE WS-BOL-DEST4  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM MES DO ANO
      *--------------------------------------------------------------*
       234-IMPRIMIR-MES.

           MOVE WS-NOME-MES (WS-MES-SUB)      TO  WS-MES-BOL
           MOVE WS-RC-ACID-MES (WS-MES-SUB)   TO  WS-ACID-BOL
           MOVE WS-RC-OBIT-MES (WS-MES-SUB)   TO  WS-OBIT-BOL
           MOVE WS-RC-TAXA-MES (WS-MES-SUB)   TO  WS-TAXA-BOL
           IF WS-RC-FLAG-MES (WS-MES-SUB) = 'X'
              MOVE SPACES            TO  WS-OBS-BOL
           ELSE
              MOVE 'NAO APURADO'     TO  WS-OBS-BOL
           END-IF
           MOVE WS-BOL-MES  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    TOTAL DO ANO, ANO ANTERIOR E VARIACAO / TENDENCIA DA TAXA
      *--------------------------------------------------------------*
       236-IMPRIMIR-TENDENCIA.

           MOVE SPACES  TO  WS-MES-BOL
           STRING 'TOTAL ' WS-ANO-IN  DELIMITED BY SIZE
                  INTO WS-MES-BOL
           MOVE WS-RC-ACID   TO  WS-ACID-BOL
           MOVE WS-RC-OBIT   TO  WS-OBIT-BOL
           MOVE WS-RC-TAXA   TO  WS-TAXA-BOL
           MOVE SPACES       TO  WS-OBS-BOL
           MOVE WS-BOL-MES   TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO

           IF WS-RC-MESES-ANT = ZEROS
              MOVE ZEROS  TO  WS-TAXA-ANT
              MOVE SPACES  TO  WS-MES-BOL
              STRING 'TOTAL ' WS-ANO-ANT  DELIMITED BY SIZE
                     INTO WS-MES-BOL
              MOVE ZEROS          TO  WS-ACID-BOL
                                      WS-OBIT-BOL
                                      WS-TAXA-BOL
              MOVE 'SEM DADOS'    TO  WS-OBS-BOL
              MOVE WS-BOL-MES     TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
              MOVE '    N/D'      TO  WS-VAR-ACID-BOL
                                      WS-VAR-OBIT-BOL
              MOVE '   N/D'       TO  WS-VAR-TAXA-BOL
              MOVE 'SEM BASE'     TO  WS-TENDENCIA-BOL
              MOVE WS-BOL-VAR     TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
           ELSE
              IF WS-RC-VEIC-ANT = ZEROS
                 MOVE ZEROS  TO  WS-TAXA-ANT
              ELSE
                 COMPUTE WS-TAXA-ANT ROUNDED =
                         WS-RC-ACID-ANT * 100 / WS-RC-VEIC-ANT
              END-IF
              MOVE SPACES  TO  WS-MES-BOL
              STRING 'TOTAL ' WS-ANO-ANT  DELIMITED BY SIZE
                     INTO WS-MES-BOL
              MOVE WS-RC-ACID-ANT  TO  WS-ACID-BOL
              MOVE WS-RC-OBIT-ANT  TO  WS-OBIT-BOL
              MOVE WS-TAXA-ANT     TO  WS-TAXA-BOL
              MOVE SPACES          TO  WS-OBS-BOL
              MOVE WS-BOL-MES      TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO

              IF WS-RC-ACID-ANT = ZEROS
                 MOVE '    N/D'  TO  WS-VAR-ACID-BOL
              ELSE
                 COMPUTE WS-VARIACAO ROUNDED =
                         (WS-RC-ACID - WS-RC-ACID-ANT) * 100
                         / WS-RC-ACID-ANT
                 MOVE WS-VARIACAO  TO  WS-VAR-ED
                 MOVE WS-VAR-ED    TO  WS-VAR-ACID-BOL (3:5)
                 MOVE SPACES       TO  WS-VAR-ACID-BOL (1:2)
              END-IF
              IF WS-RC-OBIT-ANT = ZEROS
                 MOVE '    N/D'  TO  WS-VAR-OBIT-BOL
              ELSE
                 COMPUTE WS-VARIACAO ROUNDED =
                         (WS-RC-OBIT - WS-RC-OBIT-ANT) * 100
                         / WS-RC-OBIT-ANT
                 MOVE WS-VARIACAO  TO  WS-VAR-ED
                 MOVE WS-VAR-ED    TO  WS-VAR-OBIT-BOL (3:5)
                 MOVE SPACES       TO  WS-VAR-OBIT-BOL (1:2)
              END-IF
              IF WS-TAXA-ANT = ZEROS
                 MOVE '   N/D'  TO  WS-VAR-TAXA-BOL
              ELSE
                 COMPUTE WS-VARIACAO ROUNDED =
                         (WS-RC-TAXA - WS-TAXA-ANT) * 100
                         / WS-TAXA-ANT
                 MOVE WS-VARIACAO  TO  WS-VAR-ED
                 MOVE WS-VAR-ED    TO  WS-VAR-TAXA-BOL (2:5)
                 MOVE SPACES       TO  WS-VAR-TAXA-BOL (1:1)
              END-IF
              EVALUATE TRUE
                  WHEN WS-RC-TAXA < WS-TAXA-ANT
                      MOVE 'TAXA EM QUEDA'  TO  WS-TENDENCIA-BOL
                  WHEN WS-RC-TAXA > WS-TAXA-ANT
                      MOVE 'TAXA EM ALTA'   TO  WS-TENDENCIA-BOL
                  WHEN OTHER
                      MOVE 'TAXA ESTAVEL'   TO  WS-TENDENCIA-BOL
              END-EVALUATE
              MOVE WS-BOL-VAR  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICAO DA CIDADE NA FAIXA DE POPULACAO: 1 + CIDADES DA
      *    FAIXA COM TAXA MAIOR (1 = MAIOR TAXA, COMO O CGPRG113
      *    LISTA DA PIOR PARA A MELHOR)
      *--------------------------------------------------------------*
       238-IMPRIMIR-POSICAO.

           MOVE WS-RC-BANDA  TO  WS-BAND-SUB
           MOVE 1            TO  WS-POSICAO
           MOVE 1            TO  WS-TX-SUB
           PERFORM 239-COMPARAR-TAXA
               UNTIL WS-TX-SUB > WS-BD-QTD (WS-BAND-SUB)
           COMPUTE WS-PERCENTIL ROUNDED =
                   (WS-BD-QTD (WS-BAND-SUB) - WS-POSICAO + 1) * 100
                   / WS-BD-QTD (WS-BAND-SUB)

           MOVE WS-BD-ROTULO (WS-BAND-SUB)  TO  WS-ROTULO-BOL
           MOVE WS-BOL-FAIXA1  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           MOVE WS-POSICAO                  TO  WS-POSICAO-BOL
           MOVE WS-BD-QTD (WS-BAND-SUB)     TO  WS-QTD-FX-BOL
           MOVE WS-PERCENTIL                TO  WS-PERC-BOL
           MOVE WS-BOL-FAIXA2  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           .
      *--------------------------------------------------------------*
      *    CONTAR UMA CIDADE DA FAIXA COM TAXA MAIOR
      *--------------------------------------------------------------*
       239-COMPARAR-TAXA.

           IF WS-BD-TAXA (WS-BAND-SUB WS-TX-SUB) > WS-RC-TAXA
              ADD 1  TO  WS-POSICAO
           END-IF
           ADD 1  TO  WS-TX-SUB
           .
      *--------------------------------------------------------------*
      *    SITUACAO DA UF DA CIDADE NA META DO ANO
      *--------------------------------------------------------------*
       240-IMPRIMIR-META.

           MOVE WS-UF-ATUAL  TO  WS-UF-CIDADE
                                 WS-UF-META-BOL
           PERFORM 032-LOCALIZAR-UF
           IF WS-UF-SUB > 27
              MOVE 'UF INVALIDA   '  TO  WS-SITUACAO-BOL
              MOVE WS-BOL-META1  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
           ELSE
              MOVE WS-MT-SITUACAO (WS-UF-SUB)   TO  WS-SITUACAO-BOL
              MOVE WS-BOL-META1  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
              MOVE WS-MT-TAXA (WS-UF-SUB)       TO  WS-TAXA-REAL-BOL
              MOVE WS-MT-META-TAXA (WS-UF-SUB)  TO  WS-TAXA-META-BOL
              MOVE WS-MT-PROJ (WS-UF-SUB)       TO  WS-PROJ-BOL
              MOVE WS-MT-META-OBIT (WS-UF-SUB)  TO  WS-TETO-BOL
              MOVE WS-BOL-META2  TO  WS-LINHA-DOC
              PERFORM 070-GRAVAR-DOCUMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A N-ESIMA PIOR CELULA DIA X FAIXA (MAIS
      *    ACIDENTES AINDA NAO USADA; EMPATE FICA COM A PRIMEIRA)
      *--------------------------------------------------------------*
       242-IMPRIMIR-HORARIO.

           MOVE ZEROS  TO  WS-MAX-ACID
           MOVE ZEROS  TO  WS-MAX-DIA
           MOVE ZEROS  TO  WS-MAX-BANDA
           MOVE 1      TO  WS-DIA-SUB
           PERFORM 244-PROCURAR-DIA  UNTIL WS-DIA-SUB > 7

           IF WS-MAX-ACID = ZEROS
              IF WS-ORDEM = 1
                 MOVE ' SEM ACIDENTE DETALHADO NO ANO'
                                  TO  WS-LINHA-DOC
                 PERFORM 070-GRAVAR-DOCUMENTO
              END-IF
              MOVE 4  TO  WS-ORDEM
              GO TO 242-IMPRIMIR-HORARIO-FIM
           END-IF

           MOVE 'S'  TO  WS-HR-USADA (WS-MAX-DIA WS-MAX-BANDA)
           MOVE WS-ORDEM                        TO  WS-ORDEM-BOL
           MOVE WS-ROTULO-DIA (WS-MAX-DIA)      TO  WS-DIA-BOL
           MOVE WS-ROTULO-FAIXA (WS-MAX-BANDA)  TO  WS-FAIXA-BOL
           MOVE WS-HR-ACID (WS-MAX-DIA WS-MAX-BANDA)
                                                TO  WS-ACID-HR-BOL
           MOVE WS-HR-OBIT (WS-MAX-DIA WS-MAX-BANDA)
                                                TO  WS-OBIT-HR-BOL
           MOVE WS-BOL-HORARIO  TO  WS-LINHA-DOC
           PERFORM 070-GRAVAR-DOCUMENTO
           ADD 1  TO  WS-ORDEM
           .
       242-IMPRIMIR-HORARIO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PERCORRER AS FAIXAS DE UM DIA
      *--------------------------------------------------------------*
       244-PROCURAR-DIA.

           MOVE 1  TO  WS-BANDA-SUB
           PERFORM 246-COMPARAR-CELULA  UNTIL WS-BANDA-SUB > 4
           ADD 1  TO  WS-DIA-SUB
           .
      *--------------------------------------------------------------*
      *    GUARDAR A CELULA SE TIVER MAIS ACIDENTES E NAO FOI USADA
      *--------------------------------------------------------------*
       246-COMPARAR-CELULA.

           IF WS-HR-USADA (WS-DIA-SUB WS-BANDA-SUB) NOT = 'S'
              AND WS-HR-ACID (WS-DIA-SUB WS-BANDA-SUB) > WS-MAX-ACID
              MOVE WS-HR-ACID (WS-DIA-SUB WS-BANDA-SUB)
                                  TO  WS-MAX-ACID
              MOVE WS-DIA-SUB     TO  WS-MAX-DIA
              MOVE WS-BANDA-SUB   TO  WS-MAX-BANDA
           END-IF
           ADD 1  TO  WS-BANDA-SUB
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG206 <
