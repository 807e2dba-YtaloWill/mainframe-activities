       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG209.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CRUZAMENTO DAS INTERNACOES POR ACIDENTE DE
      *           TRANSITO (ARQUIVO MENSAL DA SECRETARIA ESTADUAL DE
      *           SAUDE - INTERNAC) COM AS VITIMAS (VITIMDET) E OS
      *           ACIDENTES (ACIDDET) CAPTADOS PELO CGPRG043, PARA
      *           MEDIR A SUBNOTIFICACAO POR CIDADE:
      *           - CADA INTERNACAO E CASADA COM UMA VITIMA DA MESMA
      *             CIDADE, MESMO SEXO E IDADE DENTRO DA TOLERANCIA,
      *             INTERNADA ATE N DIAS APOS O ACIDENTE (UMA VITIMA
      *             SO CASA COM UMA INTERNACAO);
      *           - A INTERNACAO SEM VITIMA E PROCURADA NO ACIDDET
      *             (ACIDENTE NA MESMA CIDADE E JANELA, CAPTADO SEM O
      *             CARTAO 'V' DA VITIMA);
      *           - SEM VITIMA E SEM ACIDENTE = SEM REGISTRO.
      *           O RELSUB TRAZ, POR UF E CIDADE DA COMPETENCIA, AS
      *           INTERNACOES, AS CASADAS, AS SEM REGISTRO E A TAXA
      *           DE SUBNOTIFICACAO (SEM REGISTRO / INTERNACOES), E A
      *           LISTA DAS INTERNACOES SEM REGISTRO PARA O CONFRONTO
      *           COM A CAPTURA DA UF (CG46/CGPRG043). NENHUM ARQUIVO
      *           E ALTERADO. REGISTRO RECUSADO NA CRITICA: RC 4.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA DO ARQUIVO DE INTERNACOES (AAAAMM)
      *   POS 07-08 JANELA EM DIAS ENTRE O ACIDENTE E A INTERNACAO
      *             (01 A 30 - BRANCO/ZERO = 07)
      *   POS 09    TOLERANCIA DE IDADE EM ANOS (0 A 9 - BRANCO = 1)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010228  PROGRAMA CRIADO - CRUZAMENTO DAS
      *                          INTERNACOES DA SAUDE COM VITIMDET E
      *                          ACIDDET (TAXA DE SUBNOTIFICACAO)
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
           SELECT INTERNAC ASSIGN TO INTERNJ
                  FILE STATUS   IS WS-FS-INT
           .
           SELECT MUNTAB ASSIGN TO MUNTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-M OF REG-MUNTAB
                  FILE STATUS   IS WS-FS-MUN
           .
           SELECT VITIMDET ASSIGN TO VITIMDEJ
                  FILE STATUS   IS WS-FS-VIT
           .
           SELECT ACIDDET ASSIGN TO ACIDDETJ
                  FILE STATUS   IS WS-FS-DET
           .
           SELECT SORTSUB ASSIGN TO SORTWKJ
           .
           SELECT RELSUB ASSIGN TO RELSUBJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> INTERNACOES POR ACIDENTE DE TRANSITO (LAYOUT FIXO DA
      *       SECRETARIA DE SAUDE - UMA INTERNACAO POR REGISTRO)
       FD  INTERNAC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-INTERNAC.
           05 WS-AIH-IN           PIC X(13).
           05 WS-CIDADE-IN        PIC X(07).
           05 WS-CIDADE-IN-N REDEFINES WS-CIDADE-IN
                                  PIC 9(07).
           05 WS-DATA-IN          PIC X(08).
           05 WS-DATA-IN-N   REDEFINES WS-DATA-IN
                                  PIC 9(08).
           05 FILLER         REDEFINES WS-DATA-IN.
              10 WS-ANO-IN        PIC 9(04).
              10 WS-MES-IN        PIC 9(02).
              10 WS-DIA-IN        PIC 9(02).
           05 WS-IDADE-IN         PIC X(03).
           05 WS-IDADE-IN-N  REDEFINES WS-IDADE-IN
                                  PIC 9(03).
           05 WS-SEXO-IN          PIC X(01).
              88 SEXO-VALIDO          VALUE 'M' 'F'.
           05 FILLER              PIC X(28).
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTAB.
           COPY MUNTABC.
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
      *-----> SECAO 1 = TODAS AS INTERNACOES (TOTAIS POR UF/CIDADE);
      *       SECAO 2 = SO AS SEM REGISTRO (LISTA PARA CONFRONTO)
       SD  SORTSUB
           RECORDING MODE  F
           .
       01  REG-SORTSUB.
           05 WS-SECAO-SRT        PIC X(01).
           05 WS-UF-SRT           PIC X(02).
           05 WS-CIDADE-SRT       PIC 9(07).
           05 WS-DATA-SRT         PIC 9(08).
           05 WS-NOME-SRT         PIC X(20).
           05 WS-AIH-SRT          PIC X(13).
           05 WS-IDADE-SRT        PIC 9(03).
           05 WS-SEXO-SRT         PIC X(01).
           05 WS-SIT-SRT          PIC X(01).
       FD  RELSUB
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELSUB             PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(05) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(05) VALUE ZEROS.
           05  WS-CTVIT-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTDET-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTCAS-VIT           PIC 9(05) VALUE ZEROS.
           05  WS-CTCAS-ACI           PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMREG            PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-INT              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-FS-VIT              PIC X(02).
           05  WS-FS-DET              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG209'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(30).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-SUB                 PIC 9(04) COMP.
           05  WS-ACH                 PIC 9(04) COMP.
           05  WS-DIF-DIAS            PIC S9(07).
           05  WS-DIF-IDADE           PIC S9(03).
           05  WS-TOL-IDADE           PIC 9(01).
           05  WS-DIAS-JANELA         PIC 9(02).
           05  WS-COMPET-ANT          PIC 9(06).
           05  WS-UF-ATUAL            PIC X(02).
           05  WS-CIDADE-ATUAL        PIC 9(07).
           05  WS-NOME-ATUAL          PIC X(20).

      *-----> NUMERO DO DIA (DESDE 01/01/0001) PARA A JANELA ENTRE O
      *       ACIDENTE E A INTERNACAO - MESMA ROTINA DO CGPRG201
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

      *-----> DIAS ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO)
       01  WS-TAB-DIAS-ACUM.
           05  FILLER                 PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-ACUM.
           05  WS-DIAS-ACUM           PIC 9(03)  OCCURS 12 TIMES.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-COMPET-PARM         PIC 9(06).
           05  FILLER  REDEFINES  WS-COMPET-PARM.
               10  WS-ANO-PARM        PIC 9(04).
               10  WS-MES-PARM        PIC 9(02).
           05  WS-JANELA-IN           PIC X(02).
           05  WS-JANELA-N   REDEFINES  WS-JANELA-IN
                                      PIC 9(02).
           05  WS-TOLER-IN            PIC X(01).
           05  WS-TOLER-N    REDEFINES  WS-TOLER-IN
                                      PIC 9(01).

      *-----> INTERNACOES VALIDAS DA COMPETENCIA (ATE 5000) COM A
      *       SITUACAO: P = PENDENTE (SEM REGISTRO), V = CASADA COM
      *       VITIMA, A = CASADA SO COM ACIDENTE
       01  WS-TAB-INT.
           05  WS-QTD-INT             PIC 9(04)  VALUE ZEROS.
           05  WS-INT-OCOR            OCCURS 5000 TIMES.
               10  WS-INT-AIH         PIC X(13).
               10  WS-INT-CIDADE      PIC 9(07).
               10  WS-INT-UF          PIC X(02).
               10  WS-INT-NOME        PIC X(20).
               10  WS-INT-DATA        PIC 9(08).
               10  WS-INT-DN          PIC 9(07).
               10  WS-INT-IDADE       PIC 9(03).
               10  WS-INT-SEXO        PIC X(01).
               10  WS-INT-SIT         PIC X(01).

      *-----> TOTAIS DA CIDADE, DA UF E GERAL
       01  WS-TOT-CIDADE.
           05  WS-QT-INT-C            PIC 9(05).
           05  WS-QT-VIT-C            PIC 9(05).
           05  WS-QT-ACI-C            PIC 9(05).
           05  WS-QT-SEM-C            PIC 9(05).
       01  WS-TOT-UF.
           05  WS-QT-INT-U            PIC 9(05).
           05  WS-QT-VIT-U            PIC 9(05).
           05  WS-QT-ACI-U            PIC 9(05).
           05  WS-QT-SEM-U            PIC 9(05).
       01  WS-TOT-GERAL.
           05  WS-QT-INT-G            PIC 9(05)  VALUE ZEROS.
           05  WS-QT-VIT-G            PIC 9(05)  VALUE ZEROS.
           05  WS-QT-ACI-G            PIC 9(05)  VALUE ZEROS.
           05  WS-QT-SEM-G            PIC 9(05)  VALUE ZEROS.
      *-----> LINHA A IMPRIMIR (CIDADE, UF OU GERAL) E A TAXA
       01  WS-TOT-LINHA.
           05  WS-QT-INT-L            PIC 9(05).
           05  WS-QT-VIT-L            PIC 9(05).
           05  WS-QT-ACI-L            PIC 9(05).
           05  WS-QT-SEM-L            PIC 9(05).
       01  WS-TAXA                PIC 9(03)V9.

      *-----> DADOS DE SAIDA - RELATORIO DE SUBNOTIFICACAO
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'SUBNOTIFICACAO DE ACIDENTES - INTERNACOE'.
           05 FILLER              PIC X(40) VALUE
              'S DA SAUDE X VITIMDET/ACIDDET'.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'COMPETENCIA: '.
           05 WS-MES-CAB          PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-CAB          PIC 9(04).
           05 FILLER              PIC X(10) VALUE '  JANELA: '.
           05 WS-JANELA-CAB       PIC Z9.
           05 FILLER              PIC X(36) VALUE
              ' DIA(S) DO ACIDENTE A INTERNACAO    '.
           05 FILLER              PIC X(21) VALUE
              'TOLERANCIA DE IDADE: '.
           05 WS-TOLER-CAB        PIC 9(01).
           05 FILLER              PIC X(29) VALUE ' ANO(S)'.
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TITULO-T         PIC X(119).
       01  WS-LIN-COLUNA          PIC X(120).
       01  WS-COL-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'UF CIDADE  NOME                        '.
           05 FILLER              PIC X(40) VALUE
              'INTERNAC.   COM VITIMA  SO ACIDENTE  SEM'.
           05 FILLER              PIC X(39) VALUE
              ' REGISTRO  SUBNOTIF.'.
       01  WS-COL-DETALHE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'UF CIDADE  NOME                  AIH   '.
           05 FILLER              PIC X(40) VALUE
              '         INTERNACAO   IDADE SEXO        '.
           05 FILLER              PIC X(39) VALUE SPACES.
       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UF-RT            PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-RT        PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-RT          PIC X(20).
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-INT-RT           PIC ZZ.ZZ9.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 WS-VIT-RT           PIC ZZ.ZZ9.
           05 FILLER              PIC X(07) VALUE SPACES.
           05 WS-ACI-RT           PIC ZZ.ZZ9.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 WS-SEM-RT           PIC ZZ.ZZ9.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TAXA-RT          PIC ZZ9,9.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UF-RD            PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-RD        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-RD          PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AIH-RD           PIC X(13).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DATA-RD          PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-IDADE-RD         PIC ZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-SEXO-RD          PIC X(01).
           05 FILLER              PIC X(49) VALUE SPACES.

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.
       01  WS-LIN-BRANCO          PIC X(120)      VALUE SPACES.

      *-----> VALIDACAO DO CODIGO IBGE DA CIDADE (VER IBGEDVDC)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

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
      *    PROCESSO PRINCIPAL - CARREGA AS INTERNACOES, CASA COM AS
      *    VITIMAS E DEPOIS COM OS ACIDENTES, E LISTA POR UF/CIDADE
      *--------------------------------------------------------------*
       000-CGPRG209.

           PERFORM 010-INICIAR
           PERFORM 030-CARREGAR-INTERNACAO THRU 030-CARREGAR-FIM
               UNTIL WS-FS-INT = '10'
           PERFORM 035-FECHAR-CARGA
           PERFORM 040-CASAR-VITIMAS
           PERFORM 050-CASAR-ACIDENTES

           SORT SORTSUB
               ON ASCENDING KEY WS-SECAO-SRT
                                WS-UF-SRT
                                WS-CIDADE-SRT
                                WS-DATA-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-LISTAR-SUBNOT
                                   THRU 200-LISTAR-SUBNOT-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG209 - SUBNOTIFICACAO X INTERNACAO *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-JANELA-IN = SPACES OR WS-JANELA-IN = '00'
              MOVE 7  TO  WS-JANELA-N
           END-IF
           IF WS-TOLER-IN = SPACES
              MOVE 1  TO  WS-TOLER-N
           END-IF
           DISPLAY ' * COMPETENCIA: ' WS-COMPET-PARM
                   ' JANELA(DIAS): ' WS-JANELA-IN
                   ' TOLERANCIA(ANOS): ' WS-TOLER-IN
           IF WS-COMPET-PARM NOT NUMERIC
              OR WS-MES-PARM < 1 OR WS-MES-PARM > 12
              MOVE  'COMPETENCIA DO CARTAO ERRADA'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-JANELA-N NOT NUMERIC OR WS-JANELA-N > 30
              MOVE  'JANELA DO CARTAO ERRADA'  TO WS-MSG
              MOVE  '  '                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-TOLER-N NOT NUMERIC
              MOVE  'TOLERANCIA DO CARTAO ERRADA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-JANELA-N  TO  WS-DIAS-JANELA
           MOVE WS-TOLER-N   TO  WS-TOL-IDADE

      *-----> O ACIDENTE PODE SER DA COMPETENCIA ANTERIOR (JANELA
      *       ATE 30 DIAS)
           IF WS-MES-PARM = 1
              COMPUTE WS-COMPET-ANT = WS-COMPET-PARM - 89
           ELSE
              COMPUTE WS-COMPET-ANT = WS-COMPET-PARM - 1
           END-IF

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED      TO  WS-DATA-CAB
           MOVE WS-MES-PARM     TO  WS-MES-CAB
           MOVE WS-ANO-PARM     TO  WS-ANO-CAB
           MOVE WS-DIAS-JANELA  TO  WS-JANELA-CAB
           MOVE WS-TOL-IDADE    TO  WS-TOLER-CAB

           OPEN INPUT INTERNAC
           IF WS-FS-INT  NOT = '00'
              MOVE  'ERRO AO ABRIR O INTERNAC'  TO WS-MSG
              MOVE   WS-FS-INT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELSUB
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELSUB'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-LIN-BRANCO  TO  WS-LIN-COLUNA
           PERFORM 085-IMPCAB
           MOVE 'INTERNACOES RECUSADAS NA CRITICA'  TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           PERFORM 025-LER-INTERNAC
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
      *    LER UMA INTERNACAO
      *--------------------------------------------------------------*
       025-LER-INTERNAC.

           READ INTERNAC
           IF WS-FS-INT  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO INTERNAC'  TO WS-MSG
              MOVE   WS-FS-INT                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-INT = '00'
              ADD 1  TO  WS-CTLIDO
              MOVE REG-INTERNAC  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR UMA INTERNACAO E GUARDA-LA NA TABELA COM O NOME E
      *    A UF DA CIDADE (MUNTAB)
      *--------------------------------------------------------------*
       030-CARREGAR-INTERNACAO.

           IF WS-AIH-IN = SPACES
              MOVE 'AIH NAO INFORMADA'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF
           IF WS-DATA-IN NOT NUMERIC OR WS-IDADE-IN NOT NUMERIC
              MOVE 'REGISTRO NAO NUMERICO'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF
           IF NOT SEXO-VALIDO
              MOVE 'SEXO INVALIDO'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF
           IF WS-MES-IN < 1 OR WS-MES-IN > 12
              OR WS-DIA-IN < 1 OR WS-DIA-IN > 31
              MOVE 'DATA DA INTERNACAO INVALIDA'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF
           IF WS-DATA-IN (1:6) NOT = WS-COMPET-PARM
              MOVE 'INTERNACAO FORA DA COMPETENCIA'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF

           MOVE WS-CIDADE-IN  TO  WS-IBGE-ENT-X
           MOVE SPACES        TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM
           IF IBGE-INVALIDO
              MOVE WS-IBGE-MOTIVO  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF

           MOVE WS-CIDADE-IN-N  TO  WS-CIDADE-M OF REG-MUNTAB
           READ MUNTAB
           IF WS-FS-MUN NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-MUN = '23'
              MOVE 'CIDADE NAO CADASTRADA NO MUNTAB'  TO  WS-MOTIVO
              PERFORM 038-REJEITAR
              GO TO 030-CARREGAR-LER
           END-IF

           IF WS-QTD-INT = 5000
              MOVE  'INTERNACOES DEMAIS NO ARQUIVO'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-INT
           MOVE WS-AIH-IN       TO  WS-INT-AIH (WS-QTD-INT)
           MOVE WS-CIDADE-IN-N  TO  WS-INT-CIDADE (WS-QTD-INT)
           MOVE WS-UF-M         TO  WS-INT-UF (WS-QTD-INT)
           MOVE WS-NOME-M       TO  WS-INT-NOME (WS-QTD-INT)
           MOVE WS-DATA-IN-N    TO  WS-INT-DATA (WS-QTD-INT)
           MOVE WS-IDADE-IN-N   TO  WS-INT-IDADE (WS-QTD-INT)
           MOVE WS-SEXO-IN      TO  WS-INT-SEXO (WS-QTD-INT)
           MOVE 'P'             TO  WS-INT-SIT (WS-QTD-INT)
           MOVE WS-DATA-IN-N    TO  WS-DN-DATA
           PERFORM 060-CALCULAR-DIA
           MOVE WS-DN-NUM       TO  WS-INT-DN (WS-QTD-INT)
           .
       030-CARREGAR-LER.

           PERFORM 025-LER-INTERNAC
           .
       030-CARREGAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    FECHAR O INTERNAC E O MUNTAB APOS A CARGA
      *--------------------------------------------------------------*
       035-FECHAR-CARGA.

           CLOSE INTERNAC
           IF WS-FS-INT  NOT = '00'
              MOVE  'ERRO AO FECHAR O INTERNAC'  TO WS-MSG
              MOVE   WS-FS-INT                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * INTERNACOES VALIDAS NA TABELA: ' WS-QTD-INT
           .
      *--------------------------------------------------------------*
      *    REJEITAR INTERNACAO (MOTIVO EM WS-MOTIVO)
      *--------------------------------------------------------------*
       038-REJEITAR.

           ADD 1 TO WS-CTREJ
           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE SPACES  TO  WS-TITULO-T
           STRING 'REGISTRO ' REG-INTERNAC (1:32) ' - ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-TITULO-T
           MOVE WS-LIN-TITULO  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB

           DISPLAY ' *** INTERNACAO RECUSADA - ' WS-MOTIVO
           DISPLAY ' * REGISTRO: ' REG-INTERNAC (1:32)
           .
      *--------------------------------------------------------------*
      *    VITIMDET: CASAR CADA VITIMA DAS COMPETENCIAS DA JANELA COM
      *    A PRIMEIRA INTERNACAO PENDENTE QUE LHE CORRESPONDA
      *--------------------------------------------------------------*
       040-CASAR-VITIMAS.

           IF WS-QTD-INT = ZEROS
              GO TO 040-CASAR-VITIMAS-FIM
           END-IF

           OPEN INPUT VITIMDET
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
       040-CASAR-VITIMAS-FIM.
           EXIT.
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
      *    PROCURAR UMA INTERNACAO PENDENTE PARA A VITIMA
      *--------------------------------------------------------------*
       042-TRATAR-VITIMA.

           IF WS-COMPET-VT = WS-COMPET-PARM
              OR WS-COMPET-VT = WS-COMPET-ANT
              MOVE WS-DATA-VT  TO  WS-DN-DATA
              PERFORM 060-CALCULAR-DIA
              MOVE ZEROS  TO  WS-ACH
              MOVE 1      TO  WS-SUB
              PERFORM 044-COMPARAR-VITIMA
                  UNTIL WS-SUB > WS-QTD-INT OR WS-ACH > ZEROS
              IF WS-ACH > ZEROS
                 MOVE 'V'  TO  WS-INT-SIT (WS-ACH)
                 ADD 1     TO  WS-CTCAS-VIT
              END-IF
           END-IF

           PERFORM 041-LER-VITIMDET
           .
      *--------------------------------------------------------------*
      *    COMPARAR A VITIMA COM UMA INTERNACAO: MESMA CIDADE E SEXO,
      *    IDADE NA TOLERANCIA E INTERNACAO DE 0 A N DIAS APOS O
      *    ACIDENTE
      *--------------------------------------------------------------*
       044-COMPARAR-VITIMA.

           IF WS-INT-SIT (WS-SUB) = 'P'
              AND WS-INT-CIDADE (WS-SUB) = WS-CIDADE-VT
              AND WS-INT-SEXO (WS-SUB)   = WS-SEXO-VT
              COMPUTE WS-DIF-DIAS  = WS-INT-DN (WS-SUB) - WS-DN-NUM
              COMPUTE WS-DIF-IDADE = WS-INT-IDADE (WS-SUB)
                                   - WS-IDADE-VT
              IF WS-DIF-IDADE < ZEROS
                 COMPUTE WS-DIF-IDADE = WS-DIF-IDADE * -1
              END-IF
              IF WS-DIF-DIAS NOT < ZEROS
                 AND WS-DIF-DIAS NOT > WS-DIAS-JANELA
                 AND WS-DIF-IDADE NOT > WS-TOL-IDADE
                 MOVE WS-SUB  TO  WS-ACH
              END-IF
           END-IF
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    ACIDDET: INTERNACAO AINDA PENDENTE COM ACIDENTE NA MESMA
      *    CIDADE E JANELA CONTA COMO REGISTRADA (ACIDENTE CAPTADO
      *    SEM O DETALHE DA VITIMA)
      *--------------------------------------------------------------*
       050-CASAR-ACIDENTES.

           IF WS-QTD-INT = WS-CTCAS-VIT
              GO TO 050-CASAR-ACIDENTES-FIM
           END-IF

           OPEN INPUT ACIDDET
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
       050-CASAR-ACIDENTES-FIM.
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
      *    MARCAR AS INTERNACOES PENDENTES QUE O ACIDENTE EXPLICA
      *--------------------------------------------------------------*
       052-TRATAR-ACIDENTE.

           IF WS-COMPET-DT = WS-COMPET-PARM
              OR WS-COMPET-DT = WS-COMPET-ANT
              MOVE WS-DATA-DT  TO  WS-DN-DATA
              PERFORM 060-CALCULAR-DIA
              MOVE 1  TO  WS-SUB
              PERFORM 054-COMPARAR-ACIDENTE  UNTIL WS-SUB > WS-QTD-INT
           END-IF

           PERFORM 051-LER-ACIDDET
           .
      *--------------------------------------------------------------*
      *    COMPARAR O ACIDENTE COM UMA INTERNACAO PENDENTE
      *--------------------------------------------------------------*
       054-COMPARAR-ACIDENTE.

           IF WS-INT-SIT (WS-SUB) = 'P'
              AND WS-INT-CIDADE (WS-SUB) = WS-CIDADE-DT
              COMPUTE WS-DIF-DIAS = WS-INT-DN (WS-SUB) - WS-DN-NUM
              IF WS-DIF-DIAS NOT < ZEROS
                 AND WS-DIF-DIAS NOT > WS-DIAS-JANELA
                 MOVE 'A'  TO  WS-INT-SIT (WS-SUB)
                 ADD 1     TO  WS-CTCAS-ACI
              END-IF
           END-IF
           ADD 1  TO  WS-SUB
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
      *    IMPRIMIR CABECALHO DO RELATORIO (E A LINHA DE COLUNAS DA
      *    SECAO EM CURSO, QUANDO HOUVER)
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELSUB  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELSUB'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 1  TO  WS-CTLIN
           MOVE WS-CAB2   TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB
           MOVE WS-HIFEN  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB
           IF WS-LIN-COLUNA NOT = SPACES
              MOVE WS-LIN-COLUNA  TO  REG-RELSUB
              PERFORM 088-GRAVAR-RELSUB
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UMA SECAO (EM WS-TITULO-T)
      *--------------------------------------------------------------*
       086-IMPRIMIR-TITULO.

           IF WS-CTLIN > 52
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-TITULO  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB
           MOVE WS-HIFEN       TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB
           IF WS-LIN-COLUNA NOT = SPACES
              MOVE WS-LIN-COLUNA  TO  REG-RELSUB
              PERFORM 088-GRAVAR-RELSUB
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELSUB.

           WRITE REG-RELSUB
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELSUB'  TO  WS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG209        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * INTERNACOES LIDAS - INTERNAC = ' WS-CTLIDO
           DISPLAY ' * INTERNACOES RECUSADAS        = ' WS-CTREJ
           DISPLAY ' * INTERNACOES VALIDAS          = ' WS-QTD-INT
           DISPLAY ' * CASADAS COM VITIMA           = ' WS-CTCAS-VIT
           DISPLAY ' * CASADAS SO COM ACIDENTE      = ' WS-CTCAS-ACI
           DISPLAY ' * SEM REGISTRO DE ACIDENTE     = ' WS-CTSEMREG
           DISPLAY ' * VITIMAS LIDAS  - VITIMDET    = ' WS-CTVIT-LIDO
           DISPLAY ' * ACIDENTES LIDOS - ACIDDET    = ' WS-CTDET-LIDO
           DISPLAY ' *========================================*'

           COMPUTE WS-CTPROC = WS-CTREJ + WS-CTCAS-VIT + WS-CTCAS-ACI
                             + WS-CTSEMREG
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
              IF WS-CTREJ > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  RELSUB
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELSUB'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG209        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: TODA INTERNACAO NA SECAO
      *    1 E A SEM REGISTRO TAMBEM NA SECAO 2
      *--------------------------------------------------------------*
       100-SELECIONAR.

           MOVE 1  TO  WS-SUB
           PERFORM 110-LIBERAR-INTERNACAO  UNTIL WS-SUB > WS-QTD-INT
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LIBERAR UMA INTERNACAO PARA O SORT
      *--------------------------------------------------------------*
       110-LIBERAR-INTERNACAO.

           MOVE '1'                      TO  WS-SECAO-SRT
           MOVE WS-INT-UF (WS-SUB)       TO  WS-UF-SRT
           MOVE WS-INT-CIDADE (WS-SUB)   TO  WS-CIDADE-SRT
           MOVE WS-INT-DATA (WS-SUB)     TO  WS-DATA-SRT
           MOVE WS-INT-NOME (WS-SUB)     TO  WS-NOME-SRT
           MOVE WS-INT-AIH (WS-SUB)      TO  WS-AIH-SRT
           MOVE WS-INT-IDADE (WS-SUB)    TO  WS-IDADE-SRT
           MOVE WS-INT-SEXO (WS-SUB)     TO  WS-SEXO-SRT
           MOVE WS-INT-SIT (WS-SUB)      TO  WS-SIT-SRT
           RELEASE REG-SORTSUB

           IF WS-INT-SIT (WS-SUB) = 'P'
              MOVE '2'  TO  WS-SECAO-SRT
              RELEASE REG-SORTSUB
           END-IF
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: TOTAIS POR UF/CIDADE E A
      *    LISTA DAS INTERNACOES SEM REGISTRO
      *--------------------------------------------------------------*
       200-LISTAR-SUBNOT.

           MOVE WS-LIN-BRANCO  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB
           MOVE WS-COL-TOTAL   TO  WS-LIN-COLUNA
           MOVE 'SUBNOTIFICACAO POR UF E CIDADE (SEM REGISTRO / INTERNA
      -         'COES)'        TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           SET NAO-FIM-SORT  TO  TRUE
           PERFORM 210-RETORNAR
           PERFORM 220-TRATAR-UF
               UNTIL FIM-SORT OR WS-SECAO-SRT NOT = '1'

           MOVE WS-TOT-GERAL   TO  WS-TOT-LINHA
           MOVE SPACES         TO  WS-UF-RT
                                   WS-CIDADE-RT
           MOVE 'TOTAL GERAL'  TO  WS-NOME-RT
           PERFORM 250-IMPRIMIR-TOTAL

           MOVE WS-LIN-BRANCO  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB
           MOVE WS-COL-DETALHE TO  WS-LIN-COLUNA
           MOVE 'INTERNACOES SEM REGISTRO DE ACIDENTE (CONFRONTAR COM A
      -         ' CAPTURA DA UF)'  TO  WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           PERFORM 260-LISTAR-SEM-REGISTRO  UNTIL FIM-SORT
           IF WS-CTSEMREG = ZEROS
              MOVE 'NENHUMA INTERNACAO SEM REGISTRO'  TO  WS-TITULO-T
              MOVE WS-LIN-TITULO  TO  REG-RELSUB
              PERFORM 088-GRAVAR-RELSUB
           END-IF
           .
       200-LISTAR-SUBNOT-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UMA INTERNACAO CLASSIFICADA
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTSUB
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    QUEBRA POR UF: AS CIDADES DA UF E O TOTAL DA UF
      *--------------------------------------------------------------*
       220-TRATAR-UF.

           MOVE WS-UF-SRT  TO  WS-UF-ATUAL
           MOVE ZEROS      TO  WS-TOT-UF

           PERFORM 230-TRATAR-CIDADE
               UNTIL FIM-SORT OR WS-SECAO-SRT NOT = '1'
                  OR WS-UF-SRT NOT = WS-UF-ATUAL

           MOVE WS-TOT-UF      TO  WS-TOT-LINHA
           MOVE WS-UF-ATUAL    TO  WS-UF-RT
           MOVE SPACES         TO  WS-CIDADE-RT
           MOVE 'TOTAL DA UF'  TO  WS-NOME-RT
           PERFORM 250-IMPRIMIR-TOTAL
           MOVE WS-LIN-BRANCO  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB

           ADD WS-QT-INT-U  TO  WS-QT-INT-G
           ADD WS-QT-VIT-U  TO  WS-QT-VIT-G
           ADD WS-QT-ACI-U  TO  WS-QT-ACI-G
           ADD WS-QT-SEM-U  TO  WS-QT-SEM-G
           .
      *--------------------------------------------------------------*
      *    QUEBRA POR CIDADE: UMA LINHA COM OS TOTAIS DA CIDADE
      *--------------------------------------------------------------*
       230-TRATAR-CIDADE.

           MOVE WS-CIDADE-SRT  TO  WS-CIDADE-ATUAL
           MOVE WS-NOME-SRT    TO  WS-NOME-ATUAL
           MOVE ZEROS          TO  WS-TOT-CIDADE

           PERFORM 240-SOMAR-INTERNACAO
               UNTIL FIM-SORT OR WS-SECAO-SRT NOT = '1'
                  OR WS-CIDADE-SRT NOT = WS-CIDADE-ATUAL

           MOVE WS-TOT-CIDADE    TO  WS-TOT-LINHA
           MOVE WS-UF-ATUAL      TO  WS-UF-RT
           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-RT
           MOVE WS-NOME-ATUAL    TO  WS-NOME-RT
           PERFORM 250-IMPRIMIR-TOTAL

           ADD WS-QT-INT-C  TO  WS-QT-INT-U
           ADD WS-QT-VIT-C  TO  WS-QT-VIT-U
           ADD WS-QT-ACI-C  TO  WS-QT-ACI-U
           ADD WS-QT-SEM-C  TO  WS-QT-SEM-U
           .
      *--------------------------------------------------------------*
      *    SOMAR UMA INTERNACAO NA CIDADE PELA SITUACAO
      *--------------------------------------------------------------*
       240-SOMAR-INTERNACAO.

           ADD 1  TO  WS-QT-INT-C
           EVALUATE WS-SIT-SRT
               WHEN 'V'
                    ADD 1  TO  WS-QT-VIT-C
               WHEN 'A'
                    ADD 1  TO  WS-QT-ACI-C
               WHEN OTHER
                    ADD 1  TO  WS-QT-SEM-C
           END-EVALUATE

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE TOTAIS (WS-TOT-LINHA) COM A TAXA DE
      *    SUBNOTIFICACAO
      *--------------------------------------------------------------*
       250-IMPRIMIR-TOTAL.

           IF WS-QT-INT-L = ZEROS
              MOVE ZEROS  TO  WS-TAXA
           ELSE
              COMPUTE WS-TAXA ROUNDED = WS-QT-SEM-L * 100
                                      / WS-QT-INT-L
           END-IF
           MOVE WS-QT-INT-L  TO  WS-INT-RT
           MOVE WS-QT-VIT-L  TO  WS-VIT-RT
           MOVE WS-QT-ACI-L  TO  WS-ACI-RT
           MOVE WS-QT-SEM-L  TO  WS-SEM-RT
           MOVE WS-TAXA      TO  WS-TAXA-RT

           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-TOTAL  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB
           .
      *--------------------------------------------------------------*
      *    UMA LINHA POR INTERNACAO SEM REGISTRO DE ACIDENTE
      *--------------------------------------------------------------*
       260-LISTAR-SEM-REGISTRO.

           ADD 1  TO  WS-CTSEMREG
           MOVE WS-UF-SRT      TO  WS-UF-RD
           MOVE WS-CIDADE-SRT  TO  WS-CIDADE-RD
           MOVE WS-NOME-SRT    TO  WS-NOME-RD
           MOVE WS-AIH-SRT     TO  WS-AIH-RD
           MOVE WS-DATA-SRT    TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED     TO  WS-DATA-RD
           MOVE WS-IDADE-SRT   TO  WS-IDADE-RD
           MOVE WS-SEXO-SRT    TO  WS-SEXO-RD

           IF WS-CTLIN > 55
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-DETALHE  TO  REG-RELSUB
           PERFORM 088-GRAVAR-RELSUB

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    VALIDACAO DO CODIGO IBGE
      *--------------------------------------------------------------*
           COPY IBGEDV.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG209 <
