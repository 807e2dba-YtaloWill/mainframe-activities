       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG203.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RANKING DE PONTOS CRITICOS DENTRO DE CADA CIDADE -
      *           "ONDE POR O SEMAFORO OU O RADAR". LE O ACIDDET DAS
      *           COMPETENCIAS DO CARTAO, SO OS ACIDENTES COM
      *           SEGMENTO VIARIO INFORMADO (WS-SEGM-DT - CGPRG043
      *           V03), CLASSIFICA POR CIDADE+SEGMENTO+DATA+HORA E,
      *           POR CIDADE, ACUMULA CADA SEGMENTO:
      *              PESO = QL X PESO-L + QM X PESO-M + QG X PESO-G
      *                     + QF X PESO-F
      *           COM OS PESOS DO SEVPARM (OS MESMOS DO INDICE DO
      *           CGPRG105). OS N PIORES SEGMENTOS DA CIDADE SAEM NO
      *           RELPCR EM ORDEM DECRESCENTE DE PESO (EMPATE: MAIS
      *           ACIDENTES PRIMEIRO), COM O LOGRADOURO E O TRECHO
      *           DO SEGVIA (COPY SEGVIAC - CGPRG202) E, ABAIXO DE
      *           CADA SEGMENTO, OS ACIDENTES FATAIS DELE (DATA,
      *           HORA, OBITOS E VEICULOS). OS ACIDENTES DO PERIODO
      *           SEM SEGMENTO SO ENTRAM NA CONTAGEM FINAL, PARA
      *           MOSTRAR A COBERTURA DA LOCALIZACAO.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA INICIAL (AAAAMM)
      *   POS 07-12 COMPETENCIA FINAL (AAAAMM)
      *   POS 13-14 SEGMENTOS LISTADOS POR CIDADE (1 A 50 - BRANCO/
      *             ZERO = 10)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010224  PROGRAMA CRIADO - RANKING DE PONTOS
      *                          CRITICOS POR SEGMENTO VIARIO
      *  V02    OUT/2026 010227  CIDADE DO SORT, DA QUEBRA E DO RELPCR
      *                          COM OS 7 DIGITOS DO CODIGO IBGE
      *  V03    OUT/2026 010230  O SEVPARM SO E LIDO NA VERSAO VIGENTE
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
           SELECT ACIDDET ASSIGN TO ACIDDETJ
                  FILE STATUS   IS WS-FS-DET
           .
           SELECT SEGVIA ASSIGN TO SEGVIAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-SV OF REG-SEGVIA
                  FILE STATUS   IS WS-FS-SEG
           .
           SELECT MUNTAB ASSIGN TO MUNTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-M OF REG-MUNTAB
                  FILE STATUS   IS WS-FS-MUN
           .
           SELECT SORTSEG ASSIGN TO SORTWKJ
           .
           SELECT RELPCR ASSIGN TO RELPCRJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ACIDDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDDET.
           COPY ACIDDETC.
       FD  SEGVIA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-SEGVIA.
           COPY SEGVIAC.
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTAB.
           COPY MUNTABC.
      *-----> PESOS POR CLASSE DE SEVERIDADE (UM REGISTRO - CGPRG105)
      *-----> ACIDENTES COM SEGMENTO, POR CIDADE+SEGMENTO+DATA+HORA
       SD  SORTSEG
           RECORDING MODE  F
           .
       01  REG-SORTSEG.
           05 WS-CIDADE-SRT       PIC 9(07).
           05 WS-SEGM-SRT         PIC 9(04).
           05 WS-DATA-SRT         PIC 9(08).
           05 WS-HORA-SRT         PIC 9(04).
           05 WS-SEVER-SRT        PIC X(01).
           05 WS-OBIT-SRT         PIC 9(02).
           05 WS-VEIC-SRT         PIC 9(02).
       FD  RELPCR
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPCR             PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTDET-LIDO          PIC 9(07) VALUE ZEROS.
           05  WS-CTDET-PERIODO       PIC 9(07) VALUE ZEROS.
           05  WS-CTDET-SEGM          PIC 9(07) VALUE ZEROS.
           05  WS-CTDET-SEMSEG        PIC 9(07) VALUE ZEROS.
           05  WS-CTRETORNO           PIC 9(07) VALUE ZEROS.
           05  WS-CTCIDADE            PIC 9(05) VALUE ZEROS.
           05  WS-CTSEGM              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-DET              PIC X(02).
           05  WS-FS-SEG              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-FS-PRM              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG203'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-SUB2                PIC 9(03) COMP.
           05  WS-MAIOR               PIC 9(03) COMP.
           05  WS-RANK                PIC 9(03) COMP.
           05  WS-CIDADE-ATUAL        PIC 9(07).
           05  WS-QTD-CIDADE          PIC 9(05).
           05  WS-HORA-N              PIC 9(04).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-COMPET-INI-IN       PIC 9(06).
           05  WS-COMPET-FIM-IN       PIC 9(06).
           05  WS-TOP-IN              PIC X(02).
           05  WS-TOP-N       REDEFINES  WS-TOP-IN
                                      PIC 9(02).

      *-----> SEGMENTOS DA CIDADE CORRENTE (ATE 500), NA ORDEM DO
      *       SORT, COM AS CONTAGENS POR SEVERIDADE E O PESO
       01  WS-TAB-SEGM.
           05  WS-QTD-SEGM            PIC 9(03)  VALUE ZEROS.
           05  WS-SG-OCOR             OCCURS 500 TIMES.
               10  WS-SG-SEGM         PIC 9(04).
               10  WS-SG-QTD          PIC 9(05).
               10  WS-SG-QL           PIC 9(05).
               10  WS-SG-QM           PIC 9(05).
               10  WS-SG-QG           PIC 9(05).
               10  WS-SG-QF           PIC 9(05).
               10  WS-SG-OBIT         PIC 9(05).
               10  WS-SG-PESO         PIC 9(07)V99.
               10  WS-SG-IMPRESSO     PIC X(01).

      *-----> ACIDENTES FATAIS DA CIDADE CORRENTE (ATE 500), COM A
      *       POSICAO DO SEGMENTO NA WS-TAB-SEGM
       01  WS-TAB-FATAL.
           05  WS-QTD-FATAL           PIC 9(03)  VALUE ZEROS.
           05  WS-FT-OCOR             OCCURS 500 TIMES.
               10  WS-FT-SG           PIC 9(03).
               10  WS-FT-DATA         PIC 9(08).
               10  WS-FT-HORA         PIC 9(04).
               10  WS-FT-OBIT         PIC 9(02).
               10  WS-FT-VEIC         PIC 9(02).

      *-----> DADOS DE SAIDA - RELATORIO DE PONTOS CRITICOS
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'PONTOS CRITICOS DE ACIDENTES POR SEGMENT'.
           05 FILLER              PIC X(40) VALUE
              'O VIARIO - RANKING POR CIDADE'.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB          PIC 9(03) VALUE ZEROS.
           05 FILLER              PIC X(02) VALUE SPACES.
       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'COMPETENCIAS '.
           05 WS-CMP-INI-CAB      PIC X(07).
           05 FILLER              PIC X(03) VALUE ' A '.
           05 WS-CMP-FIM-CAB      PIC X(07).
           05 FILLER              PIC X(07) VALUE '   TOP '.
           05 WS-TOP-CAB          PIC Z9.
           05 FILLER              PIC X(28) VALUE
              ' POR CIDADE   PESOS L/M/G/F '.
           05 WS-PESO-L-CAB       PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-PESO-M-CAB       PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-PESO-G-CAB       PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-PESO-F-CAB       PIC ZZ9,99.
           05 FILLER              PIC X(25) VALUE SPACES.
       01  WS-LIN-CIDADE.
           05 FILLER              PIC X(08) VALUE ' CIDADE '.
           05 WS-CIDADE-RC        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-RC          PIC X(20).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-UF-RC            PIC X(02).
           05 FILLER              PIC X(23) VALUE
              '  ACIDENTES COM LOCAL: '.
           05 WS-QTD-RC           PIC ZZZZ9.
           05 FILLER              PIC X(13) VALUE '  SEGMENTOS: '.
           05 WS-SEGM-RC          PIC ZZZ9.
           05 FILLER              PIC X(34) VALUE SPACES.
       01  WS-LIN-SEGM.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RANK-RS          PIC ZZ9.
           05 FILLER              PIC X(02) VALUE '. '.
           05 WS-SEGM-RS          PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LOGRAD-RS        PIC X(29).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TRECHO-RS        PIC X(19).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CLASSE-RS        PIC X(01).
           05 FILLER              PIC X(06) VALUE ' ACID '.
           05 WS-QTD-RS           PIC ZZZ9.
           05 FILLER              PIC X(09) VALUE ' L/M/G/F '.
           05 WS-QL-RS            PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-QM-RS            PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-QG-RS            PIC ZZ9.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-QF-RS            PIC ZZ9.
           05 FILLER              PIC X(06) VALUE ' OBIT '.
           05 WS-OBIT-RS          PIC ZZ9.
           05 FILLER              PIC X(06) VALUE ' PESO '.
           05 WS-PESO-RS          PIC ZZZZZ9,99.
       01  WS-LIN-FATAL.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'FATAL '.
           05 WS-DATA-RF          PIC X(10).
           05 FILLER              PIC X(04) VALUE ' AS '.
           05 WS-HH-RF            PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 WS-MM-RF            PIC 9(02).
           05 FILLER              PIC X(08) VALUE ' OBITOS '.
           05 WS-OBIT-RF          PIC Z9.
           05 FILLER              PIC X(11) VALUE ' VEICULOS  '.
           05 WS-VEIC-RF          PIC Z9.
           05 FILLER              PIC X(60) VALUE SPACES.
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TITULO-T         PIC X(119).

      *-----> TRECHO DO SEGMENTO: KM NA RODOVIA, NUMERO NA VIA URBANA
       01  WS-KM-INI-ED           PIC ZZZZ9,9.
       01  WS-KM-FIM-ED           PIC ZZZZ9,9.
       01  WS-NUM-INI-ED          PIC ZZZZ9.
       01  WS-NUM-FIM-ED          PIC ZZZZ9.
       01  WS-NUM-TRAB            PIC 9(05).

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).
       01  WS-COMPET-TRAB         PIC 9(06).
       01  WS-COMPET-ED           PIC X(07).

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.
       01  WS-LIN-BRANCO          PIC X(120)      VALUE SPACES.

      *-----> SEVPARM - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-SEVPARM.
           05 WS-PESO-L-SP        PIC 9(03)V99.
           05 WS-PESO-M-SP        PIC 9(03)V99.
           05 WS-PESO-G-SP        PIC 9(03)V99.
           05 WS-PESO-F-SP        PIC 9(03)V99.
           05 FILLER              PIC X(10).
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
       000-CGPRG203.

           PERFORM 010-INICIAR

           SORT SORTSEG
               ON ASCENDING KEY WS-CIDADE-SRT
                                WS-SEGM-SRT
                                WS-DATA-SRT
                                WS-HORA-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-RANQUEAR
                                   THRU 200-RANQUEAR-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG203 - PONTOS CRITICOS POR SEGMENTO*'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-TOP-IN = SPACES OR WS-TOP-IN = '00'
              MOVE 10  TO  WS-TOP-N
           END-IF
           DISPLAY ' * COMPETENCIAS DE : ' WS-COMPET-INI-IN ' A '
                   WS-COMPET-FIM-IN ' TOP POR CIDADE: ' WS-TOP-IN
           IF WS-COMPET-INI-IN NOT NUMERIC
              OR WS-COMPET-FIM-IN NOT NUMERIC
              OR WS-COMPET-INI-IN = ZEROS
              OR WS-COMPET-FIM-IN < WS-COMPET-INI-IN
              MOVE  'COMPETENCIAS DO CARTAO ERRADAS'  TO WS-MSG
              MOVE  '  '                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-TOP-N NOT NUMERIC OR WS-TOP-N > 50
              MOVE  'SEGMENTOS POR CIDADE ERRADO'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 015-LER-SEVPARM

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DATA-CAB
           MOVE WS-COMPET-INI-IN  TO  WS-COMPET-TRAB
           PERFORM 019-EDITAR-COMPET
           MOVE WS-COMPET-ED  TO  WS-CMP-INI-CAB
           MOVE WS-COMPET-FIM-IN  TO  WS-COMPET-TRAB
           PERFORM 019-EDITAR-COMPET
           MOVE WS-COMPET-ED  TO  WS-CMP-FIM-CAB
           MOVE WS-TOP-N      TO  WS-TOP-CAB
           MOVE WS-PESO-L-SP  TO  WS-PESO-L-CAB
           MOVE WS-PESO-M-SP  TO  WS-PESO-M-CAB
           MOVE WS-PESO-G-SP  TO  WS-PESO-G-CAB
           MOVE WS-PESO-F-SP  TO  WS-PESO-F-CAB

           OPEN INPUT ACIDDET
           IF WS-FS-DET  NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DET                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT SEGVIA
           IF WS-FS-SEG  NOT = '00'
              MOVE  'ERRO AO ABRIR O SEGVIA'  TO WS-MSG
              MOVE   WS-FS-SEG                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELPCR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELPCR'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER OS PESOS POR CLASSE DE SEVERIDADE
      *--------------------------------------------------------------*
       015-LER-SEVPARM.

           MOVE 'SEVPARM'   TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO ABRIR O SEVPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * SEVPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           MOVE WS-REG-PL   TO  REG-SEVPARM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'SEVPARM SEM REGISTRO'  TO WS-MSG
              MOVE   WS-FS-PRM              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * PESOS L/M/G/F : ' WS-PESO-L-SP ' '
                   WS-PESO-M-SP ' ' WS-PESO-G-SP ' ' WS-PESO-F-SP

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO FECHAR O SEVPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                  TO WS-FS-MSG
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
      *    EDITAR A COMPETENCIA AAAAMM EM MM/AAAA
      *--------------------------------------------------------------*
       019-EDITAR-COMPET.

           MOVE SPACES  TO  WS-COMPET-ED
           STRING  WS-COMPET-TRAB (5:2) '/'
                   WS-COMPET-TRAB (1:4)
           DELIMITED BY SIZE INTO WS-COMPET-ED
           .
      *--------------------------------------------------------------*
      *    LER UM DETALHE DE ACIDENTE
      *--------------------------------------------------------------*
       025-LER-ACIDDET.

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
      *    IMPRIMIR CABECALHO DO RELATORIO
      *--------------------------------------------------------------*
       085-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           WRITE REG-RELPCR  FROM  WS-CAB1  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPCR'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-CAB2   TO  REG-RELPCR
           PERFORM 088-GRAVAR-RELPCR
           MOVE WS-HIFEN  TO  REG-RELPCR
           PERFORM 088-GRAVAR-RELPCR
           MOVE 3  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UMA SECAO (EM WS-TITULO-T)
      *--------------------------------------------------------------*
       086-IMPRIMIR-TITULO.

           IF WS-CTLIN > 52
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-TITULO  TO  REG-RELPCR
           PERFORM 088-GRAVAR-RELPCR
           MOVE WS-HIFEN       TO  REG-RELPCR
           PERFORM 088-GRAVAR-RELPCR
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO
      *--------------------------------------------------------------*
       088-GRAVAR-RELPCR.

           WRITE REG-RELPCR
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPCR'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE WS-LIN-BRANCO  TO  REG-RELPCR
           PERFORM 088-GRAVAR-RELPCR
           MOVE SPACES  TO  WS-TITULO-T
           STRING 'ACIDENTES DO PERIODO: ' WS-CTDET-PERIODO
                  '   COM SEGMENTO: ' WS-CTDET-SEGM
                  '   SEM SEGMENTO INFORMADO: ' WS-CTDET-SEMSEG
           DELIMITED BY SIZE INTO WS-TITULO-T
           PERFORM 086-IMPRIMIR-TITULO

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG203        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ACIDENTES LIDOS    - ACIDDET = ' WS-CTDET-LIDO
           DISPLAY ' * ACIDENTES DO PERIODO         = '
                   WS-CTDET-PERIODO
           DISPLAY ' * ACIDENTES COM SEGMENTO       = ' WS-CTDET-SEGM
           DISPLAY ' * ACIDENTES SEM SEGMENTO       = '
                   WS-CTDET-SEMSEG
           DISPLAY ' * ACIDENTES RANQUEADOS         = ' WS-CTRETORNO
           DISPLAY ' * CIDADES NO RELATORIO         = ' WS-CTCIDADE
           DISPLAY ' * SEGMENTOS COM ACIDENTE       = ' WS-CTSEGM
           DISPLAY ' *========================================*'

           IF WS-CTDET-SEGM NOT = WS-CTRETORNO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTDET-SEGM = ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  ACIDDET
           IF WS-FS-DET  NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DET                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  SEGVIA
           IF WS-FS-SEG  NOT = '00'
              MOVE  'ERRO AO FECHAR O SEGVIA'  TO WS-MSG
              MOVE   WS-FS-SEG                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELPCR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELPCR'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG203        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: ACIDENTES DAS
      *    COMPETENCIAS DO CARTAO COM SEGMENTO INFORMADO
      *--------------------------------------------------------------*
       100-SELECIONAR.

           PERFORM 025-LER-ACIDDET
           PERFORM 110-SELECIONAR-ACIDENTE  UNTIL WS-FS-DET = '10'
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LIBERAR UM ACIDENTE PARA O SORT (REGISTRO ANTIGO TEM
      *    BRANCOS NO LUGAR DO SEGMENTO)
      *--------------------------------------------------------------*
       110-SELECIONAR-ACIDENTE.

           IF WS-COMPET-DT OF REG-ACIDDET NOT < WS-COMPET-INI-IN
              AND WS-COMPET-DT OF REG-ACIDDET NOT > WS-COMPET-FIM-IN
              ADD 1  TO  WS-CTDET-PERIODO
              IF WS-SEGM-DT OF REG-ACIDDET NUMERIC
                 AND WS-SEGM-DT OF REG-ACIDDET > ZEROS
                 MOVE WS-CIDADE-DT OF REG-ACIDDET  TO  WS-CIDADE-SRT
                 MOVE WS-SEGM-DT OF REG-ACIDDET    TO  WS-SEGM-SRT
                 MOVE WS-DATA-DT OF REG-ACIDDET    TO  WS-DATA-SRT
                 MOVE WS-HORA-DT OF REG-ACIDDET    TO  WS-HORA-SRT
                 MOVE WS-SEVER-DT OF REG-ACIDDET   TO  WS-SEVER-SRT
                 MOVE WS-QTD-OBIT-DT OF REG-ACIDDET
                                                   TO  WS-OBIT-SRT
                 MOVE WS-QTD-VEIC-DT OF REG-ACIDDET
                                                   TO  WS-VEIC-SRT
                 RELEASE REG-SORTSEG
                 ADD 1  TO  WS-CTDET-SEGM
              ELSE
                 ADD 1  TO  WS-CTDET-SEMSEG
              END-IF
           END-IF

           PERFORM 025-LER-ACIDDET
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: UM BLOCO POR CIDADE COM
      *    OS N PIORES SEGMENTOS
      *--------------------------------------------------------------*
       200-RANQUEAR.

           SET NAO-FIM-SORT  TO  TRUE
           PERFORM 210-RETORNAR
           PERFORM 220-TRATAR-CIDADE  UNTIL FIM-SORT
           IF WS-CTCIDADE = ZEROS
              PERFORM 085-IMPCAB
              MOVE 'NENHUM ACIDENTE COM SEGMENTO NAS COMPETENCIAS'
                               TO  WS-TITULO-T
              MOVE WS-LIN-TITULO  TO  REG-RELPCR
              PERFORM 088-GRAVAR-RELPCR
           END-IF
           .
       200-RANQUEAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM ACIDENTE CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTSEG
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           IF NAO-FIM-SORT
              ADD 1  TO  WS-CTRETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR OS SEGMENTOS DE UMA CIDADE E IMPRIMIR O RANKING
      *--------------------------------------------------------------*
       220-TRATAR-CIDADE.

           MOVE WS-CIDADE-SRT  TO  WS-CIDADE-ATUAL
           MOVE ZEROS          TO  WS-QTD-SEGM
           MOVE ZEROS          TO  WS-QTD-FATAL

           PERFORM 230-ACUMULAR-ACIDENTE
                   UNTIL FIM-SORT
                      OR WS-CIDADE-SRT NOT = WS-CIDADE-ATUAL

           PERFORM 240-IMPRIMIR-CIDADE
           .
      *--------------------------------------------------------------*
      *    SOMAR O ACIDENTE NO SEGMENTO (NOVO SEGMENTO NA TROCA)
      *--------------------------------------------------------------*
       230-ACUMULAR-ACIDENTE.

           IF WS-QTD-SEGM = ZEROS
              PERFORM 232-NOVO-SEGMENTO
           ELSE
              IF WS-SEGM-SRT NOT = WS-SG-SEGM (WS-QTD-SEGM)
                 PERFORM 232-NOVO-SEGMENTO
              END-IF
           END-IF

           ADD 1            TO  WS-SG-QTD (WS-QTD-SEGM)
           ADD WS-OBIT-SRT  TO  WS-SG-OBIT (WS-QTD-SEGM)
           EVALUATE WS-SEVER-SRT
               WHEN 'L'
                   ADD 1  TO  WS-SG-QL (WS-QTD-SEGM)
               WHEN 'M'
                   ADD 1  TO  WS-SG-QM (WS-QTD-SEGM)
               WHEN 'G'
                   ADD 1  TO  WS-SG-QG (WS-QTD-SEGM)
               WHEN 'F'
                   ADD 1  TO  WS-SG-QF (WS-QTD-SEGM)
                   PERFORM 234-GUARDAR-FATAL
           END-EVALUATE

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    ABRIR UM SEGMENTO NOVO NA TABELA DA CIDADE
      *--------------------------------------------------------------*
       232-NOVO-SEGMENTO.

           IF WS-QTD-SEGM = 500
              MOVE 'TAB. SEGMENTOS DA CIDADE CHEIA'  TO  WS-MSG
              MOVE '  '                              TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-SEGM
           ADD 1  TO  WS-CTSEGM
           MOVE WS-SEGM-SRT  TO  WS-SG-SEGM (WS-QTD-SEGM)
           MOVE ZEROS        TO  WS-SG-QTD (WS-QTD-SEGM)
           MOVE ZEROS        TO  WS-SG-QL (WS-QTD-SEGM)
           MOVE ZEROS        TO  WS-SG-QM (WS-QTD-SEGM)
           MOVE ZEROS        TO  WS-SG-QG (WS-QTD-SEGM)
           MOVE ZEROS        TO  WS-SG-QF (WS-QTD-SEGM)
           MOVE ZEROS        TO  WS-SG-OBIT (WS-QTD-SEGM)
           MOVE ZEROS        TO  WS-SG-PESO (WS-QTD-SEGM)
           MOVE 'N'          TO  WS-SG-IMPRESSO (WS-QTD-SEGM)
           .
      *--------------------------------------------------------------*
      *    GUARDAR O ACIDENTE FATAL PARA LISTAR SOB O SEGMENTO
      *--------------------------------------------------------------*
       234-GUARDAR-FATAL.

           IF WS-QTD-FATAL = 500
              MOVE 'TAB. FATAIS DA CIDADE CHEIA'  TO  WS-MSG
              MOVE '  '                           TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-FATAL
           MOVE WS-QTD-SEGM  TO  WS-FT-SG (WS-QTD-FATAL)
           MOVE WS-DATA-SRT  TO  WS-FT-DATA (WS-QTD-FATAL)
           MOVE WS-HORA-SRT  TO  WS-FT-HORA (WS-QTD-FATAL)
           MOVE WS-OBIT-SRT  TO  WS-FT-OBIT (WS-QTD-FATAL)
           MOVE WS-VEIC-SRT  TO  WS-FT-VEIC (WS-QTD-FATAL)
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O BLOCO DA CIDADE: CABECALHO, PESOS E OS N
      *    SEGMENTOS DE MAIOR PESO
      *--------------------------------------------------------------*
       240-IMPRIMIR-CIDADE.

           ADD 1  TO  WS-CTCIDADE
           PERFORM 242-OBTER-MUNICIPIO

           MOVE ZEROS  TO  WS-QTD-CIDADE
           MOVE 1  TO  WS-SUB
           PERFORM 244-CALCULAR-PESO  UNTIL WS-SUB > WS-QTD-SEGM
           MOVE WS-QTD-CIDADE  TO  WS-QTD-RC
           MOVE WS-QTD-SEGM    TO  WS-SEGM-RC

           IF WS-CTLIN > 50
              PERFORM 085-IMPCAB
           ELSE
              MOVE WS-LIN-BRANCO  TO  REG-RELPCR
              PERFORM 088-GRAVAR-RELPCR
           END-IF
           MOVE WS-LIN-CIDADE  TO  REG-RELPCR
           PERFORM 088-GRAVAR-RELPCR

           MOVE ZEROS  TO  WS-RANK
           PERFORM 250-ESCOLHER-MAIOR
                   UNTIL WS-RANK = WS-TOP-N
                      OR WS-RANK = WS-QTD-SEGM
           .
      *--------------------------------------------------------------*
      *    NOME E UF DA CIDADE NO MUNTAB
      *--------------------------------------------------------------*
       242-OBTER-MUNICIPIO.

           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-RC
           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-M OF REG-MUNTAB
           READ MUNTAB
           IF WS-FS-MUN NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
              MOVE  WS-FS-MUN                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-MUN = '23'
              MOVE '*** NAO CADASTRADA'  TO  WS-NOME-RC
              MOVE SPACES                TO  WS-UF-RC
           ELSE
              MOVE WS-NOME-M OF REG-MUNTAB  TO  WS-NOME-RC
              MOVE WS-UF-M OF REG-MUNTAB    TO  WS-UF-RC
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESO DO SEGMENTO PELOS PESOS DO SEVPARM
      *--------------------------------------------------------------*
       244-CALCULAR-PESO.

           COMPUTE WS-SG-PESO (WS-SUB) =
                   WS-SG-QL (WS-SUB) * WS-PESO-L-SP
                 + WS-SG-QM (WS-SUB) * WS-PESO-M-SP
                 + WS-SG-QG (WS-SUB) * WS-PESO-G-SP
                 + WS-SG-QF (WS-SUB) * WS-PESO-F-SP
           ADD WS-SG-QTD (WS-SUB)  TO  WS-QTD-CIDADE
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    ESCOLHER O SEGMENTO AINDA NAO IMPRESSO DE MAIOR PESO
      *    (EMPATE: MAIS ACIDENTES) E IMPRIMI-LO COM OS FATAIS
      *--------------------------------------------------------------*
       250-ESCOLHER-MAIOR.

           MOVE ZEROS  TO  WS-MAIOR
           MOVE 1      TO  WS-SUB
           PERFORM 252-COMPARAR-SEGMENTO  UNTIL WS-SUB > WS-QTD-SEGM

           ADD 1  TO  WS-RANK
           MOVE 'S'  TO  WS-SG-IMPRESSO (WS-MAIOR)
           PERFORM 260-IMPRIMIR-SEGMENTO

           MOVE 1  TO  WS-SUB2
           PERFORM 270-LISTAR-FATAL  UNTIL WS-SUB2 > WS-QTD-FATAL
           .
      *--------------------------------------------------------------*
      *    COMPARAR UM SEGMENTO COM O MAIOR ATE AGORA
      *--------------------------------------------------------------*
       252-COMPARAR-SEGMENTO.

           IF WS-SG-IMPRESSO (WS-SUB) = 'N'
              IF WS-MAIOR = ZEROS
                 MOVE WS-SUB  TO  WS-MAIOR
              ELSE
                 IF WS-SG-PESO (WS-SUB) > WS-SG-PESO (WS-MAIOR)
                    OR (WS-SG-PESO (WS-SUB) = WS-SG-PESO (WS-MAIOR)
                        AND WS-SG-QTD (WS-SUB) > WS-SG-QTD (WS-MAIOR))
                    MOVE WS-SUB  TO  WS-MAIOR
                 END-IF
              END-IF
           END-IF
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DO SEGMENTO, COM OS DADOS DO SEGVIA
      *--------------------------------------------------------------*
       260-IMPRIMIR-SEGMENTO.

           MOVE WS-CIDADE-ATUAL  TO  WS-CIDADE-SV OF REG-SEGVIA
           MOVE WS-SG-SEGM (WS-MAIOR)
                                 TO  WS-SEGM-SV OF REG-SEGVIA
           READ SEGVIA
           IF WS-FS-SEG NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO SEGVIA'  TO WS-MSG
              MOVE  WS-FS-SEG                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-SEG = '23'
              MOVE '*** SEGMENTO NAO CADASTRADO'  TO  WS-LOGRAD-RS
              MOVE SPACES  TO  WS-TRECHO-RS
              MOVE SPACES  TO  WS-CLASSE-RS
           ELSE
              MOVE WS-LOGRAD-SV OF REG-SEGVIA  TO  WS-LOGRAD-RS
              MOVE WS-CLASSE-SV OF REG-SEGVIA  TO  WS-CLASSE-RS
              PERFORM 262-MONTAR-TRECHO
           END-IF

           MOVE WS-RANK                  TO  WS-RANK-RS
           MOVE WS-SG-SEGM (WS-MAIOR)    TO  WS-SEGM-RS
           MOVE WS-SG-QTD (WS-MAIOR)     TO  WS-QTD-RS
           MOVE WS-SG-QL (WS-MAIOR)      TO  WS-QL-RS
           MOVE WS-SG-QM (WS-MAIOR)      TO  WS-QM-RS
           MOVE WS-SG-QG (WS-MAIOR)      TO  WS-QG-RS
           MOVE WS-SG-QF (WS-MAIOR)      TO  WS-QF-RS
           MOVE WS-SG-OBIT (WS-MAIOR)    TO  WS-OBIT-RS
           MOVE WS-SG-PESO (WS-MAIOR)    TO  WS-PESO-RS

           IF WS-CTLIN > 54
              PERFORM 085-IMPCAB
           END-IF
           MOVE WS-LIN-SEGM  TO  REG-RELPCR
           PERFORM 088-GRAVAR-RELPCR
           .
      *--------------------------------------------------------------*
      *    TRECHO: KM INICIAL-FINAL NA RODOVIA, NUMERACAO NA VIA
      *    URBANA
      *--------------------------------------------------------------*
       262-MONTAR-TRECHO.

           MOVE SPACES  TO  WS-TRECHO-RS
           IF VIA-RODOVIA OF REG-SEGVIA
              MOVE WS-INICIO-SV OF REG-SEGVIA  TO  WS-KM-INI-ED
              MOVE WS-FIM-SV OF REG-SEGVIA     TO  WS-KM-FIM-ED
              STRING 'KM ' WS-KM-INI-ED '-' WS-KM-FIM-ED
              DELIMITED BY SIZE INTO WS-TRECHO-RS
           ELSE
              MOVE WS-INICIO-SV OF REG-SEGVIA  TO  WS-NUM-TRAB
              MOVE WS-NUM-TRAB                 TO  WS-NUM-INI-ED
              MOVE WS-FIM-SV OF REG-SEGVIA     TO  WS-NUM-TRAB
              MOVE WS-NUM-TRAB                 TO  WS-NUM-FIM-ED
              STRING 'NO ' WS-NUM-INI-ED '-' WS-NUM-FIM-ED
              DELIMITED BY SIZE INTO WS-TRECHO-RS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UM ACIDENTE FATAL SE FOR DO SEGMENTO IMPRESSO
      *--------------------------------------------------------------*
       270-LISTAR-FATAL.

           IF WS-FT-SG (WS-SUB2) = WS-MAIOR
              MOVE WS-FT-DATA (WS-SUB2)  TO  WS-DATA-TRAB
              PERFORM 018-EDITAR-DATA
              MOVE WS-DATA-ED            TO  WS-DATA-RF
              MOVE WS-FT-HORA (WS-SUB2)  TO  WS-HORA-N
              MOVE WS-HORA-N (1:2)       TO  WS-HH-RF
              MOVE WS-HORA-N (3:2)       TO  WS-MM-RF
              MOVE WS-FT-OBIT (WS-SUB2)  TO  WS-OBIT-RF
              MOVE WS-FT-VEIC (WS-SUB2)  TO  WS-VEIC-RF
              IF WS-CTLIN > 54
                 PERFORM 085-IMPCAB
              END-IF
              MOVE WS-LIN-FATAL  TO  REG-RELPCR
              PERFORM 088-GRAVAR-RELPCR
           END-IF
           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG203 <
