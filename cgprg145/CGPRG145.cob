       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG145.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO DIARIO DE PENDENCIA DE ENTREGA DE NOTAS.
      *           VARRE A ATRIBUICAO DE DOCENCIA (ATRIDOC - COPY
      *           ATRIDOCC) E LISTA NO RELPEND, POR CURSO, AS
      *           DISCIPLINAS DO SEMESTRE LETIVO CUJO INSTRUTOR AINDA
      *           NAO ENTREGOU O BLOCO DO GRADEFIL (DATA DE ENTREGA
      *           ZERADA - O CGPRG098 CARIMBA A ENTREGA), COM O NOME
      *           DO INSTRUTOR (PROFMST) E A SITUACAO FRENTE AO PRAZO
      *           DE NOTAS DO CARTAO DE PARAMETROS: 'VENCIDO' DEPOIS
      *           DO PRAZO, 'VENCE EM BREVE' DENTRO DA ANTECEDENCIA
      *           DE ALERTA (DIAS CORRIDOS ATE O PRAZO) E 'NO PRAZO'
      *           NOS DEMAIS CASOS.
      *           CARTAO DE PARAMETROS (SYSIN):
      *             01-08 DATA DE REFERENCIA (AAAAMMDD)
      *             09-16 PRAZO DE ENTREGA DAS NOTAS (AAAAMMDD)
      *             17-18 ANTECEDENCIA DE ALERTA EM DIAS
      *             19-23 SEMESTRE LETIVO (AAAAS) - ZEROS = O DA
      *                   DATA DE REFERENCIA (MES <= 6 = 1, SENAO 2)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010186  PROGRAMA CRIADO - PENDENCIA DE
      *                          ENTREGA DE NOTAS POR CURSO
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
           SELECT ATRIDOC ASSIGN TO ATRIDOCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-AT OF REG-ATRIDOC
                  FILE STATUS   IS WS-FS-ATR
           .
           SELECT PROFMST ASSIGN TO PROFMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CODIGO-PF OF REG-PROFMST
                  FILE STATUS   IS WS-FS-PRF
           .
           SELECT SORTPEN ASSIGN TO SORTWKJ
           .
           SELECT RELPEND ASSIGN TO RELPENDJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ATRIDOC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ATRIDOC.
           COPY ATRIDOCC.
       FD  PROFMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROFMST.
           COPY PROFMSTC.
      *-----> ARQUIVO DE TRABALHO DO SORT (CURSO+INSTRUTOR+DISC.)
       SD  SORTPEN
           RECORDING MODE  F
           .
       01  REG-SORTPEN.
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-PROF-SRT         PIC X(05).
           05 WS-DISC-SRT         PIC X(08).
       FD  RELPEND
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPEND            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTOUTROSEM          PIC 9(05) VALUE ZEROS.
           05  WS-CTENTREGUE          PIC 9(05) VALUE ZEROS.
           05  WS-CTPEND              PIC 9(05) VALUE ZEROS.
           05  WS-CTIMPRESSO          PIC 9(05) VALUE ZEROS.
           05  WS-CTVENCIDO           PIC 9(05) VALUE ZEROS.
           05  WS-CTALERTA            PIC 9(05) VALUE ZEROS.
           05  WS-CTCURSO             PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02)  VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-ATR              PIC X(02).
           05  WS-FS-PRF              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG145'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
      *-----> DATA LIMITE DO ALERTA (PRAZO MENOS A ANTECEDENCIA)
           05  WS-DATA-ALERTA         PIC 9(08).
           05  WS-DATA-ALERTA-R  REDEFINES  WS-DATA-ALERTA.
               10  WS-ANO-ALE         PIC 9(04).
               10  WS-MES-ALE         PIC 9(02).
               10  WS-DIA-ALE         PIC 9(02).
           05  WS-QTD-RECUO           PIC 9(02).
           05  WS-ULT-DIA             PIC 9(02).
           05  WS-RESTO-4             PIC 9(02).
           05  WS-QUOC-4              PIC 9(04).

      *-----> DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-DATA-REF-IN         PIC 9(08).
           05  WS-DATA-REF-R  REDEFINES  WS-DATA-REF-IN.
               10  WS-ANO-REF         PIC 9(04).
               10  WS-MES-REF         PIC 9(02).
               10  WS-DIA-REF         PIC 9(02).
           05  WS-PRAZO-IN            PIC 9(08).
           05  WS-ANTEC-IN            PIC 9(02).
           05  WS-SEMESTRE-IN         PIC 9(05).
           05  WS-SEMESTRE-R  REDEFINES  WS-SEMESTRE-IN.
               10  WS-ANO-SEM         PIC 9(04).
               10  WS-NR-SEM          PIC 9(01).

      *-----> QUEBRA POR CURSO
       01  WS-GRUPO-CURSO.
           05  WS-CURSO-ATUAL         PIC X(12)  VALUE SPACES.
           05  WS-QTD-CURSO           PIC 9(04)  VALUE ZEROS.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'PENDENCIA DE ENTREGA DE NOTAS - SEM.    '.
           05 WS-SEM-CAB            PIC 9(05).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE 'CURSO'.
           05 FILLER                PIC X(08) VALUE 'INSTR.  '.
           05 FILLER                PIC X(28) VALUE 'NOME'.
           05 FILLER                PIC X(11) VALUE 'DISCIPLINA'.
           05 FILLER                PIC X(17) VALUE 'SITUACAO'.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'PRAZO DE ENTREGA:    '.
           05 WS-PRAZO-CAB          PIC X(10).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
              'REFERENCIA:     '.
           05 WS-REF-CAB            PIC X(10).
           05 FILLER                PIC X(16) VALUE SPACES.

       01  WS-REG-RELPEND.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-PROF-R           PIC X(05).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-NOME-R           PIC X(25).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DISC-R           PIC X(08).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SITUACAO-R       PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACES.

       01  WS-REG-TOTCURSO.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(24) VALUE
              'PENDENTES NO CURSO    : '.
           05 WS-QTD-CURSO-R      PIC ZZZ9.
           05 FILLER              PIC X(48) VALUE SPACES.

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
       000-CGPRG145.

           PERFORM 010-INICIAR

           SORT SORTPEN
               ON ASCENDING KEY WS-CURSO-SRT
                                WS-PROF-SRT
                                WS-DISC-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-LISTAR
                                   THRU 200-LISTAR-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG145 - PENDENCIA DE ENTREGA NOTAS  *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-DATA-REF-IN NOT NUMERIC
              OR WS-PRAZO-IN NOT NUMERIC
              OR WS-ANTEC-IN NOT NUMERIC
              OR WS-DATA-REF-IN = ZEROS
              OR WS-PRAZO-IN = ZEROS
              MOVE  'CARTAO DE PARAMETROS INVALIDO'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-SEMESTRE-IN NOT NUMERIC
              OR WS-SEMESTRE-IN = ZEROS
              MOVE WS-ANO-REF  TO  WS-ANO-SEM
              IF WS-MES-REF > 6
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

           PERFORM 020-CALCULAR-ALERTA

           DISPLAY ' * SEMESTRE LETIVO   : ' WS-SEMESTRE-IN
           DISPLAY ' * DATA DE REFERENCIA: ' WS-DATA-REF-IN
           DISPLAY ' * PRAZO DAS NOTAS   : ' WS-PRAZO-IN
           DISPLAY ' * ALERTA A PARTIR DE: ' WS-DATA-ALERTA

           OPEN INPUT ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO ABRIR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO ABRIR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELPEND
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELPEND'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI        TO  WS-DATA-CAB
           MOVE WS-SEMESTRE-IN  TO  WS-SEM-CAB
           STRING WS-PRAZO-IN (7:2) '/'
                  WS-PRAZO-IN (5:2) '/'
                  WS-PRAZO-IN (1:4)
           DELIMITED BY SIZE INTO WS-PRAZO-CAB
           STRING WS-DATA-REF-IN (7:2) '/'
                  WS-DATA-REF-IN (5:2) '/'
                  WS-DATA-REF-IN (1:4)
           DELIMITED BY SIZE INTO WS-REF-CAB
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
      *    CALCULAR A DATA A PARTIR DA QUAL A PENDENCIA E ALERTADA:
      *    PRAZO RECUADO DIA A DIA PELA ANTECEDENCIA DO CARTAO
      *--------------------------------------------------------------*
       020-CALCULAR-ALERTA.

           MOVE WS-PRAZO-IN  TO  WS-DATA-ALERTA
           MOVE WS-ANTEC-IN  TO  WS-QTD-RECUO
           PERFORM 025-RECUAR-DIA
               UNTIL WS-QTD-RECUO = ZEROS
           .
      *--------------------------------------------------------------*
      *    RECUAR UM DIA NA DATA DE ALERTA (VIRADA DE MES E ANO,
      *    FEVEREIRO DE 29 DIAS NO ANO BISSEXTO)
      *--------------------------------------------------------------*
       025-RECUAR-DIA.

           IF WS-DIA-ALE > 1
              SUBTRACT 1  FROM  WS-DIA-ALE
           ELSE
              IF WS-MES-ALE > 1
                 SUBTRACT 1  FROM  WS-MES-ALE
              ELSE
                 MOVE 12  TO  WS-MES-ALE
                 SUBTRACT 1  FROM  WS-ANO-ALE
              END-IF
              MOVE WS-DIAS-MES (WS-MES-ALE)  TO  WS-ULT-DIA
              IF WS-MES-ALE = 2
                 DIVIDE WS-ANO-ALE BY 4 GIVING WS-QUOC-4
                        REMAINDER WS-RESTO-4
                 IF WS-RESTO-4 = ZEROS
                    MOVE 29  TO  WS-ULT-DIA
                 END-IF
              END-IF
              MOVE WS-ULT-DIA  TO  WS-DIA-ALE
           END-IF

           SUBTRACT 1  FROM  WS-QTD-RECUO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERAR AS ATRIBUICOES
      *    DO SEMESTRE LETIVO AINDA SEM ENTREGA DE NOTAS
      *--------------------------------------------------------------*
       100-SELECIONAR.

           PERFORM 110-LER-ATRIDOC
           PERFORM 120-LIBERAR
               UNTIL WS-FS-ATR = '10'
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA ATRIBUICAO DO ATRIDOC
      *--------------------------------------------------------------*
       110-LER-ATRIDOC.

           READ ATRIDOC

           IF WS-FS-ATR  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                    TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-ATR = '00'
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR A ATRIBUICAO PENDENTE PARA O SORT
      *--------------------------------------------------------------*
       120-LIBERAR.

           IF WS-SEMESTRE-AT OF REG-ATRIDOC NOT = WS-SEMESTRE-IN
              ADD 1  TO  WS-CTOUTROSEM
           ELSE
              IF WS-DT-ENTREGA-AT OF REG-ATRIDOC NOT = ZEROS
                 ADD 1  TO  WS-CTENTREGUE
              ELSE
                 ADD 1  TO  WS-CTPEND
                 MOVE WS-CURSO-AT OF REG-ATRIDOC  TO  WS-CURSO-SRT
                 MOVE WS-PROF-AT OF REG-ATRIDOC   TO  WS-PROF-SRT
                 MOVE WS-DISC-AT OF REG-ATRIDOC   TO  WS-DISC-SRT
                 RELEASE REG-SORTPEN
              END-IF
           END-IF

           PERFORM 110-LER-ATRIDOC
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: LISTAGEM COM QUEBRA POR
      *    CURSO
      *--------------------------------------------------------------*
       200-LISTAR.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 210-RETORNAR

           PERFORM 220-TRATAR-REGISTRO
               UNTIL FIM-SORT

           IF GRUPO-ABERTO
              PERFORM 240-FECHAR-CURSO
           END-IF
           .
       200-LISTAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM REGISTRO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTPEN
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA PENDENCIA: QUEBRA POR CURSO, NOME DO
      *    INSTRUTOR NO PROFMST E SITUACAO FRENTE AO PRAZO
      *--------------------------------------------------------------*
       220-TRATAR-REGISTRO.

           IF WS-CURSO-SRT NOT = WS-CURSO-ATUAL
              OR GRUPO-VAZIO
              IF GRUPO-ABERTO
                 PERFORM 240-FECHAR-CURSO
              END-IF
              MOVE WS-CURSO-SRT   TO  WS-CURSO-ATUAL
              MOVE ZEROS          TO  WS-QTD-CURSO
              SET GRUPO-ABERTO    TO  TRUE
              ADD  1              TO  WS-CTCURSO
           END-IF

           ADD 1  TO  WS-QTD-CURSO

           MOVE WS-PROF-SRT  TO  WS-CODIGO-PF OF REG-PROFMST
           READ PROFMST
           IF WS-FS-PRF = '23'
              MOVE '*** FORA DO PROFMST ***'  TO  WS-NOME-R
           ELSE
              IF WS-FS-PRF NOT = '00'
                 MOVE 'ERRO NA LEITURA DO PROFMST'  TO WS-MSG
                 MOVE  WS-FS-PRF                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE WS-NOME-PF OF REG-PROFMST  TO  WS-NOME-R
           END-IF

           IF WS-DATA-REF-IN > WS-PRAZO-IN
              ADD 1  TO  WS-CTVENCIDO
              MOVE 'VENCIDO'         TO  WS-SITUACAO-R
           ELSE
              IF WS-DATA-REF-IN NOT < WS-DATA-ALERTA
                 ADD 1  TO  WS-CTALERTA
                 MOVE 'VENCE EM BREVE'  TO  WS-SITUACAO-R
              ELSE
                 MOVE 'NO PRAZO'        TO  WS-SITUACAO-R
              END-IF
           END-IF

           MOVE WS-CURSO-SRT  TO  WS-CURSO-R
           MOVE WS-PROF-SRT   TO  WS-PROF-R
           MOVE WS-DISC-SRT   TO  WS-DISC-R

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELPEND  FROM  WS-REG-RELPEND
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPEND'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
              ADD 1  TO  WS-CTIMPRESSO
           END-IF

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    FECHAR O CURSO: TOTAL DE PENDENCIAS DO CURSO
      *--------------------------------------------------------------*
       240-FECHAR-CURSO.

           MOVE WS-QTD-CURSO  TO  WS-QTD-CURSO-R

           WRITE REG-RELPEND  FROM  WS-REG-TOTCURSO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO TOTAL'  TO  WS-MSG
              MOVE WS-FS-REL                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPEND  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-3'  TO  WS-MSG
              MOVE WS-FS-REL                TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 2  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       040-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELPEND FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPEND FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPEND FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPEND FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPEND FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG145        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ATRIBUICOES LIDAS - ATRIDOC  = ' WS-CTLIDO
           DISPLAY ' * DE OUTRO SEMESTRE LETIVO     = ' WS-CTOUTROSEM
           DISPLAY ' * NOTAS JA ENTREGUES           = ' WS-CTENTREGUE
           DISPLAY ' * PENDENTES DE ENTREGA         = ' WS-CTPEND
           DISPLAY ' *   IMPRESSAS NO RELPEND       = ' WS-CTIMPRESSO
           DISPLAY ' *   VENCIDAS                   = ' WS-CTVENCIDO
           DISPLAY ' *   VENCENDO EM BREVE          = ' WS-CTALERTA
           DISPLAY ' * CURSOS COM PENDENCIA         = ' WS-CTCURSO
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIDO NOT = WS-CTOUTROSEM + WS-CTENTREGUE
                              + WS-CTPEND
              OR WS-CTPEND NOT = WS-CTIMPRESSO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDOS X LISTADOS  *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO FECHAR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO FECHAR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELPEND
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELPEND'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG145        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG145 <
