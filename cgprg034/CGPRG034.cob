      *           EM RELACAO AO PERIODO ANTERIOR (SUBIU/CAIU/
      *           ESTAVEL). O CGPRG015 DIZ QUEM SUMIU ENTRE DUAS
      *           GERACOES; ESTE PROGRAMA DIZ A TAXA E A DIRECAO AO
      *           LONGO DO TEMPO, QUE E O QUE A MANTENEDORA COBRA.
      *           A SAIDA DO CURSO POR TRANSFERENCIA INTERNA (TRFCURS)
      *           CONTA A PARTE, NA COLUNA TRANSF.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          QUE NAO APARECE NO PERIODO
      *                          SEGUINTE CONTA EVADIDO - SAIR COM
      *                          PAPEL ASSINADO NAO E EVASAO
      *  V03    OUT/2026 010192  ALUNO TRANSFERIDO DE CURSO (TRFCURS,
      *                          CGPRG155): O ULTIMO PERIODO NO CURSO
      *                          DE ORIGEM, ATE O DA TRANSFERENCIA,
      *                          CONTA NA NOVA COLUNA TRANSF. E NAO
      *                          COMO EVADIDO - O ALUNO SEGUE NA CASA
      *                          COM A MATRICULA DO CURSO NOVO. LINHA
      *                          DO RELEVAS REARRUMADA EM 80 COLUNAS
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          SORT (MESMOS 3 BYTES) E DA QUEBRA POR
      *                          ALUNO
      *  V05    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): UNIDADE DO
      *                          ALUNO (WS-UNIDADE-S, ESPACO = SEDE)
      *                          COMO 1A CHAVE DO SORT E DA TABELA DE
      *                          CURSOS, E RELEVAS QUEBRADO POR
      *                          UNIDADE - TITULO DA UNIDADE (NOME DA
      *                          UNIDTAB) EM PAGINA PROPRIA, TOTAL DA
      *                          UNIDADE E, NO FIM, O TOTAL
      *                          CONSOLIDADO, COM O %EVASAO DE CADA
      *                          TOTAL. AS GERACOES DO HISTALU
      *                          ANTERIORES AO REGISTRO DE 84 BYTES
      *                          PRECISAM SER RECARREGADAS (VER
      *                          CADALUC)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT HISTALL ASSIGN TO HISTALLJ
                  FILE STATUS   IS WS-FS-HIS
           .
      *-----> LIGACAO MATRICULA ANTIGA X NOVA DA TRANSFERENCIA
           SELECT TRFCURS ASSIGN TO TRFCURSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-ANT-TR OF REG-TRFCURS
                  FILE STATUS   IS WS-FS-TRF
           .
           SELECT SORTEVA ASSIGN TO SORTWKJ
           .
           SELECT RELEVAS ASSIGN TO RELEVASJ
           .
       01  REG-HISTALL.
           COPY CADALUC.
       FD  TRFCURS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TRFCURS.
           COPY TRFCURC.
      *-----> ARQUIVO DE TRABALHO DO SORT (UNIDADE+CURSO+MATRICULA+
      *       PERIODO)
       SD  SORTEVA
           RECORDING MODE  F
           .
       01  REG-SORTEVA.
           05 WS-UNID-SRT         PIC X(01).
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-NUMERO-SRT       PIC 9(05)      COMP-3.
           05 WS-PERIODO-SRT      PIC 9(06)      COMP-3.
           05 WS-SIT-SRT          PIC X(01).
       FD  RELEVAS
      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTTRANSF            PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02)  VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-TRF              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG034'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-PRIM-PORC        PIC X(01).
               88 PRIMEIRA-PORC           VALUE 'S'.
               88 NAO-PRIMEIRA-PORC       VALUE 'N'.
      *-----> TRFCURS AUSENTE (FS='35') = NENHUMA TRANSFERENCIA
           05  WS-SW-TRFCURS          PIC X(01).
               88 TRFCURS-PRESENTE        VALUE 'S'.
               88 TRFCURS-AUSENTE         VALUE 'N'.

      *-----> TABELA GLOBAL DOS PERIODOS EXISTENTES NA CADEIA DE
      *       GERACOES, EM ORDEM CRESCENTE (INSERCAO ORDENADA)
      *       EVADIDOS (NAO PRESENTES NA GERACAO SEGUINTE)
       01  WS-TAB-EVASAO.
           05  WS-EVA-CURSO-OCOR      OCCURS 10 TIMES.
               10  WS-EVA-UNID        PIC X(01).
               10  WS-EVA-CURSO       PIC X(12).
               10  WS-EVA-SEM-OCOR    OCCURS 24 TIMES.
                   15  WS-EVA-MATRIC  PIC 9(04).
                   15  WS-EVA-PERDIDO PIC 9(04).
                   15  WS-EVA-FORMAL  PIC 9(04).
                   15  WS-EVA-TRANSF  PIC 9(04).

      *-----> GRUPO DO ALUNO CORRENTE (PERIODOS FREQUENTADOS)
       01  WS-GRUPO-ALUNO.
           05  WS-UNID-ATUAL          PIC X(01)  VALUE SPACES.
           05  WS-CURSO-ATUAL         PIC X(12)  VALUE SPACES.
           05  WS-NUMERO-ATUAL        PIC 9(05)  VALUE ZEROS.
           05  WS-QTD-ATD             PIC 9(02)  VALUE ZEROS.
           05  WS-ATD-OCOR            OCCURS 24 TIMES.
               10  WS-ATD-PERIODO     PIC 9(06).
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.
      *-----> ALUNO QUE SAIU DO CURSO POR TRANSFERENCIA (VER V03)
           05  WS-PERIODO-TRANSF      PIC 9(06)  VALUE ZEROS.
           05  WS-SW-TRANSF           PIC X(01)  VALUE 'N'.
               88 ALUNO-TRANSFERIDO       VALUE 'S'.
               88 ALUNO-NAO-TRANSFERIDO   VALUE 'N'.

      *-----> TABELA DAS UNIDADES (QUEBRA DO RELEVAS - VER V05)
           COPY UNIDTAB.

       01  WS-AREA-UNID.
           05  WS-UNID-SUB            PIC 9(02).
           05  WS-UNID-QUEBRA         PIC X(01).

      *-----> TOTAIS DA UNIDADE E CONSOLIDADO DO RELEVAS (VER V05)
       01  WS-TOTAIS-EVASAO.
           05  WS-TOT-UNID.
               10  WS-TU-MATRIC       PIC 9(05).
               10  WS-TU-PERDIDO      PIC 9(05).
               10  WS-TU-FORMAL       PIC 9(05).
               10  WS-TU-TRANSF       PIC 9(05).
           05  WS-TOT-GERAL.
               10  WS-TG-MATRIC       PIC 9(05).
               10  WS-TG-PERDIDO      PIC 9(05).
               10  WS-TG-FORMAL       PIC 9(05).
               10  WS-TG-TRANSF       PIC 9(05).
           05  WS-TOT-IMPR.
               10  WS-TI-MATRIC       PIC 9(05).
               10  WS-TI-PERDIDO      PIC 9(05).
               10  WS-TI-FORMAL       PIC 9(05).
               10  WS-TI-TRANSF       PIC 9(05).

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'CURSO'.
           05 FILLER                PIC X(08) VALUE 'PERIODO '.
           05 FILLER                PIC X(08) VALUE 'MATRIC. '.
           05 FILLER                PIC X(08) VALUE 'EVADID. '.
           05 FILLER                PIC X(08) VALUE 'FORMAIS '.
           05 FILLER                PIC X(08) VALUE 'TRANSF. '.
           05 FILLER                PIC X(09) VALUE '%EVASAO  '.
           05 FILLER                PIC X(10) VALUE 'TENDENCIA '.
           05 FILLER                PIC X(07) VALUE SPACES.

       01  WS-REG-RELEVAS.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PERIODO-R        PIC 9(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MATRIC-R         PIC ZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-PERDIDO-R        PIC ZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-FORMAL-R         PIC ZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TRANSF-R         PIC ZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-PORC-R           PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TENDENCIA-R      PIC X(08).
           05 FILLER              PIC X(09) VALUE SPACES.

      *-----> TITULO DA UNIDADE, ABAIXO DO CABECALHO (VER V05)
       01  WS-REG-TIT-UNID.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIT-R            PIC X(40).
           05 FILLER              PIC X(39) VALUE SPACES.
       01  WS-TIT-UNID-MONTA.
           05 FILLER              PIC X(08) VALUE 'UNIDADE '.
           05 WS-TIT-COD          PIC X(01).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-TIT-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE SPACES.

      *-----> LINHA DE TOTAL DA UNIDADE E DO CONSOLIDADO (VER V05)
       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TOT-ROT-R        PIC X(20).
           05 WS-TOT-MATRIC-R     PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TOT-PERDIDO-R    PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TOT-FORMAL-R     PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TOT-TRANSF-R     PIC ZZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TOT-PORC-R       PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(19) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

           PERFORM 010-INICIAR

           SORT SORTEVA
               ON ASCENDING KEY WS-UNID-SRT
                                WS-CURSO-SRT
                                WS-NUMERO-SRT
                                WS-PERIODO-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
              GO TO  999-ERRO
           END-IF

           SET TRFCURS-PRESENTE  TO  TRUE
           OPEN INPUT TRFCURS
           IF WS-FS-TRF = '35'
              SET TRFCURS-AUSENTE  TO  TRUE
              DISPLAY ' * TRFCURS AUSENTE - SEM TRANSFERENCIAS'
           ELSE
              IF WS-FS-TRF  NOT = '00'
                 MOVE  'ERRO AO ABRIR O TRFCURS'  TO WS-MSG
                 MOVE   WS-FS-TRF                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN OUTPUT RELEVAS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELEVAS'  TO WS-MSG

           PERFORM 130-REGISTRAR-PERIODO

           IF WS-UNIDADE-S OF REG-HISTALL = SPACE
              MOVE '1'                      TO  WS-UNID-SRT
           ELSE
              MOVE WS-UNIDADE-S OF REG-HISTALL  TO  WS-UNID-SRT
           END-IF
           MOVE WS-CURSO-S OF REG-HISTALL   TO  WS-CURSO-SRT
           MOVE WS-NUMERO-S OF REG-HISTALL  TO  WS-NUMERO-SRT
           MOVE WS-PERIODO-W                TO  WS-PERIODO-SRT
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR UM REGISTRO CLASSIFICADO (QUEBRA POR UNIDADE+
      *    CURSO+ALUNO)
      *--------------------------------------------------------------*
       220-TRATAR-REGISTRO.

           IF WS-UNID-SRT NOT = WS-UNID-ATUAL
              OR WS-CURSO-SRT NOT = WS-CURSO-ATUAL
              OR WS-NUMERO-SRT NOT = WS-NUMERO-ATUAL
              OR GRUPO-VAZIO
              IF GRUPO-ABERTO
                 PERFORM 240-FECHAR-ALUNO
              END-IF
              MOVE WS-UNID-SRT    TO  WS-UNID-ATUAL
              MOVE WS-CURSO-SRT   TO  WS-CURSO-ATUAL
              MOVE WS-NUMERO-SRT  TO  WS-NUMERO-ATUAL
              MOVE ZEROS          TO  WS-QTD-ATD
       240-FECHAR-ALUNO.

           PERFORM 245-LOCALIZAR-CURSO
           PERFORM 247-VERIFICAR-TRANSF

           IF WS-CURSO-SUB NOT > WS-QTD-CURSOS
              MOVE 1  TO  WS-ATD-SUB
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR (OU ABRIR) A POSICAO DO CURSO NA TABELA - A
      *    CHAVE E UNIDADE+CURSO, E A TABELA SAI NA ORDEM DO SORT
      *--------------------------------------------------------------*
       245-LOCALIZAR-CURSO.

           MOVE 1  TO  WS-CURSO-SUB
           PERFORM 246-PROCURAR-CURSO
               UNTIL WS-CURSO-SUB > WS-QTD-CURSOS
                  OR (WS-EVA-UNID (WS-CURSO-SUB) = WS-UNID-ATUAL
                      AND WS-EVA-CURSO (WS-CURSO-SUB)
                          = WS-CURSO-ATUAL)

           IF WS-CURSO-SUB > WS-QTD-CURSOS
              IF WS-QTD-CURSOS < 10
                 ADD 1  TO  WS-QTD-CURSOS
                 MOVE WS-QTD-CURSOS  TO  WS-CURSO-SUB
                 MOVE WS-UNID-ATUAL
                      TO  WS-EVA-UNID (WS-CURSO-SUB)
                 MOVE WS-CURSO-ATUAL
                      TO  WS-EVA-CURSO (WS-CURSO-SUB)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICAR SE A MATRICULA SAIU DESTE CURSO POR TRANSFERENCIA
      *    INTERNA (TRFCURS COM O CURSO DE ORIGEM IGUAL AO DO GRUPO)
      *--------------------------------------------------------------*
       247-VERIFICAR-TRANSF.

           SET ALUNO-NAO-TRANSFERIDO  TO  TRUE

           IF TRFCURS-PRESENTE
              MOVE WS-NUMERO-ATUAL  TO  WS-NUMERO-ANT-TR OF REG-TRFCURS
              READ TRFCURS
              IF WS-FS-TRF NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO TRFCURS'  TO WS-MSG
                 MOVE  WS-FS-TRF                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-TRF = '00'
                 AND WS-CURSO-ANT-TR OF REG-TRFCURS = WS-CURSO-ATUAL
                 SET ALUNO-TRANSFERIDO  TO  TRUE
                 MOVE WS-DT-TRANSF-TR OF REG-TRFCURS  TO  WS-DTLOTE-D
                 MOVE WS-DTLOTE-D (1:6)  TO  WS-PERIODO-TRANSF
                 ADD 1  TO  WS-CTTRANSF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE CURSOS
      *--------------------------------------------------------------*
       246-PROCURAR-CURSO.
           .
      *--------------------------------------------------------------*
      *    TESTAR SE O ALUNO FREQUENTOU O PERIODO GLOBAL SEGUINTE;
      *    SE NAO, CONTA EVADIDO NO PERIODO CORRENTE - SALVO O ULTIMO
      *    PERIODO DO ALUNO TRANSFERIDO, ATE O DA TRANSFERENCIA, QUE
      *    CONTA NA COLUNA TRANSF. (V03)
      *--------------------------------------------------------------*
       252-TESTAR-EVASAO.

                  OR WS-ATD-PERIODO (WS-SEM-SUB2) = WS-PERIODO-W

           IF WS-SEM-SUB2 > WS-QTD-ATD
              IF ALUNO-TRANSFERIDO
                 AND WS-ATD-SUB = WS-QTD-ATD
                 AND WS-ATD-PERIODO (WS-ATD-SUB)
                     NOT > WS-PERIODO-TRANSF
                 ADD 1  TO  WS-EVA-TRANSF (WS-CURSO-SUB WS-SEM-SUB)
              ELSE
                 ADD 1  TO  WS-EVA-PERDIDO (WS-CURSO-SUB WS-SEM-SUB)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RELATORIO: POR CURSO, UMA LINHA POR PERIODO
      *    COM MATRICULADOS, EVADIDOS, FORMAIS, TRANSFERIDOS,
      *    %EVASAO E TENDENCIA, QUEBRADO POR UNIDADE, COM O TOTAL
      *    DE CADA UNIDADE E O CONSOLIDADO NO FIM (VER V05)
      *--------------------------------------------------------------*
       080-IMPRIMIR-RELATORIO.

           MOVE ZEROS       TO  WS-TOT-GERAL
           MOVE LOW-VALUES  TO  WS-UNID-QUEBRA

           MOVE 1  TO  WS-CURSO-SUB
           PERFORM 081-IMPRIMIR-CURSO
               UNTIL WS-CURSO-SUB > WS-QTD-CURSOS

           IF WS-QTD-CURSOS > ZEROS
              PERFORM 085-FECHAR-UNIDADE
           END-IF

           MOVE 'TOTAL CONSOLIDADO'  TO  WS-TIT-R
           MOVE 'TOTAL CONSOLIDADO'  TO  WS-TOT-ROT-R
           MOVE WS-TOT-GERAL         TO  WS-TOT-IMPR
           PERFORM 087-IMPTOTAL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR AS LINHAS DE UM CURSO
      *--------------------------------------------------------------*
       081-IMPRIMIR-CURSO.

           IF WS-EVA-UNID (WS-CURSO-SUB) NOT = WS-UNID-QUEBRA
              IF WS-CURSO-SUB > 1
                 PERFORM 085-FECHAR-UNIDADE
              END-IF
              PERFORM 084-ABRIR-UNIDADE
           END-IF

           SET PRIMEIRA-PORC  TO  TRUE
           MOVE ZEROS  TO  WS-PORC-ANT

                   TO  WS-PERDIDO-R
              MOVE WS-EVA-FORMAL (WS-CURSO-SUB WS-SEM-SUB)
                   TO  WS-FORMAL-R
              MOVE WS-EVA-TRANSF (WS-CURSO-SUB WS-SEM-SUB)
                   TO  WS-TRANSF-R
              ADD WS-EVA-MATRIC (WS-CURSO-SUB WS-SEM-SUB)
                  TO  WS-TU-MATRIC
              ADD WS-EVA-PERDIDO (WS-CURSO-SUB WS-SEM-SUB)
                  TO  WS-TU-PERDIDO
              ADD WS-EVA-FORMAL (WS-CURSO-SUB WS-SEM-SUB)
                  TO  WS-TU-FORMAL
              ADD WS-EVA-TRANSF (WS-CURSO-SUB WS-SEM-SUB)
                  TO  WS-TU-TRANSF

              COMPUTE WS-PORC-EVASAO ROUNDED =
                      WS-EVA-PERDIDO (WS-CURSO-SUB WS-SEM-SUB)
           ADD 1  TO  WS-SEM-SUB
           .
      *--------------------------------------------------------------*
      *    ABRIR UMA UNIDADE: ZERAR O TOTAL, MONTAR O TITULO COM O
      *    NOME DA UNIDTAB E FORCAR PAGINA NOVA (VER V05)
      *--------------------------------------------------------------*
       084-ABRIR-UNIDADE.

           MOVE WS-EVA-UNID (WS-CURSO-SUB)  TO  WS-UNID-QUEBRA
           MOVE ZEROS  TO  WS-TOT-UNID

           MOVE 1  TO  WS-UNID-SUB
           PERFORM 086-PROCURAR-UNIDADE
               UNTIL WS-UNID-SUB > WS-QTD-UNID
                  OR WS-UNID-COD (WS-UNID-SUB) = WS-UNID-QUEBRA

           MOVE WS-UNID-QUEBRA  TO  WS-TIT-COD
           IF WS-UNID-SUB > WS-QTD-UNID
              MOVE '*FORA DA UNIDTAB*'  TO  WS-TIT-NOME
           ELSE
              MOVE WS-UNID-NOME (WS-UNID-SUB)  TO  WS-TIT-NOME
           END-IF
           MOVE WS-TIT-UNID-MONTA  TO  WS-TIT-R

           MOVE 65  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    FECHAR A UNIDADE: IMPRIMIR O TOTAL E SOMAR NO CONSOLIDADO
      *--------------------------------------------------------------*
       085-FECHAR-UNIDADE.

           MOVE 'TOTAL DA UNIDADE'  TO  WS-TOT-ROT-R
           MOVE WS-TOT-UNID         TO  WS-TOT-IMPR
           PERFORM 087-IMPTOTAL

           ADD WS-TU-MATRIC   TO  WS-TG-MATRIC
           ADD WS-TU-PERDIDO  TO  WS-TG-PERDIDO
           ADD WS-TU-FORMAL   TO  WS-TG-FORMAL
           ADD WS-TU-TRANSF   TO  WS-TG-TRANSF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA OCORRENCIA NA PROCURA DA UNIDADE NA UNIDTAB
      *--------------------------------------------------------------*
       086-PROCURAR-UNIDADE.

           ADD 1  TO  WS-UNID-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE TOTAL (UNIDADE OU CONSOLIDADO) COM O
      *    %EVASAO DO TOTAL
      *--------------------------------------------------------------*
       087-IMPTOTAL.

           MOVE WS-TI-MATRIC   TO  WS-TOT-MATRIC-R
           MOVE WS-TI-PERDIDO  TO  WS-TOT-PERDIDO-R
           MOVE WS-TI-FORMAL   TO  WS-TOT-FORMAL-R
           MOVE WS-TI-TRANSF   TO  WS-TOT-TRANSF-R
           IF WS-TI-MATRIC = ZEROS
              MOVE ZEROS  TO  WS-PORC-EVASAO
           ELSE
              COMPUTE WS-PORC-EVASAO ROUNDED =
                      WS-TI-PERDIDO * 100 / WS-TI-MATRIC
           END-IF
           MOVE WS-PORC-EVASAO  TO  WS-TOT-PORC-R

           IF WS-CTLIN > 8
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELEVAS  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-TOTAL'  TO  WS-MSG
              MOVE WS-FS-REL                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELEVAS  FROM  WS-REG-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO TOTAL-UNIDADE'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 2  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       040-IMPCAB.
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELEVAS FROM WS-REG-TIT-UNID
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TITULO-UNIDADE' TO WS-MSG
              MOVE WS-FS-REL                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
           DISPLAY ' * PERIODOS NA CADEIA           = ' WS-QTD-SEM
           DISPLAY ' * CURSOS APURADOS              = '
                   WS-QTD-CURSOS
           DISPLAY ' * SAIDAS POR TRANSFERENCIA     = ' WS-CTTRANSF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           IF TRFCURS-PRESENTE
              CLOSE  TRFCURS
              IF WS-FS-TRF  NOT = '00'
                 MOVE  'ERRO AO FECHAR O TRFCURS'  TO WS-MSG
                 MOVE   WS-FS-TRF                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELEVAS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELEVAS'  TO WS-MSG
