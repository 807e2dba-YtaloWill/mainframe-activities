       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG166.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CASAMENTO NOTURNO DO CADASTRO UNICO DE PESSOAS
      *           (PESSOA - COPY PESSOAC), QUE LIGA PELO CPF OS
      *           PAPEIS DA MESMA PESSOA NA CASA: ALUNO (CADALU),
      *           COMPRADOR (COMPMST), FUNCIONARIO (CADFUNC) E
      *           RESPONSAVEL (CADEND). EM QUATRO TEMPOS:
      *             1 - CARTOES DA REVISAO MANUAL (SYSIN, LOTE COM
      *                 CABECALHO/RODAPE - COPY SYSINHT):
      *                   V - VINCULAR FUNCIONARIO/RESPONSAVEL A
      *                       UM CPF (ORIGEM 'M')
      *                   D - DESFAZER UM VINCULO MANUAL
      *                 CARTAO INVALIDO E LISTADO NO RELPES (RC 4)
      *             2 - ALUNO E COMPRADOR COM CPF VALIDO NO PROPRIO
      *                 CADASTRO SAO VINCULADOS AUTOMATICAMENTE
      *                 (ORIGEM 'A'), COM O NOME DE LA
      *             3 - VARREDURA DO PESSOA: VINCULO AUTOMATICO NAO
      *                 CONFIRMADO NESTA NOITE (ALUNO/COMPRADOR
      *                 SAIU OU TROCOU DE CPF) E VINCULO MANUAL CUJO
      *                 REGISTRO DE ORIGEM SUMIU SAO BAIXADOS; OS
      *                 DEMAIS TEM O NOME ATUALIZADO
      *             4 - REVISAO DE QUASE-CASAMENTOS: SORT DE TODOS
      *                 OS VINCULOS E DOS REGISTROS SEM VINCULO
      *                 (FUNCIONARIO, RESPONSAVEL, ALUNO/COMPRADOR
      *                 SEM CPF) PELA CHAVE DE NOME (PRIMEIRO E
      *                 ULTIMO NOME). GRUPO COM REGISTRO SEM VINCULO
      *                 AO LADO DE UM CPF, OU COM MAIS DE UM CPF, E
      *                 LISTADO PARA A REVISAO, QUE DEVOLVE OS
      *                 CARTOES V/D DA PROXIMA NOITE
      *           O CPF SAI MASCARADO NO RELPES (COPY CPFMSKDC/
      *           CPFMASK); O CPF PLENO SE CONSULTA NA TRANSACAO
      *           CGPS (CGPRG167). TOTAIS LIDO X PROCESSADO E
      *           LIBERADO X RETORNADO DIVERGENTES = RC 8
      *--------------------------------------------------------------*
      * CARTAO DE VINCULO (SYSIN, ENTRE O CABECALHO E O SENTINELA):
      *   POS 01    TIPO   V = VINCULAR, D = DESVINCULAR
      *   POS 02    PAPEL  F = FUNCIONARIO, R = RESPONSAVEL
      *   POS 03-10 IDENT. F = DEPARTAMENTO(4) + FUNCIONARIO(4)
      *                    R = MATRICULA DO ALUNO(5) + ESPACOS
      *   POS 11-21 CPF DA PESSOA (COM OS DIGITOS VERIFICADORES)
      *   POS 22-24 OPERADOR DA REVISAO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010200  PROGRAMA CRIADO - CASAMENTO NOTURNO
      *                          DO CADASTRO UNICO DE PESSOAS
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
           SELECT PESSOA ASSIGN TO PESSOAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-PS OF REG-PESSOA
                  FILE STATUS   IS WS-FS-PES
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT COMPMST ASSIGN TO COMPMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-COMPRADOR-CP OF REG-COMPMST
                  FILE STATUS   IS WS-FS-CMP
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
           SELECT SORTPES ASSIGN TO SORTWKJ
           .
           SELECT RELPES ASSIGN TO RELPESJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PESSOA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PESSOA.
           COPY PESSOAC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  COMPMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-COMPMST.
           COPY COMPMSTC.
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  CADEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADEND.
           COPY CADENDC.
      *-----> ARQUIVO DE TRABALHO DO SORT (CHAVE DE NOME + CPF)
       SD  SORTPES
           RECORDING MODE  F
           .
       01  REG-SORTPES.
           05 WS-NOMECH-SRT.
              10 WS-PRIM-SRT      PIC X(15).
              10 WS-ULT-SRT       PIC X(15).
           05 WS-CPF-SRT          PIC 9(11)      COMP-3.
           05 WS-PAPEL-SRT        PIC X(01).
           05 WS-ID-SRT           PIC X(08).
           05 WS-NOME-SRT         PIC X(20).
      *-----> 'V' = VINCULADO NO PESSOA, 'L' = SEM VINCULO
           05 WS-SIT-SRT          PIC X(01).
       FD  RELPES
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPES             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTVINC              PIC 9(05) VALUE ZEROS.
           05  WS-CTDESV              PIC 9(05) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(05) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO-ALU          PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO-CMP          PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMCPF            PIC 9(05) VALUE ZEROS.
           05  WS-CTINCL              PIC 9(05) VALUE ZEROS.
           05  WS-CTCONF              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO-PES          PIC 9(05) VALUE ZEROS.
           05  WS-CTMANT-AUT          PIC 9(05) VALUE ZEROS.
           05  WS-CTMANT-MAN          PIC 9(05) VALUE ZEROS.
           05  WS-CTBAIXA             PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO-FUN          PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO-END          PIC 9(05) VALUE ZEROS.
           05  WS-CTLIBER             PIC 9(05) VALUE ZEROS.
           05  WS-CTRETOR             PIC 9(05) VALUE ZEROS.
           05  WS-CTGRUPO             PIC 9(05) VALUE ZEROS.
           05  WS-CTREVISAR           PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DT-NOITE            PIC 9(08).
           05  WS-FS-PES              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG166'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-CPF              PIC X(01).
               88 CPF-VALIDO              VALUE 'V'.
               88 CPF-INVALIDO            VALUE 'I'.
           05  WS-SW-ORIGEM           PIC X(01).
               88 ORIGEM-PRESENTE         VALUE 'S'.
               88 ORIGEM-AUSENTE          VALUE 'N'.
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.

      *-----> AREA DE TRABALHO DA CRITICA DO CPF (MODULO 11, COMO
      *       NO CGPRG008 V20)
       01  WS-AREA-DV-CPF.
           05  WS-CPF-DIGITOS         PIC 9(11).
           05  WS-CPF-DIG  REDEFINES  WS-CPF-DIGITOS
                                      OCCURS 11 TIMES  PIC 9(01).
           05  WS-CPF-SOMA            PIC 9(04).
           05  WS-CPF-QUOC            PIC 9(04).
           05  WS-CPF-SUB             PIC 9(02).
           05  WS-CPF-PESO            PIC 9(02).
           05  WS-CPF-RESTO           PIC 9(02).
           05  WS-CPF-DV1             PIC 9(02).
           05  WS-CPF-DV2             PIC 9(02).

      *-----> CONVENCAO COMUM DE MASCARA DE CPF - O RELPES SO SAI
      *       MASCARADO
       01  WS-AREA-CPF.
           COPY CPFMSKDC.

      *-----> AREA DE TRABALHO DO REGISTRO DO PESSOA
       01  WS-REG-PESSOA.
           COPY PESSOAC.

      *-----> MONTAGEM DA CHAVE DE NOME: O NOME E QUEBRADO NOS
      *       ESPACOS E A CHAVE E O PRIMEIRO + O ULTIMO PEDACO
       01  WS-AREA-NOME.
           05  WS-NOME-TRAB           PIC X(20).
           05  WS-QTD-TOK             PIC 9(02).
           05  WS-TOKENS.
               10  WS-TOK-01          PIC X(20).
               10  WS-TOK-02          PIC X(20).
               10  WS-TOK-03          PIC X(20).
               10  WS-TOK-04          PIC X(20).
               10  WS-TOK-05          PIC X(20).
               10  WS-TOK-06          PIC X(20).
               10  WS-TOK-07          PIC X(20).
               10  WS-TOK-08          PIC X(20).
               10  WS-TOK-09          PIC X(20).
               10  WS-TOK-10          PIC X(20).
           05  WS-TOKENS-R  REDEFINES  WS-TOKENS.
               10  WS-TOK             PIC X(20)  OCCURS 10 TIMES.

      *-----> GRUPO DA MESMA CHAVE DE NOME NO PROCEDIMENTO DE SAIDA
      *       (ATE 50 REGISTROS; O EXCESSO E CONTADO E AVISADO)
       01  WS-GRUPO-NOME.
           05  WS-NOMECH-ATUAL        PIC X(30)  VALUE SPACES.
           05  WS-QTD-GRP             PIC 9(04).
           05  WS-QTD-TAB             PIC 9(02).
           05  WS-QTD-CPFS            PIC 9(02).
           05  WS-QTD-LIVRES          PIC 9(02).
           05  WS-CPF-ANT             PIC 9(11).
           05  WS-GRP-I               PIC 9(02).
           05  WS-GRP-J               PIC 9(02).
           05  WS-MOTIVO-GRP          PIC X(20).
           05  WS-GRUPO-PES           OCCURS 50 TIMES.
               10  WS-GRP-CPF         PIC 9(11)  COMP-3.
               10  WS-GRP-PAPEL       PIC X(01).
               10  WS-GRP-ID          PIC X(08).
               10  WS-GRP-NOME        PIC X(20).
               10  WS-GRP-SIT         PIC X(01).
               10  WS-GRP-DESCARTE    PIC X(01).

      *-----> ENTRADA - CARTAO DE VINCULO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-IN          PIC X(01).
               88 CARTAO-VINCULAR     VALUE 'V'.
               88 CARTAO-DESVINCULAR  VALUE 'D'.
           05 WS-PAPEL-IN         PIC X(01).
               88 PAPEL-IN-FUNC       VALUE 'F'.
               88 PAPEL-IN-RESP       VALUE 'R'.
           05 WS-ID-IN            PIC X(08).
           05 WS-ID-FUN-IN  REDEFINES  WS-ID-IN.
              10 WS-DPTO-IN       PIC 9(04).
              10 WS-FUNC-IN       PIC 9(04).
           05 WS-ID-RSP-IN  REDEFINES  WS-ID-IN.
              10 WS-MATRICULA-IN  PIC 9(05).
              10 FILLER           PIC X(03).
           05 WS-CPF-IN           PIC 9(11).
           05 WS-OPER-IN          PIC X(03).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> DADOS DE SAIDA - LISTAGEM DO CASAMENTO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'CADASTRO UNICO DE PESSOAS - CASAMENTO   '.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE 'CPF'.
           05 FILLER                PIC X(12) VALUE 'PAPEL'.
           05 FILLER                PIC X(10) VALUE 'IDENT.'.
           05 FILLER                PIC X(21) VALUE 'NOME'.
           05 FILLER                PIC X(21) VALUE 'SITUACAO'.

       01  WS-REG-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'REVISAR: '.
           05 WS-TIT-PRIM         PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIT-ULT          PIC X(15).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-TIT-MOTIVO       PIC X(20).
           05 FILLER              PIC X(16) VALUE SPACES.

       01  WS-REG-RELPES.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CPF-R            PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PAPEL-R          PIC X(11).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ID-R             PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SITUACAO-R       PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.

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
      *    PROCESSO PRINCIPAL - CARTOES DA REVISAO E SORT COM
      *    PROCEDIMENTOS DE ENTRADA (VINCULOS) E DE SAIDA (REVISAO)
      *--------------------------------------------------------------*
       000-CGPRG166.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
               UNTIL WS-FIM = 'S'

           SORT SORTPES
               ON ASCENDING KEY WS-NOMECH-SRT
                                WS-CPF-SRT
                                WS-PAPEL-SRT
                                WS-ID-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-APURAR
                                   THRU 200-APURAR-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG166 - CADASTRO UNICO DE PESSOAS   *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

      *    CLUSTER RECEM-DEFINIDO (VAZIO) SO ABRE EM OUTPUT: ABRE,
      *    FECHA E REABRE EM I-O
           OPEN I-O PESSOA
           IF WS-FS-PES = '35'
              OPEN OUTPUT PESSOA
              IF WS-FS-PES = '00'
                 CLOSE PESSOA
                 OPEN I-O PESSOA
              END-IF
           END-IF
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO ABRIR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELPES
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELPES'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI  TO  WS-DATA-CAB
           SET CPF-MODO-MASCARADO  TO  TRUE

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

      *    A DATA DA NOITE (INCLUSAO/CONFIRMACAO DOS VINCULOS) E A
      *    DO CABECALHO; CABECALHO SEM DATA USA A DO SISTEMA
           IF WS-HDR-DATA-LOTE NUMERIC
              AND WS-HDR-DATA-LOTE > ZEROS
              MOVE WS-HDR-DATA-LOTE  TO  WS-DT-NOITE
           ELSE
              ACCEPT WS-DT-NOITE  FROM DATE YYYYMMDD
           END-IF
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

           PERFORM 025-LER-SYSIN
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
      *    PROCESSAR UM CARTAO DE VINCULO (V/D) DA REVISAO MANUAL
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 035-MONTAR-LINHA-CARTAO

           IF NOT CARTAO-VINCULAR AND NOT CARTAO-DESVINCULAR
              MOVE 'REJ - TIPO INVALIDO'   TO  WS-SITUACAO-R
              GO TO 030-PROCESSAR-REJ
           END-IF

           IF NOT PAPEL-IN-FUNC AND NOT PAPEL-IN-RESP
              MOVE 'REJ - PAPEL INVALIDO'  TO  WS-SITUACAO-R
              GO TO 030-PROCESSAR-REJ
           END-IF

           SET CPF-VALIDO  TO  TRUE
           IF WS-CPF-IN NOT NUMERIC OR WS-CPF-IN = ZEROS
              SET CPF-INVALIDO  TO  TRUE
           ELSE
              PERFORM 029-VALIDAR-CPF
           END-IF
           IF CPF-INVALIDO
              MOVE 'REJ - CPF INVALIDO'    TO  WS-SITUACAO-R
              GO TO 030-PROCESSAR-REJ
           END-IF

           MOVE SPACES      TO  WS-REG-PESSOA
           MOVE WS-CPF-IN   TO  WS-CPF-PS OF WS-REG-PESSOA
           MOVE WS-PAPEL-IN TO  WS-PAPEL-PS OF WS-REG-PESSOA

           IF PAPEL-IN-FUNC
              IF WS-DPTO-IN NOT NUMERIC OR WS-FUNC-IN NOT NUMERIC
                 MOVE 'REJ - IDENT. INVALIDA' TO  WS-SITUACAO-R
                 GO TO 030-PROCESSAR-REJ
              END-IF
              MOVE WS-DPTO-IN  TO  WS-DPTO-PS OF WS-REG-PESSOA
              MOVE WS-FUNC-IN  TO  WS-FUNC-PS OF WS-REG-PESSOA
           ELSE
              IF WS-MATRICULA-IN NOT NUMERIC
                 MOVE 'REJ - IDENT. INVALIDA' TO  WS-SITUACAO-R
                 GO TO 030-PROCESSAR-REJ
              END-IF
              MOVE WS-MATRICULA-IN
                               TO  WS-MATRICULA-PS OF WS-REG-PESSOA
           END-IF

           IF CARTAO-DESVINCULAR
              PERFORM 033-DESVINCULAR
              GO TO 030-PROCESSAR-LER
           END-IF

      *    VINCULAR: O REGISTRO DE ORIGEM TEM QUE EXISTIR, E O NOME
      *    DO VINCULO E O DE LA
           PERFORM 060-CONFERIR-ORIGEM
           IF ORIGEM-AUSENTE
              IF PAPEL-IN-FUNC
                 MOVE 'REJ - SEM CADFUNC'     TO  WS-SITUACAO-R
              ELSE
                 MOVE 'REJ - SEM RESPONSAVEL' TO  WS-SITUACAO-R
              END-IF
              GO TO 030-PROCESSAR-REJ
           END-IF

           PERFORM 031-VINCULAR
           GO TO 030-PROCESSAR-LER
           .
       030-PROCESSAR-REJ.

           ADD 1  TO  WS-CTREJ
           MOVE 4  TO  RETURN-CODE
           .
       030-PROCESSAR-LER.

           PERFORM 040-GRAVAR-LINHA
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CONFERIR OS DOIS DIGITOS VERIFICADORES DO CPF (MODULO 11
      *    - MESMA CONTA DO CGPRG008)
      *--------------------------------------------------------------*
       029-VALIDAR-CPF.

           MOVE WS-CPF-IN  TO  WS-CPF-DIGITOS

           MOVE ZEROS  TO  WS-CPF-SOMA
           MOVE 1      TO  WS-CPF-SUB
           MOVE 10     TO  WS-CPF-PESO
           PERFORM 029-SOMAR-CPF
               UNTIL WS-CPF-PESO < 2
           DIVIDE WS-CPF-SOMA  BY  11
                  GIVING WS-CPF-QUOC  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE ZEROS  TO  WS-CPF-DV1
           ELSE
              COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
           END-IF

           MOVE ZEROS  TO  WS-CPF-SOMA
           MOVE 1      TO  WS-CPF-SUB
           MOVE 11     TO  WS-CPF-PESO
           PERFORM 029-SOMAR-CPF
               UNTIL WS-CPF-PESO < 2
           DIVIDE WS-CPF-SOMA  BY  11
                  GIVING WS-CPF-QUOC  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE ZEROS  TO  WS-CPF-DV2
           ELSE
              COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
           END-IF

           IF WS-CPF-DIG (10) NOT = WS-CPF-DV1
              OR WS-CPF-DIG (11) NOT = WS-CPF-DV2
              SET CPF-INVALIDO  TO TRUE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR UM DIGITO PONDERADO DA SOMA DO MODULO 11
      *--------------------------------------------------------------*
       029-SOMAR-CPF.

           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIG (WS-CPF-SUB) * WS-CPF-PESO
           ADD 1       TO    WS-CPF-SUB
           SUBTRACT 1  FROM  WS-CPF-PESO
           .
      *--------------------------------------------------------------*
      *    GRAVAR O VINCULO MANUAL DO CARTAO
      *--------------------------------------------------------------*
       031-VINCULAR.

           SET VINC-MANUAL  OF WS-REG-PESSOA  TO  TRUE
           MOVE WS-DT-NOITE   TO  WS-DT-INCL-PS OF WS-REG-PESSOA
                                  WS-DT-CONF-PS OF WS-REG-PESSOA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-PS OF WS-REG-PESSOA
           MOVE WS-OPER-IN    TO  WS-OPER-PS OF WS-REG-PESSOA
           MOVE WS-NOME-PS OF WS-REG-PESSOA  TO  WS-NOME-R

           WRITE REG-PESSOA  FROM  WS-REG-PESSOA
           IF WS-FS-PES = '22'
              ADD 1  TO  WS-CTREJ
              MOVE 4  TO  RETURN-CODE
              MOVE 'REJ - JA VINCULADO'    TO  WS-SITUACAO-R
           ELSE
              IF WS-FS-PES NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO PESSOA'  TO WS-MSG
                 MOVE  WS-FS-PES                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTVINC
              MOVE 'VINCULADO (CARTAO)'    TO  WS-SITUACAO-R
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESFAZER UM VINCULO MANUAL (O AUTOMATICO SO SAI PELO
      *    CADASTRO DE ORIGEM)
      *--------------------------------------------------------------*
       033-DESVINCULAR.

           MOVE WS-CHAVE-PS OF WS-REG-PESSOA
                             TO  WS-CHAVE-PS OF REG-PESSOA
           READ PESSOA
           IF WS-FS-PES = '23'
              ADD 1  TO  WS-CTREJ
              MOVE 4  TO  RETURN-CODE
              MOVE 'REJ - NAO VINCULADO'   TO  WS-SITUACAO-R
              GO TO 033-DESVINCULAR-FIM
           END-IF
           IF WS-FS-PES NOT = '00'
              MOVE 'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
              MOVE  WS-FS-PES                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-NOME-PS OF REG-PESSOA  TO  WS-NOME-R
           IF VINC-AUTOMATICO OF REG-PESSOA
              ADD 1  TO  WS-CTREJ
              MOVE 4  TO  RETURN-CODE
              MOVE 'REJ - VINC AUTOMATICO' TO  WS-SITUACAO-R
              GO TO 033-DESVINCULAR-FIM
           END-IF

           DELETE PESSOA RECORD
           IF WS-FS-PES NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO PESSOA'  TO WS-MSG
              MOVE  WS-FS-PES                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTDESV
           MOVE 'DESVINCULADO(CARTAO)'  TO  WS-SITUACAO-R
           .
       033-DESVINCULAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR A LINHA DA LISTAGEM COM OS DADOS DO CARTAO
      *--------------------------------------------------------------*
       035-MONTAR-LINHA-CARTAO.

           MOVE SPACES  TO  WS-CPF-R
                            WS-PAPEL-R
                            WS-ID-R
                            WS-NOME-R
                            WS-SITUACAO-R
           IF WS-CPF-IN NUMERIC
              MOVE WS-CPF-IN  TO  WS-CPF-ENTRADA
              PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
              MOVE WS-CPF-SAIDA  TO  WS-CPF-R
           END-IF
           MOVE WS-PAPEL-IN  TO  WS-PAPEL-PS OF WS-REG-PESSOA
           MOVE WS-ID-IN     TO  WS-ID-PS OF WS-REG-PESSOA
           PERFORM 037-DESCREVER-PAPEL
           .
      *--------------------------------------------------------------*
      *    DESCREVER O PAPEL E A IDENTIFICACAO DO WS-REG-PESSOA NA
      *    LINHA DA LISTAGEM
      *--------------------------------------------------------------*
       037-DESCREVER-PAPEL.

           EVALUATE TRUE
              WHEN PAPEL-ALUNO OF WS-REG-PESSOA
                 MOVE 'ALUNO'        TO  WS-PAPEL-R
                 MOVE WS-ID-PS OF WS-REG-PESSOA (1:5)  TO  WS-ID-R
              WHEN PAPEL-COMPRADOR OF WS-REG-PESSOA
                 MOVE 'COMPRADOR'    TO  WS-PAPEL-R
                 MOVE WS-ID-PS OF WS-REG-PESSOA (1:4)  TO  WS-ID-R
              WHEN PAPEL-FUNCIONARIO OF WS-REG-PESSOA
                 MOVE 'FUNCIONARIO'  TO  WS-PAPEL-R
                 STRING WS-ID-PS OF WS-REG-PESSOA (1:4) '/'
                        WS-ID-PS OF WS-REG-PESSOA (5:4)
                 DELIMITED BY SIZE INTO WS-ID-R
              WHEN PAPEL-RESPONSAVEL OF WS-REG-PESSOA
                 MOVE 'RESPONSAVEL'  TO  WS-PAPEL-R
                 MOVE WS-ID-PS OF WS-REG-PESSOA (1:5)  TO  WS-ID-R
              WHEN OTHER
                 MOVE WS-PAPEL-PS OF WS-REG-PESSOA  TO  WS-PAPEL-R
                 MOVE WS-ID-PS OF WS-REG-PESSOA     TO  WS-ID-R
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA NO RELPES
      *--------------------------------------------------------------*
       040-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 045-IMPCAB
           END-IF

           WRITE REG-RELPES  FROM  WS-REG-RELPES
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPES'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM
      *--------------------------------------------------------------*
       045-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELPES FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPES FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPES FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPES FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O REGISTRO DE ORIGEM DO PAPEL DE FUNCIONARIO OU
      *    RESPONSAVEL DO WS-REG-PESSOA, TRAZENDO O NOME DE LA
      *    (RESPONSAVEL EM BRANCO NO CADEND CONTA COMO AUSENTE)
      *--------------------------------------------------------------*
       060-CONFERIR-ORIGEM.

           SET ORIGEM-PRESENTE  TO  TRUE

           IF PAPEL-FUNCIONARIO OF WS-REG-PESSOA
              MOVE WS-DPTO-PS OF WS-REG-PESSOA
                                 TO  WS-DPTO-FU OF REG-CADFUNC
              MOVE WS-FUNC-PS OF WS-REG-PESSOA
                                 TO  WS-FUNC-FU OF REG-CADFUNC
              READ CADFUNC
              IF WS-FS-FUN = '23'
                 SET ORIGEM-AUSENTE  TO  TRUE
              ELSE
                 IF WS-FS-FUN NOT = '00'
                    MOVE 'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
                    MOVE  WS-FS-FUN                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 MOVE WS-NOME-FU OF REG-CADFUNC
                                 TO  WS-NOME-PS OF WS-REG-PESSOA
              END-IF
           ELSE
              MOVE WS-MATRICULA-PS OF WS-REG-PESSOA
                                 TO  WS-NUMERO-D OF REG-CADEND
              READ CADEND
              IF WS-FS-END = '23'
                 SET ORIGEM-AUSENTE  TO  TRUE
              ELSE
                 IF WS-FS-END NOT = '00'
                    MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
                    MOVE  WS-FS-END                   TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 IF WS-RESPON-D OF REG-CADEND = SPACES
                    SET ORIGEM-AUSENTE  TO  TRUE
                 ELSE
                    MOVE WS-RESPON-D OF REG-CADEND
                                 TO  WS-NOME-PS OF WS-REG-PESSOA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: VINCULOS AUTOMATICOS DO
      *    CADALU E DO COMPMST, VARREDURA DO PESSOA E REGISTROS SEM
      *    VINCULO DO CADFUNC E DO CADEND
      *--------------------------------------------------------------*
       100-SELECIONAR.

           PERFORM 110-LER-CADALU
           PERFORM 120-VINCULAR-CADALU
               UNTIL WS-FS-ALU = '10'

           PERFORM 130-LER-COMPMST
           PERFORM 140-VINCULAR-COMPMST
               UNTIL WS-FS-CMP = '10'

           MOVE LOW-VALUES  TO  WS-CHAVE-PS OF REG-PESSOA
           START PESSOA  KEY IS NOT LESS THAN
                         WS-CHAVE-PS OF REG-PESSOA
           IF WS-FS-PES = '23'
              MOVE '10'  TO  WS-FS-PES
           ELSE
              IF WS-FS-PES NOT = '00'
                 MOVE 'ERRO NO START DO PESSOA'  TO WS-MSG
                 MOVE  WS-FS-PES                 TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              PERFORM 160-LER-PESSOA
           END-IF
           PERFORM 170-VARRER-PESSOA
               UNTIL WS-FS-PES = '10'

           MOVE LOW-VALUES  TO  WS-CHAVE-FU OF REG-CADFUNC
           START CADFUNC  KEY IS NOT LESS THAN
                          WS-CHAVE-FU OF REG-CADFUNC
           IF WS-FS-FUN = '23'
              MOVE '10'  TO  WS-FS-FUN
           ELSE
              IF WS-FS-FUN NOT = '00'
                 MOVE 'ERRO NO START DO CADFUNC'  TO WS-MSG
                 MOVE  WS-FS-FUN                  TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              PERFORM 180-LER-CADFUNC
           END-IF
           PERFORM 185-LIBERAR-CADFUNC
               UNTIL WS-FS-FUN = '10'

           MOVE ZEROS  TO  WS-NUMERO-D OF REG-CADEND
           START CADEND  KEY IS NOT LESS THAN
                         WS-NUMERO-D OF REG-CADEND
           IF WS-FS-END = '23'
              MOVE '10'  TO  WS-FS-END
           ELSE
              IF WS-FS-END NOT = '00'
                 MOVE 'ERRO NO START DO CADEND'  TO WS-MSG
                 MOVE  WS-FS-END                 TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              PERFORM 190-LER-CADEND
           END-IF
           PERFORM 195-LIBERAR-CADEND
               UNTIL WS-FS-END = '10'
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CADALU
      *--------------------------------------------------------------*
       110-LER-CADALU.

           READ CADALU  NEXT RECORD

           IF WS-FS-ALU  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-ALU = '00'
              ADD 1  TO  WS-CTLIDO-ALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    VINCULAR O ALUNO PELO CPF DO CADALU; ALUNO SEM CPF VAI
      *    PARA A REVISAO COMO REGISTRO SEM VINCULO
      *--------------------------------------------------------------*
       120-VINCULAR-CADALU.

           MOVE SPACES  TO  WS-REG-PESSOA
           MOVE 'A'     TO  WS-PAPEL-PS OF WS-REG-PESSOA
           MOVE WS-NUMERO-S OF REG-CADALU
                        TO  WS-MATRICULA-PS OF WS-REG-PESSOA
           MOVE WS-NOME-S OF REG-CADALU
                        TO  WS-NOME-PS OF WS-REG-PESSOA

      *    O TESTE DE CLASSE VEM ANTES DA COMPARACAO: REGISTRO
      *    ANTERIOR AO CPF (V20 DO CGPRG008) CARREGA ESPACOS NOS
      *    BYTES EMPACOTADOS E A COMPARACAO DIRETA ABENDARIA
           SET CPF-INVALIDO  TO  TRUE
           IF WS-CPF-S OF REG-CADALU NUMERIC
              AND WS-CPF-S OF REG-CADALU NOT = ZEROS
              MOVE WS-CPF-S OF REG-CADALU  TO  WS-CPF-IN
              SET CPF-VALIDO  TO  TRUE
              PERFORM 029-VALIDAR-CPF
           END-IF

           IF CPF-VALIDO
              MOVE WS-CPF-IN  TO  WS-CPF-PS OF WS-REG-PESSOA
              PERFORM 150-GRAVAR-AUTOMATICO
           ELSE
              ADD 1  TO  WS-CTSEMCPF
              MOVE ZEROS  TO  WS-CPF-PS OF WS-REG-PESSOA
              MOVE 'L'    TO  WS-SIT-SRT
              PERFORM 155-LIBERAR THRU 155-LIBERAR-FIM
           END-IF

           PERFORM 110-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO COMPMST
      *--------------------------------------------------------------*
       130-LER-COMPMST.

           READ COMPMST  NEXT RECORD

           IF WS-FS-CMP  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-CMP = '00'
              ADD 1  TO  WS-CTLIDO-CMP
           END-IF
           .
      *--------------------------------------------------------------*
      *    VINCULAR O COMPRADOR PELO CPF DO COMPMST; COMPRADOR SEM
      *    CPF VAI PARA A REVISAO COMO REGISTRO SEM VINCULO
      *--------------------------------------------------------------*
       140-VINCULAR-COMPMST.

           MOVE SPACES  TO  WS-REG-PESSOA
           MOVE 'C'     TO  WS-PAPEL-PS OF WS-REG-PESSOA
           MOVE WS-COMPRADOR-CP OF REG-COMPMST
                        TO  WS-COMPRADOR-PS OF WS-REG-PESSOA
           MOVE WS-NOME-CP OF REG-COMPMST
                        TO  WS-NOME-PS OF WS-REG-PESSOA

           SET CPF-INVALIDO  TO  TRUE
           IF WS-CPF-CP OF REG-COMPMST NUMERIC
              AND WS-CPF-CP OF REG-COMPMST NOT = ZEROS
              MOVE WS-CPF-CP OF REG-COMPMST  TO  WS-CPF-IN
              SET CPF-VALIDO  TO  TRUE
              PERFORM 029-VALIDAR-CPF
           END-IF

           IF CPF-VALIDO
              MOVE WS-CPF-IN  TO  WS-CPF-PS OF WS-REG-PESSOA
              PERFORM 150-GRAVAR-AUTOMATICO
           ELSE
              ADD 1  TO  WS-CTSEMCPF
              MOVE ZEROS  TO  WS-CPF-PS OF WS-REG-PESSOA
              MOVE 'L'    TO  WS-SIT-SRT
              PERFORM 155-LIBERAR THRU 155-LIBERAR-FIM
           END-IF

           PERFORM 130-LER-COMPMST
           .
      *--------------------------------------------------------------*
      *    INCLUIR OU CONFIRMAR O VINCULO AUTOMATICO DO
      *    WS-REG-PESSOA, COM O NOME DO CADASTRO DE ORIGEM
      *--------------------------------------------------------------*
       150-GRAVAR-AUTOMATICO.

           MOVE WS-CHAVE-PS OF WS-REG-PESSOA
                             TO  WS-CHAVE-PS OF REG-PESSOA
           READ PESSOA
           IF WS-FS-PES = '23'
              SET VINC-AUTOMATICO OF WS-REG-PESSOA  TO  TRUE
              MOVE WS-DT-NOITE  TO  WS-DT-INCL-PS OF WS-REG-PESSOA
                                    WS-DT-CONF-PS OF WS-REG-PESSOA
              MOVE WS-HDR-RUNID TO  WS-RUNID-PS OF WS-REG-PESSOA
              WRITE REG-PESSOA  FROM  WS-REG-PESSOA
              IF WS-FS-PES NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO PESSOA'  TO WS-MSG
                 MOVE  WS-FS-PES                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTINCL
           ELSE
              IF WS-FS-PES NOT = '00'
                 MOVE 'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
                 MOVE  WS-FS-PES                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE WS-NOME-PS OF WS-REG-PESSOA
                                TO  WS-NOME-PS OF REG-PESSOA
              MOVE WS-DT-NOITE  TO  WS-DT-CONF-PS OF REG-PESSOA
              MOVE WS-HDR-RUNID TO  WS-RUNID-PS OF REG-PESSOA
              REWRITE REG-PESSOA
              IF WS-FS-PES NOT = '00'
                 MOVE 'ERRO NA ALTERACAO DO PESSOA'  TO WS-MSG
                 MOVE  WS-FS-PES                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTCONF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR O WS-REG-PESSOA PARA O SORT COM A CHAVE DE NOME
      *    (A SITUACAO V/L JA VEM EM WS-SIT-SRT). NOME EM BRANCO NAO
      *    TEM COM QUEM CASAR E NAO E LIBERADO
      *--------------------------------------------------------------*
       155-LIBERAR.

           IF WS-NOME-PS OF WS-REG-PESSOA = SPACES
              GO TO 155-LIBERAR-FIM
           END-IF

           MOVE WS-NOME-PS OF WS-REG-PESSOA  TO  WS-NOME-TRAB
           MOVE SPACES  TO  WS-TOKENS
           MOVE ZEROS   TO  WS-QTD-TOK
           UNSTRING WS-NOME-TRAB  DELIMITED BY ALL SPACE
               INTO WS-TOK-01 WS-TOK-02 WS-TOK-03 WS-TOK-04
                    WS-TOK-05 WS-TOK-06 WS-TOK-07 WS-TOK-08
                    WS-TOK-09 WS-TOK-10
               TALLYING IN WS-QTD-TOK
           END-UNSTRING

           MOVE WS-TOK-01  TO  WS-PRIM-SRT
           IF WS-QTD-TOK > 1
              MOVE WS-TOK (WS-QTD-TOK)  TO  WS-ULT-SRT
           ELSE
              MOVE SPACES               TO  WS-ULT-SRT
           END-IF
           MOVE WS-CPF-PS   OF WS-REG-PESSOA  TO  WS-CPF-SRT
           MOVE WS-PAPEL-PS OF WS-REG-PESSOA  TO  WS-PAPEL-SRT
           MOVE WS-ID-PS    OF WS-REG-PESSOA  TO  WS-ID-SRT
           MOVE WS-NOME-PS  OF WS-REG-PESSOA  TO  WS-NOME-SRT

           RELEASE REG-SORTPES
           ADD 1  TO  WS-CTLIBER
           .
       155-LIBERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO PESSOA NA VARREDURA
      *--------------------------------------------------------------*
       160-LER-PESSOA.

           READ PESSOA  NEXT RECORD  INTO  WS-REG-PESSOA

           IF WS-FS-PES  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-PES = '00'
              ADD 1  TO  WS-CTLIDO-PES
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARRER UM VINCULO: O AUTOMATICO NAO CONFIRMADO NESTA NOITE
      *    E O MANUAL SEM REGISTRO DE ORIGEM SAO BAIXADOS; O MANUAL
      *    PRESENTE TEM O NOME ATUALIZADO. O QUE FICA E LIBERADO
      *    PARA A REVISAO
      *--------------------------------------------------------------*
       170-VARRER-PESSOA.

           IF VINC-AUTOMATICO OF WS-REG-PESSOA
              IF WS-DT-CONF-PS OF WS-REG-PESSOA NOT = WS-DT-NOITE
                 PERFORM 175-BAIXAR
              ELSE
                 ADD 1  TO  WS-CTMANT-AUT
                 MOVE 'V'  TO  WS-SIT-SRT
                 PERFORM 155-LIBERAR THRU 155-LIBERAR-FIM
              END-IF
           ELSE
              PERFORM 060-CONFERIR-ORIGEM
              IF ORIGEM-AUSENTE
                 PERFORM 175-BAIXAR
              ELSE
                 MOVE WS-DT-NOITE  TO  WS-DT-CONF-PS OF WS-REG-PESSOA
                 REWRITE REG-PESSOA  FROM  WS-REG-PESSOA
                 IF WS-FS-PES NOT = '00'
                    MOVE 'ERRO NA ALTERACAO DO PESSOA'  TO WS-MSG
                    MOVE  WS-FS-PES                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 ADD 1  TO  WS-CTMANT-MAN
                 MOVE 'V'  TO  WS-SIT-SRT
                 PERFORM 155-LIBERAR THRU 155-LIBERAR-FIM
              END-IF
           END-IF

           PERFORM 160-LER-PESSOA
           .
      *--------------------------------------------------------------*
      *    BAIXAR O VINCULO CORRENTE DA VARREDURA E LISTAR A BAIXA
      *--------------------------------------------------------------*
       175-BAIXAR.

           DELETE PESSOA RECORD
           IF WS-FS-PES NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO PESSOA'  TO WS-MSG
              MOVE  WS-FS-PES                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTBAIXA

           MOVE SPACES  TO  WS-ID-R
           MOVE WS-CPF-PS OF WS-REG-PESSOA  TO  WS-CPF-ENTRADA
           PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
           MOVE WS-CPF-SAIDA  TO  WS-CPF-R
           PERFORM 037-DESCREVER-PAPEL
           MOVE WS-NOME-PS OF WS-REG-PESSOA  TO  WS-NOME-R
           MOVE 'BAIXADO - SEM ORIGEM'        TO  WS-SITUACAO-R
           PERFORM 040-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CADFUNC NA PASSADA SEQUENCIAL
      *--------------------------------------------------------------*
       180-LER-CADFUNC.

           READ CADFUNC  NEXT RECORD

           IF WS-FS-FUN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-FUN = '00'
              ADD 1  TO  WS-CTLIDO-FUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR O FUNCIONARIO COMO REGISTRO SEM VINCULO (O QUE JA
      *    TEM VINCULO E DESCARTADO NO GRUPO DO PROCEDIMENTO DE SAIDA)
      *--------------------------------------------------------------*
       185-LIBERAR-CADFUNC.

           MOVE SPACES  TO  WS-REG-PESSOA
           MOVE ZEROS   TO  WS-CPF-PS OF WS-REG-PESSOA
           MOVE 'F'     TO  WS-PAPEL-PS OF WS-REG-PESSOA
           MOVE WS-DPTO-FU OF REG-CADFUNC
                        TO  WS-DPTO-PS OF WS-REG-PESSOA
           MOVE WS-FUNC-FU OF REG-CADFUNC
                        TO  WS-FUNC-PS OF WS-REG-PESSOA
           MOVE WS-NOME-FU OF REG-CADFUNC
                        TO  WS-NOME-PS OF WS-REG-PESSOA
           MOVE 'L'     TO  WS-SIT-SRT
           PERFORM 155-LIBERAR THRU 155-LIBERAR-FIM

           PERFORM 180-LER-CADFUNC
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CADEND NA PASSADA SEQUENCIAL
      *--------------------------------------------------------------*
       190-LER-CADEND.

           READ CADEND  NEXT RECORD

           IF WS-FS-END  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADEND'  TO WS-MSG
              MOVE   WS-FS-END                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-END = '00'
              ADD 1  TO  WS-CTLIDO-END
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR O RESPONSAVEL INFORMADO NO CADEND COMO REGISTRO
      *    SEM VINCULO
      *--------------------------------------------------------------*
       195-LIBERAR-CADEND.

           IF WS-RESPON-D OF REG-CADEND NOT = SPACES
              MOVE SPACES  TO  WS-REG-PESSOA
              MOVE ZEROS   TO  WS-CPF-PS OF WS-REG-PESSOA
              MOVE 'R'     TO  WS-PAPEL-PS OF WS-REG-PESSOA
              MOVE WS-NUMERO-D OF REG-CADEND
                           TO  WS-MATRICULA-PS OF WS-REG-PESSOA
              MOVE WS-RESPON-D OF REG-CADEND
                           TO  WS-NOME-PS OF WS-REG-PESSOA
              MOVE 'L'     TO  WS-SIT-SRT
              PERFORM 155-LIBERAR THRU 155-LIBERAR-FIM
           END-IF

           PERFORM 190-LER-CADEND
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: QUEBRA PELA CHAVE DE NOME
      *    E LISTAGEM DOS GRUPOS QUE PRECISAM DE REVISAO
      *--------------------------------------------------------------*
       200-APURAR.

           SET NAO-FIM-SORT  TO  TRUE
           MOVE ZEROS  TO  WS-QTD-GRP

           PERFORM 210-RETORNAR

           PERFORM 220-TRATAR-REGISTRO
               UNTIL FIM-SORT

           IF WS-QTD-GRP > 0
              PERFORM 240-FECHAR-GRUPO
           END-IF
           .
       200-APURAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM REGISTRO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTPES
               AT END
                   SET FIM-SORT  TO  TRUE
               NOT AT END
                   ADD 1  TO  WS-CTRETOR
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR UM REGISTRO CLASSIFICADO: QUEBRA DA CHAVE DE NOME E
      *    GUARDA DO REGISTRO NA TABELA DO GRUPO
      *--------------------------------------------------------------*
       220-TRATAR-REGISTRO.

           IF WS-NOMECH-SRT NOT = WS-NOMECH-ATUAL
              IF WS-QTD-GRP > 0
                 PERFORM 240-FECHAR-GRUPO
              END-IF
              MOVE WS-NOMECH-SRT  TO  WS-NOMECH-ATUAL
              MOVE ZEROS          TO  WS-QTD-GRP
              ADD  1              TO  WS-CTGRUPO
           END-IF

           ADD 1  TO  WS-QTD-GRP
           IF WS-QTD-GRP NOT > 50
              MOVE WS-CPF-SRT    TO  WS-GRP-CPF   (WS-QTD-GRP)
              MOVE WS-PAPEL-SRT  TO  WS-GRP-PAPEL (WS-QTD-GRP)
              MOVE WS-ID-SRT     TO  WS-GRP-ID    (WS-QTD-GRP)
              MOVE WS-NOME-SRT   TO  WS-GRP-NOME  (WS-QTD-GRP)
              MOVE WS-SIT-SRT    TO  WS-GRP-SIT   (WS-QTD-GRP)
              MOVE 'N'           TO  WS-GRP-DESCARTE (WS-QTD-GRP)
           END-IF

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    FECHAR O GRUPO DA CHAVE DE NOME: DESCARTA O REGISTRO SEM
      *    VINCULO QUE JA APARECE VINCULADO NO GRUPO, CONTA OS CPFS
      *    DISTINTOS E OS SEM VINCULO QUE SOBRAM, E LISTA O GRUPO SE
      *    HA SEM VINCULO AO LADO DE UM CPF OU MAIS DE UM CPF
      *--------------------------------------------------------------*
       240-FECHAR-GRUPO.

           IF WS-QTD-GRP > 50
              MOVE 50          TO  WS-QTD-TAB
              DISPLAY ' * GRUPO COM MAIS DE 50 REGISTROS, SO OS 50 '
                      'PRIMEIROS CONFERIDOS: ' WS-NOMECH-ATUAL
           ELSE
              MOVE WS-QTD-GRP  TO  WS-QTD-TAB
           END-IF

           MOVE 1  TO  WS-GRP-I
           PERFORM 242-DESCARTAR-VINCULADO
               UNTIL WS-GRP-I > WS-QTD-TAB

           MOVE ZEROS  TO  WS-QTD-CPFS
                           WS-QTD-LIVRES
                           WS-CPF-ANT
           MOVE 1  TO  WS-GRP-I
           PERFORM 246-CONTAR-GRUPO
               UNTIL WS-GRP-I > WS-QTD-TAB

           MOVE SPACES  TO  WS-MOTIVO-GRP
           IF WS-QTD-LIVRES > 0 AND WS-QTD-CPFS > 0
              MOVE 'SEM VINCULO COM CPF'  TO  WS-MOTIVO-GRP
           ELSE
              IF WS-QTD-CPFS > 1
                 MOVE 'CPFS DIFERENTES'   TO  WS-MOTIVO-GRP
              END-IF
           END-IF

           IF WS-MOTIVO-GRP NOT = SPACES
              ADD 1  TO  WS-CTREVISAR
              PERFORM 250-IMPRIME-TITULO
              MOVE 1  TO  WS-GRP-I
              PERFORM 260-IMPRIME-REGISTRO
                  UNTIL WS-GRP-I > WS-QTD-TAB
           END-IF
           .
      *--------------------------------------------------------------*
      *    PARA UM REGISTRO SEM VINCULO DO GRUPO, PROCURAR O MESMO
      *    PAPEL+IDENTIFICACAO ENTRE OS VINCULADOS
      *--------------------------------------------------------------*
       242-DESCARTAR-VINCULADO.

           IF WS-GRP-SIT (WS-GRP-I) = 'L'
              MOVE 1  TO  WS-GRP-J
              PERFORM 244-COMPARAR-VINCULADO
                  UNTIL WS-GRP-J > WS-QTD-TAB
           END-IF

           ADD 1  TO  WS-GRP-I
           .
      *--------------------------------------------------------------*
      *    COMPARAR O SEM VINCULO (I) COM UM REGISTRO DO GRUPO (J)
      *--------------------------------------------------------------*
       244-COMPARAR-VINCULADO.

           IF WS-GRP-SIT (WS-GRP-J) = 'V'
              AND WS-GRP-PAPEL (WS-GRP-J) = WS-GRP-PAPEL (WS-GRP-I)
              AND WS-GRP-ID (WS-GRP-J)    = WS-GRP-ID (WS-GRP-I)
              MOVE 'S'  TO  WS-GRP-DESCARTE (WS-GRP-I)
           END-IF

           ADD 1  TO  WS-GRP-J
           .
      *--------------------------------------------------------------*
      *    CONTAR CPFS DISTINTOS (O GRUPO VEM EM ORDEM DE CPF) E SEM
      *    VINCULO NAO DESCARTADOS
      *--------------------------------------------------------------*
       246-CONTAR-GRUPO.

           IF WS-GRP-DESCARTE (WS-GRP-I) = 'N'
              IF WS-GRP-SIT (WS-GRP-I) = 'L'
                 ADD 1  TO  WS-QTD-LIVRES
              ELSE
                 IF WS-GRP-CPF (WS-GRP-I) NOT = WS-CPF-ANT
                    ADD 1  TO  WS-QTD-CPFS
                    MOVE WS-GRP-CPF (WS-GRP-I)  TO  WS-CPF-ANT
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-GRP-I
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DO GRUPO A REVISAR
      *--------------------------------------------------------------*
       250-IMPRIME-TITULO.

           IF WS-CTLIN > 52
              PERFORM 045-IMPCAB
           END-IF

           MOVE WS-NOMECH-ATUAL (1:15)   TO  WS-TIT-PRIM
           MOVE WS-NOMECH-ATUAL (16:15)  TO  WS-TIT-ULT
           MOVE WS-MOTIVO-GRP            TO  WS-TIT-MOTIVO

           WRITE REG-RELPES  FROM  WS-REG-TITULO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO TITULO'  TO  WS-MSG
              MOVE WS-FS-REL               TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM REGISTRO NAO DESCARTADO DO GRUPO A REVISAR
      *--------------------------------------------------------------*
       260-IMPRIME-REGISTRO.

           IF WS-GRP-DESCARTE (WS-GRP-I) = 'N'
              MOVE SPACES  TO  WS-REG-PESSOA
                               WS-ID-R
              MOVE WS-GRP-CPF (WS-GRP-I)    TO  WS-CPF-ENTRADA
              PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
              MOVE WS-CPF-SAIDA             TO  WS-CPF-R
              MOVE WS-GRP-PAPEL (WS-GRP-I)
                                  TO  WS-PAPEL-PS OF WS-REG-PESSOA
              MOVE WS-GRP-ID (WS-GRP-I)
                                  TO  WS-ID-PS OF WS-REG-PESSOA
              PERFORM 037-DESCREVER-PAPEL
              MOVE WS-GRP-NOME (WS-GRP-I)   TO  WS-NOME-R
              IF WS-GRP-SIT (WS-GRP-I) = 'V'
                 MOVE 'VINCULADO'           TO  WS-SITUACAO-R
              ELSE
                 IF WS-GRP-PAPEL (WS-GRP-I) = 'A' OR 'C'
                    MOVE 'SEM CPF NO CADASTRO' TO  WS-SITUACAO-R
                 ELSE
                    MOVE 'SEM VINCULO'      TO  WS-SITUACAO-R
                 END-IF
              END-IF
              PERFORM 040-GRAVAR-LINHA
           END-IF

           ADD 1  TO  WS-GRP-I
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG166        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * VINCULOS MANUAIS INCLUIDOS   = ' WS-CTVINC
           DISPLAY ' * VINCULOS MANUAIS DESFEITOS   = ' WS-CTDESV
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS LIDOS       - CADALU  = ' WS-CTLIDO-ALU
           DISPLAY ' * COMPRADORES LIDOS  - COMPMST = ' WS-CTLIDO-CMP
           DISPLAY ' * ALUNOS/COMPRADORES SEM CPF   = ' WS-CTSEMCPF
           DISPLAY ' * VINCULOS AUTOMATICOS NOVOS   = ' WS-CTINCL
           DISPLAY ' * VINCULOS AUTOMATICOS CONFIRM.= ' WS-CTCONF
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * VINCULOS LIDOS     - PESSOA  = ' WS-CTLIDO-PES
           DISPLAY ' * AUTOMATICOS MANTIDOS         = ' WS-CTMANT-AUT
           DISPLAY ' * MANUAIS MANTIDOS             = ' WS-CTMANT-MAN
           DISPLAY ' * VINCULOS BAIXADOS            = ' WS-CTBAIXA
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * FUNCIONARIOS LIDOS - CADFUNC = ' WS-CTLIDO-FUN
           DISPLAY ' * ENDERECOS LIDOS    - CADEND  = ' WS-CTLIDO-END
           DISPLAY ' * LIBERADOS PARA O SORT        = ' WS-CTLIBER
           DISPLAY ' * RETORNADOS DO SORT           = ' WS-CTRETOR
           DISPLAY ' * GRUPOS DE NOME               = ' WS-CTGRUPO
           DISPLAY ' * GRUPOS A REVISAR  - RELPES   = ' WS-CTREVISAR
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

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
           END-IF

           COMPUTE WS-CTPROC = WS-CTVINC + WS-CTDESV + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

      *    TODO VINCULO AUTOMATICO MANTIDO NA VARREDURA FOI INCLUIDO
      *    OU CONFIRMADO NESTA NOITE, E TODO LIBERADO VOLTA DO SORT
           IF WS-CTMANT-AUT NOT = WS-CTINCL + WS-CTCONF
              OR WS-CTLIBER NOT = WS-CTRETOR
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - VINCULOS X SORT   *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO FECHAR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELPES
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELPES'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG166        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CPF (LGPD)
      *--------------------------------------------------------------*
           COPY CPFMASK.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG166 <
