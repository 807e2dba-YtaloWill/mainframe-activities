       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG144.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CADASTRO DE INSTRUTORES (PROFMST - COPY
      *           PROFMSTC) E A ATRIBUICAO DE DOCENCIA (ATRIDOC -
      *           COPY ATRIDOCC: INSTRUTOR + CURSO + DISCIPLINA +
      *           SEMESTRE LETIVO) A PARTIR DE CARTOES I/A/E NA
      *           CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT). A SEGUNDA
      *           POSICAO DO CARTAO DIZ O REGISTRO: 'P' = INSTRUTOR,
      *           'D' = DOCENCIA (SO I/E). A DISCIPLINA ATRIBUIDA TEM
      *           DE ESTAR NA MATRIZ DO CURSO (MATRCUR) E O INSTRUTOR
      *           ATIVO NO PROFMST; INSTRUTOR COM DOCENCIA ATRIBUIDA
      *           NAO E EXCLUIDO (INATIVAR POR ALTERACAO)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010186  PROGRAMA CRIADO - CADASTRO DE
      *                          INSTRUTORES E ATRIBUICAO DE
      *                          DOCENCIA
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
           SELECT PROFMST ASSIGN TO PROFMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CODIGO-PF OF REG-PROFMST
                  FILE STATUS   IS WS-FS-PRF
           .
           SELECT ATRIDOC ASSIGN TO ATRIDOCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-AT OF REG-ATRIDOC
                  FILE STATUS   IS WS-FS-ATR
           .
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PROFMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROFMST.
           COPY PROFMSTC.
       FD  ATRIDOC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ATRIDOC.
           COPY ATRIDOCC.
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(04) VALUE ZEROS.
           05  WS-CTALT               PIC 9(04) VALUE ZEROS.
           05  WS-CTEXC               PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAVD             PIC 9(04) VALUE ZEROS.
           05  WS-CTEXCD              PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-FS-PRF              PIC X(02).
           05  WS-FS-ATR              PIC X(02).
           05  WS-FS-MTC              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG144'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
           05  WS-SW-CPF              PIC X(01).
               88 CPF-VALIDO              VALUE 'V'.
               88 CPF-INVALIDO            VALUE 'I'.

      *-----> ENTRADA - CARTAO DE INSTRUTOR/DOCENCIA VIA SYSIN
      *       WS-TIPO-TRANS-IN: 'I' = INCLUSAO, 'A' = ALTERACAO
      *       (SO INSTRUTOR - CAMPO EM BRANCO/ZERADO PRESERVA O
      *       CONTEUDO ATUAL), 'E' = EXCLUSAO
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-TIPO-REG-IN      PIC X(01).
               88 REG-INSTRUTOR       VALUE 'P'.
               88 REG-DOCENCIA        VALUE 'D'.
           05 WS-CODIGO-IN        PIC X(05).
           05 WS-DADOS-IN         PIC X(60).
      *-----> CARTAO 'P' - DADOS DO INSTRUTOR
           05 WS-DADOS-PROF-IN  REDEFINES  WS-DADOS-IN.
               10 WS-NOME-IN          PIC X(30).
               10 WS-CPF-IN           PIC 9(11).
      *-----> G/E/M/D - GRADUADO/ESPECIALISTA/MESTRE/DOUTOR
               10 WS-TITULACAO-IN     PIC X(01).
      *-----> H/M - HORISTA/MENSALISTA
               10 WS-REGIME-IN        PIC X(01).
      *-----> A/I - ATIVO (ASSUMIDO EM BRANCO NA INCLUSAO)/INATIVO
               10 WS-SIT-IN           PIC X(01).
               10 WS-DPTO-IN          PIC 9(04).
               10 WS-FUNC-IN          PIC 9(04).
               10 WS-ADMISSAO-IN      PIC 9(08).
      *-----> CARTAO 'D' - DOCENCIA (SEMESTRE LETIVO AAAAS)
           05 WS-DADOS-DOC-IN  REDEFINES  WS-DADOS-IN.
               10 WS-CURSO-IN         PIC X(12).
               10 WS-DISC-IN          PIC X(08).
               10 WS-SEMESTRE-IN      PIC 9(05).
               10 WS-SEMESTRE-IN-R  REDEFINES  WS-SEMESTRE-IN.
                   15 WS-ANO-SEM-IN   PIC 9(04).
                   15 WS-NR-SEM-IN    PIC 9(01).
               10 FILLER              PIC X(35).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DOS REGISTROS
       01  WS-REG-PROFMST.
           COPY PROFMSTC.
       01  WS-REG-ATRIDOC.
           COPY ATRIDOCC.

      *-----> AREA DE TRABALHO DA CRITICA DO CPF (MODULO 11, A MESMA
      *       DO CGPRG008)
       01  WS-AREA-CPF.
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
       000-CGPRG144.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG144 - INSTRUTORES E DOCENCIA      *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O PROFMST
           IF WS-FS-PRF = '35'
              OPEN OUTPUT PROFMST
              CLOSE PROFMST
              OPEN I-O PROFMST
           END-IF
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO ABRIR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O ATRIDOC
           IF WS-FS-ATR = '35'
              OPEN OUTPUT ATRIDOC
              CLOSE ATRIDOC
              OPEN I-O ATRIDOC
           END-IF
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO ABRIR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO ABRIR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

           PERFORM 025-LER-SYSIN
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
              MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE INSTRUTOR ('P') OU DE DOCENCIA ('D')
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-CODIGO-IN = SPACES
              MOVE 'CODIGO DO INSTRUTOR EM BRANCO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF REG-DOCENCIA
              IF TRANS-EXCLUSAO
                 PERFORM 043-EXCLUIR-DOCENCIA
              ELSE
              IF TRANS-ALTERACAO
                 MOVE 'DOCENCIA NAO TEM ALTERACAO'  TO WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
              ELSE
                 PERFORM 041-INCLUIR-DOCENCIA
              END-IF
              END-IF
              GO TO 030-PROCESSAR-LER
           END-IF

           IF NOT REG-INSTRUTOR
              MOVE 'REGISTRO DIFERENTE DE P/D'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR THRU 033-EXCLUIR-FIM
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-TITULACAO-IN NOT = SPACE AND 'G' AND 'E' AND 'M'
                                        AND 'D'
              OR WS-REGIME-IN NOT = SPACE AND 'H' AND 'M'
              OR WS-SIT-IN NOT = SPACE AND 'A' AND 'I'
              MOVE 'TITULACAO/REGIME/SIT. INVALIDO'
                                             TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-CPF-IN IS NOT NUMERIC OR WS-DPTO-IN IS NOT NUMERIC
              OR WS-FUNC-IN IS NOT NUMERIC
              OR WS-ADMISSAO-IN IS NOT NUMERIC
              MOVE 'CAMPO NUMERICO INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           SET CPF-VALIDO  TO  TRUE
           IF WS-CPF-IN NOT = ZEROS
              PERFORM 029-VALIDAR-CPF
           END-IF
           IF CPF-INVALIDO
              MOVE 'CPF COM DIGITO INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-ALTERACAO
              PERFORM 032-ALTERAR
           ELSE
              PERFORM 031-INCLUIR
           END-IF
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR O CARTAO COM O MOTIVO MONTADO PELO CHAMADOR
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO-REJ ' ***'
           DISPLAY ' * TIPO/REG. : ' WS-TIPO-TRANS-IN '/'
                   WS-TIPO-REG-IN
           DISPLAY ' * INSTRUTOR : ' WS-CODIGO-IN
           DISPLAY ' * DADOS     : ' WS-DADOS-IN
           .
      *--------------------------------------------------------------*
      *    CONFERIR OS DOIS DIGITOS VERIFICADORES DO CPF (MODULO 11)
      *    DV1: PESOS 10..2 SOBRE OS 9 PRIMEIROS DIGITOS
      *    DV2: PESOS 11..2 SOBRE OS 10 PRIMEIROS DIGITOS
      *    RESTO < 2 RESULTA EM DIGITO ZERO
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
      *    INCLUIR UM INSTRUTOR NO PROFMST
      *--------------------------------------------------------------*
       031-INCLUIR.

           IF WS-NOME-IN = SPACES OR WS-TITULACAO-IN = SPACE
              OR WS-REGIME-IN = SPACE
              MOVE 'NOME/TITULACAO/REGIME VAZIO'
                                             TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              MOVE SPACES           TO  WS-REG-PROFMST
              MOVE WS-CODIGO-IN     TO  WS-CODIGO-PF OF WS-REG-PROFMST
              MOVE WS-NOME-IN       TO  WS-NOME-PF OF WS-REG-PROFMST
              MOVE WS-CPF-IN        TO  WS-CPF-PF OF WS-REG-PROFMST
              MOVE WS-TITULACAO-IN  TO  WS-TITULACAO-PF
                                        OF WS-REG-PROFMST
              MOVE WS-REGIME-IN     TO  WS-REGIME-PF OF WS-REG-PROFMST
              IF WS-SIT-IN = SPACE
                 MOVE 'A'           TO  WS-SIT-PF OF WS-REG-PROFMST
              ELSE
                 MOVE WS-SIT-IN     TO  WS-SIT-PF OF WS-REG-PROFMST
              END-IF
              MOVE WS-DPTO-IN       TO  WS-DPTO-PF OF WS-REG-PROFMST
              MOVE WS-FUNC-IN       TO  WS-FUNC-PF OF WS-REG-PROFMST
              MOVE WS-ADMISSAO-IN   TO  WS-ADMISSAO-PF
                                        OF WS-REG-PROFMST

              WRITE REG-PROFMST  FROM  WS-REG-PROFMST
              IF WS-FS-PRF = '22'
                 MOVE 'INSTRUTOR JA CADASTRADO'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
              ELSE
                 IF WS-FS-PRF NOT = '00'
                    MOVE 'ERRO NA GRAVACAO DO PROFMST'  TO WS-MSG
                    MOVE  WS-FS-PRF                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTGRAV
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR UM INSTRUTOR (CAMPO EM BRANCO/ZERADO NO CARTAO
      *    PRESERVA O CONTEUDO ATUAL)
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-CODIGO-IN  TO  WS-CODIGO-PF OF REG-PROFMST
           READ PROFMST
           IF WS-FS-PRF = '23'
              MOVE 'INSTRUTOR NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-PRF NOT = '00'
                 MOVE 'ERRO NA LEITURA DO PROFMST'   TO WS-MSG
                 MOVE  WS-FS-PRF                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE REG-PROFMST  TO  WS-REG-PROFMST
                 IF WS-NOME-IN NOT = SPACES
                    MOVE WS-NOME-IN       TO  WS-NOME-PF
                                              OF WS-REG-PROFMST
                 END-IF
                 IF WS-CPF-IN NOT = ZEROS
                    MOVE WS-CPF-IN        TO  WS-CPF-PF
                                              OF WS-REG-PROFMST
                 END-IF
                 IF WS-TITULACAO-IN NOT = SPACE
                    MOVE WS-TITULACAO-IN  TO  WS-TITULACAO-PF
                                              OF WS-REG-PROFMST
                 END-IF
                 IF WS-REGIME-IN NOT = SPACE
                    MOVE WS-REGIME-IN     TO  WS-REGIME-PF
                                              OF WS-REG-PROFMST
                 END-IF
                 IF WS-SIT-IN NOT = SPACE
                    MOVE WS-SIT-IN        TO  WS-SIT-PF
                                              OF WS-REG-PROFMST
                 END-IF
                 IF WS-DPTO-IN NOT = ZEROS OR WS-FUNC-IN NOT = ZEROS
                    MOVE WS-DPTO-IN       TO  WS-DPTO-PF
                                              OF WS-REG-PROFMST
                    MOVE WS-FUNC-IN       TO  WS-FUNC-PF
                                              OF WS-REG-PROFMST
                 END-IF
                 IF WS-ADMISSAO-IN NOT = ZEROS
                    MOVE WS-ADMISSAO-IN   TO  WS-ADMISSAO-PF
                                              OF WS-REG-PROFMST
                 END-IF

                 REWRITE REG-PROFMST  FROM  WS-REG-PROFMST
                 IF WS-FS-PRF NOT = '00'
                    MOVE 'ERRO NA ALTERACAO DO PROFMST' TO WS-MSG
                    MOVE  WS-FS-PRF                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTALT
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UM INSTRUTOR SEM NENHUMA DOCENCIA ATRIBUIDA (O
      *    PRIMEIRO ATRIDOC A PARTIR DO CODIGO DIZ SE HA ALGUMA)
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE LOW-VALUES    TO  WS-CHAVE-AT OF REG-ATRIDOC
           MOVE WS-CODIGO-IN  TO  WS-PROF-AT OF REG-ATRIDOC
           START ATRIDOC KEY IS NOT LESS THAN
                 WS-CHAVE-AT OF REG-ATRIDOC
           IF WS-FS-ATR = '00'
              READ ATRIDOC NEXT RECORD
              IF WS-FS-ATR NOT = '00' AND '10'
                 MOVE 'ERRO NA LEITURA DO ATRIDOC'  TO WS-MSG
                 MOVE  WS-FS-ATR                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-ATR = '00'
                 AND WS-PROF-AT OF REG-ATRIDOC = WS-CODIGO-IN
                 MOVE 'INSTRUTOR TEM DOCENCIA ATRIB.'
                                             TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
                 GO TO 033-EXCLUIR-FIM
              END-IF
           ELSE
              IF WS-FS-ATR NOT = '23'
                 MOVE 'ERRO NO START DO ATRIDOC'  TO WS-MSG
                 MOVE  WS-FS-ATR                  TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           MOVE WS-CODIGO-IN  TO  WS-CODIGO-PF OF REG-PROFMST
           DELETE PROFMST RECORD
           IF WS-FS-PRF = '23'
              MOVE 'INSTRUTOR NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-PRF NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO PROFMST'  TO WS-MSG
                 MOVE  WS-FS-PRF                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTEXC
              END-IF
           END-IF
           .
       033-EXCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ATRIBUIR UMA DISCIPLINA DA MATRIZ A UM INSTRUTOR ATIVO NO
      *    SEMESTRE LETIVO DO CARTAO
      *--------------------------------------------------------------*
       041-INCLUIR-DOCENCIA.

           MOVE SPACES  TO  WS-MOTIVO-REJ

           IF WS-SEMESTRE-IN IS NOT NUMERIC
              MOVE 'SEMESTRE LETIVO INVALIDO'  TO  WS-MOTIVO-REJ
           ELSE
              IF WS-ANO-SEM-IN = ZEROS
                 OR WS-NR-SEM-IN NOT = 1 AND 2
                 MOVE 'SEMESTRE LETIVO INVALIDO'  TO  WS-MOTIVO-REJ
              END-IF
           END-IF

           IF WS-MOTIVO-REJ = SPACES
              MOVE WS-CODIGO-IN  TO  WS-CODIGO-PF OF REG-PROFMST
              READ PROFMST
              IF WS-FS-PRF = '23'
                 MOVE 'INSTRUTOR NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              ELSE
                 IF WS-FS-PRF NOT = '00'
                    MOVE 'ERRO NA LEITURA DO PROFMST'  TO WS-MSG
                    MOVE  WS-FS-PRF                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    IF NOT PROF-ATIVO OF REG-PROFMST
                       MOVE 'INSTRUTOR INATIVO'  TO  WS-MOTIVO-REJ
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-MOTIVO-REJ = SPACES
              MOVE WS-CURSO-IN  TO  WS-CURSO-MC OF REG-MATRCUR
              MOVE WS-DISC-IN   TO  WS-DISC-MC OF REG-MATRCUR
              READ MATRCUR
              IF WS-FS-MTC = '23'
                 MOVE 'DISCIPLINA FORA DA MATRIZ'  TO  WS-MOTIVO-REJ
              ELSE
                 IF WS-FS-MTC NOT = '00'
                    MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
                    MOVE  WS-FS-MTC                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF

           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
           ELSE
              MOVE SPACES          TO  WS-REG-ATRIDOC
              MOVE WS-CODIGO-IN    TO  WS-PROF-AT OF WS-REG-ATRIDOC
              MOVE WS-CURSO-IN     TO  WS-CURSO-AT OF WS-REG-ATRIDOC
              MOVE WS-DISC-IN      TO  WS-DISC-AT OF WS-REG-ATRIDOC
              MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-AT
                                       OF WS-REG-ATRIDOC
              MOVE ZEROS           TO  WS-DT-ENTREGA-AT
                                       OF WS-REG-ATRIDOC
              MOVE ZEROS           TO  WS-RUNID-ENT-AT
                                       OF WS-REG-ATRIDOC

              WRITE REG-ATRIDOC  FROM  WS-REG-ATRIDOC
              IF WS-FS-ATR = '22'
                 MOVE 'DOCENCIA JA ATRIBUIDA'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
              ELSE
                 IF WS-FS-ATR NOT = '00'
                    MOVE 'ERRO NA GRAVACAO DO ATRIDOC'  TO WS-MSG
                    MOVE  WS-FS-ATR                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    ADD 1 TO WS-CTGRAVD
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESFAZER UMA ATRIBUICAO DE DOCENCIA
      *--------------------------------------------------------------*
       043-EXCLUIR-DOCENCIA.

           MOVE WS-CODIGO-IN    TO  WS-PROF-AT OF REG-ATRIDOC
           MOVE WS-CURSO-IN     TO  WS-CURSO-AT OF REG-ATRIDOC
           MOVE WS-DISC-IN      TO  WS-DISC-AT OF REG-ATRIDOC
           MOVE WS-SEMESTRE-IN  TO  WS-SEMESTRE-AT OF REG-ATRIDOC
           DELETE ATRIDOC RECORD
           IF WS-FS-ATR = '23'
              MOVE 'DOCENCIA NAO ATRIBUIDA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-ATR NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO ATRIDOC'  TO WS-MSG
                 MOVE  WS-FS-ATR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTEXCD
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG144        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - PROFMST = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- PROFMST = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - PROFMST = ' WS-CTEXC
           DISPLAY ' * INCLUSOES GRAVADAS - ATRIDOC = ' WS-CTGRAVD
           DISPLAY ' * EXCLUSOES GRAVADAS - ATRIDOC = ' WS-CTEXCD
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
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
           END-IF

           COMPUTE WS-CTPROC = WS-CTGRAV + WS-CTALT + WS-CTEXC
                   + WS-CTGRAVD + WS-CTEXCD + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO FECHAR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO FECHAR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO FECHAR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG144        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG144 <
