       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG142.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER A MATRIZ CURRICULAR (MATRCUR - COPY
      *           MATRCURC) DE CADA CURSO DO CURSOTAB A PARTIR DE
      *           CARTOES I/A/E NA CONVENCAO DO CGPRG008, COM OS
      *           CONTROLES DE CABECALHO/RODAPE DO LOTE (COPY
      *           SYSINHT): SEMESTRE DA GRADE, CARGA HORARIA,
      *           OBRIGATORIA/OPTATIVA E ATE TRES PRE-REQUISITOS.
      *           O CURSO TEM DE ESTAR ATIVO NO CURSOTAB; CADA
      *           PRE-REQUISITO TEM DE SER OUTRA DISCIPLINA DA
      *           MESMA MATRIZ, DE SEMESTRE ANTERIOR, JA CADASTRADA.
      *           A MATRICULA EM DISCIPLINA (CGPRG008, CGPRG141,
      *           CG19), A ROLAGEM (CGPRG094) E A AUDITORIA DE
      *           FORMATURA (CGPRG033) CONSULTAM ESTE ARQUIVO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010185  PROGRAMA CRIADO - MANUTENCAO DA
      *                          MATRIZ CURRICULAR POR CURSO
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
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
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
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-FS-MTC              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG142'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
           05  WS-PRQ-SUB             PIC 9(01).
           05  WS-SW-PREREQ           PIC X(01).
               88 PREREQ-VALIDO           VALUE 'V'.
               88 PREREQ-INVALIDO         VALUE 'I'.

      *-----> ENTRADA - CARTAO DA MATRIZ CURRICULAR VIA SYSIN
      *       WS-TIPO-TRANS-IN: 'I' = INCLUSAO, 'A' = ALTERACAO
      *       (CAMPO EM BRANCO/ZERADO PRESERVA O CONTEUDO ATUAL;
      *       PRE-REQUISITOS INFORMADOS SUBSTITUEM A LISTA
      *       INTEIRA), 'E' = EXCLUSAO (SO CURSO E DISCIPLINA)
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-CURSO-IN         PIC X(12).
           05 WS-DISC-IN          PIC X(08).
           05 WS-NOME-DISC-IN     PIC X(30).
           05 WS-SEMESTRE-IN      PIC 9(02).
           05 WS-CARGA-HOR-IN     PIC 9(04).
      *-----> 'O' OBRIGATORIA (ASSUMIDA EM BRANCO) / 'P' OPTATIVA
           05 WS-TIPO-DISC-IN     PIC X(01).
           05 WS-PREREQ-IN        PIC X(08)      OCCURS 3 TIMES.
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DO REGISTRO DA MATRIZ
       01  WS-REG-MATRCUR.
           COPY MATRCURC.

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
       000-CGPRG142.

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
           DISPLAY ' * CGPRG142 - MATRIZ CURRICULAR           *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O MATRCUR
           IF WS-FS-MTC = '35'
              OPEN OUTPUT MATRCUR
              CLOSE MATRCUR
              OPEN I-O MATRCUR
           END-IF
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO ABRIR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DA MATRIZ CURRICULAR (I/A/E)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-CURSO-IN = SPACES OR WS-DISC-IN = SPACES
              MOVE 'CURSO OU DISCIPLINA EM BRANCO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-TIPO-DISC-IN NOT = SPACE AND 'O' AND 'P'
              MOVE 'TIPO DIFERENTE DE O/P'  TO  WS-MOTIVO-REJ
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
           DISPLAY ' * TIPO      : ' WS-TIPO-TRANS-IN
           DISPLAY ' * CURSO     : ' WS-CURSO-IN
           DISPLAY ' * DISCIPLINA: ' WS-DISC-IN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O CURSO DO CARTAO NO CATALOGO CURSOTAB (ATIVO)
      *--------------------------------------------------------------*
       029-VALIDAR-CURSO.

           MOVE WS-CURSO-IN  TO  WS-CURSO-CT OF REG-CURSOTAB
           READ CURSOTAB
           IF WS-FS-CUR = '23'
              MOVE 'CURSO FORA DO CURSOTAB'  TO  WS-MOTIVO-REJ
           ELSE
              IF WS-FS-CUR NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF NOT CURSO-ATIVO OF REG-CURSOTAB
                    MOVE 'CURSO ENCERRADO NO CURSOTAB'
                                             TO  WS-MOTIVO-REJ
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR OS PRE-REQUISITOS DA AREA DE TRABALHO: CADA UM
      *    TEM DE SER OUTRA DISCIPLINA DA MESMA MATRIZ, JA
      *    CADASTRADA E DE SEMESTRE ANTERIOR AO DA DISCIPLINA
      *--------------------------------------------------------------*
       029-VALIDAR-PREREQ.

           SET PREREQ-VALIDO  TO  TRUE
           MOVE 1  TO  WS-PRQ-SUB
           PERFORM 029-CONFERIR-PREREQ
               UNTIL WS-PRQ-SUB > 3 OR PREREQ-INVALIDO
           .
      *--------------------------------------------------------------*
      *    CONFERIR UM PRE-REQUISITO DA LISTA
      *--------------------------------------------------------------*
       029-CONFERIR-PREREQ.

           IF WS-PREREQ-MC OF WS-REG-MATRCUR (WS-PRQ-SUB) NOT = SPACES
              IF WS-PREREQ-MC OF WS-REG-MATRCUR (WS-PRQ-SUB) =
                 WS-DISC-MC OF WS-REG-MATRCUR
                 SET PREREQ-INVALIDO  TO  TRUE
                 MOVE 'DISCIPLINA PRE-REQUISITO DELA'
                                             TO  WS-MOTIVO-REJ
              ELSE
                 MOVE WS-CURSO-MC OF WS-REG-MATRCUR
                                  TO  WS-CURSO-MC OF REG-MATRCUR
                 MOVE WS-PREREQ-MC OF WS-REG-MATRCUR (WS-PRQ-SUB)
                                  TO  WS-DISC-MC OF REG-MATRCUR
                 READ MATRCUR
                 IF WS-FS-MTC = '23'
                    SET PREREQ-INVALIDO  TO  TRUE
                    MOVE 'PRE-REQUISITO FORA DA MATRIZ'
                                             TO  WS-MOTIVO-REJ
                 ELSE
                    IF WS-FS-MTC NOT = '00'
                       MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
                       MOVE  WS-FS-MTC                    TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       IF WS-SEMESTRE-MC OF REG-MATRCUR NOT <
                          WS-SEMESTRE-MC OF WS-REG-MATRCUR
                          SET PREREQ-INVALIDO  TO  TRUE
                          MOVE 'PRE-REQUISITO NAO E ANTERIOR'
                                             TO  WS-MOTIVO-REJ
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-PRQ-SUB
           .
      *--------------------------------------------------------------*
      *    INCLUIR UMA DISCIPLINA NA MATRIZ DO CURSO
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES  TO  WS-MOTIVO-REJ
           PERFORM 029-VALIDAR-CURSO
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
           ELSE
           IF WS-NOME-DISC-IN = SPACES OR WS-SEMESTRE-IN = ZEROS
              MOVE 'NOME OU SEMESTRE EM BRANCO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              MOVE SPACES           TO  WS-REG-MATRCUR
              MOVE WS-CURSO-IN      TO  WS-CURSO-MC OF WS-REG-MATRCUR
              MOVE WS-DISC-IN       TO  WS-DISC-MC OF WS-REG-MATRCUR
              MOVE WS-NOME-DISC-IN  TO  WS-NOME-DISC-MC
                                        OF WS-REG-MATRCUR
              MOVE WS-SEMESTRE-IN   TO  WS-SEMESTRE-MC
                                        OF WS-REG-MATRCUR
              MOVE WS-CARGA-HOR-IN  TO  WS-CARGA-HOR-MC
                                        OF WS-REG-MATRCUR
              IF WS-TIPO-DISC-IN = SPACE
                 MOVE 'O'              TO  WS-TIPO-MC OF WS-REG-MATRCUR
              ELSE
                 MOVE WS-TIPO-DISC-IN  TO  WS-TIPO-MC OF WS-REG-MATRCUR
              END-IF
              MOVE WS-PREREQ-IN (1) TO  WS-PREREQ-MC
                                        OF WS-REG-MATRCUR (1)
              MOVE WS-PREREQ-IN (2) TO  WS-PREREQ-MC
                                        OF WS-REG-MATRCUR (2)
              MOVE WS-PREREQ-IN (3) TO  WS-PREREQ-MC
                                        OF WS-REG-MATRCUR (3)

              PERFORM 029-VALIDAR-PREREQ
              IF PREREQ-INVALIDO
                 PERFORM 028-REJEITAR
              ELSE
                 WRITE REG-MATRCUR  FROM  WS-REG-MATRCUR
                 IF WS-FS-MTC = '22'
                    MOVE 'DISCIPLINA JA NA MATRIZ'  TO  WS-MOTIVO-REJ
                    PERFORM 028-REJEITAR
                 ELSE
                    IF WS-FS-MTC NOT = '00'
                       MOVE 'ERRO NA GRAVACAO DO MATRCUR'  TO WS-MSG
                       MOVE  WS-FS-MTC                     TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTGRAV
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR UMA DISCIPLINA DA MATRIZ (CAMPO EM BRANCO/ZERADO
      *    NO CARTAO PRESERVA O CONTEUDO ATUAL)
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-CURSO-IN  TO  WS-CURSO-MC OF REG-MATRCUR
           MOVE WS-DISC-IN   TO  WS-DISC-MC OF REG-MATRCUR
           READ MATRCUR
           IF WS-FS-MTC = '23'
              MOVE 'DISCIPLINA FORA DA MATRIZ'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-MTC NOT = '00'
                 MOVE 'ERRO NA LEITURA DO MATRCUR'   TO WS-MSG
                 MOVE  WS-FS-MTC                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE REG-MATRCUR  TO  WS-REG-MATRCUR
                 IF WS-NOME-DISC-IN NOT = SPACES
                    MOVE WS-NOME-DISC-IN  TO  WS-NOME-DISC-MC
                                              OF WS-REG-MATRCUR
                 END-IF
                 IF WS-SEMESTRE-IN NOT = ZEROS
                    MOVE WS-SEMESTRE-IN   TO  WS-SEMESTRE-MC
                                              OF WS-REG-MATRCUR
                 END-IF
                 IF WS-CARGA-HOR-IN NOT = ZEROS
                    MOVE WS-CARGA-HOR-IN  TO  WS-CARGA-HOR-MC
                                              OF WS-REG-MATRCUR
                 END-IF
                 IF WS-TIPO-DISC-IN NOT = SPACE
                    MOVE WS-TIPO-DISC-IN  TO  WS-TIPO-MC
                                              OF WS-REG-MATRCUR
                 END-IF
                 IF WS-PREREQ-IN (1) NOT = SPACES
                    OR WS-PREREQ-IN (2) NOT = SPACES
                    OR WS-PREREQ-IN (3) NOT = SPACES
                    MOVE WS-PREREQ-IN (1) TO  WS-PREREQ-MC
                                              OF WS-REG-MATRCUR (1)
                    MOVE WS-PREREQ-IN (2) TO  WS-PREREQ-MC
                                              OF WS-REG-MATRCUR (2)
                    MOVE WS-PREREQ-IN (3) TO  WS-PREREQ-MC
                                              OF WS-REG-MATRCUR (3)
                 END-IF

                 PERFORM 029-VALIDAR-PREREQ
                 IF PREREQ-INVALIDO
                    PERFORM 028-REJEITAR
                 ELSE
                    REWRITE REG-MATRCUR  FROM  WS-REG-MATRCUR
                    IF WS-FS-MTC NOT = '00'
                       MOVE 'ERRO NA ALTERACAO DO MATRCUR' TO WS-MSG
                       MOVE  WS-FS-MTC                     TO WS-FS-MSG
                       GO TO 999-ERRO
                    ELSE
                       ADD 1 TO WS-CTALT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UMA DISCIPLINA DA MATRIZ DO CURSO
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-CURSO-IN  TO  WS-CURSO-MC OF REG-MATRCUR
           MOVE WS-DISC-IN   TO  WS-DISC-MC OF REG-MATRCUR
           DELETE MATRCUR RECORD
           IF WS-FS-MTC = '23'
              MOVE 'DISCIPLINA FORA DA MATRIZ'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-MTC NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO MATRCUR'  TO WS-MSG
                 MOVE  WS-FS-MTC                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTEXC
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG142        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - MATRCUR = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- MATRCUR = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - MATRCUR = ' WS-CTEXC
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
                   + WS-CTREJ
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

           CLOSE  MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO FECHAR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG142        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG142 <
