       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG217.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: LEVAR A ANONIMIZACAO POR RETENCAO (CGPRG216) A UMA
      *           GERACAO DO HISTALU. CARREGA DO ANONLOG AS MATRICULAS
      *           JA ANONIMIZADAS (TIPO A) E REGRAVA, NO PROPRIO
      *           DATASET DA GERACAO (HISTGERJ), NOME E CPF DESSES
      *           ALUNOS COM OS VALORES FIXOS (COPY ANONVALC). NOTAS,
      *           SITUACAO, DATAS E DEMAIS CAMPOS FICAM COMO ESTAO,
      *           PARA A EVASAO E AS ESTATISTICAS POR GERACAO.
      *           UM STEP POR GERACAO; REGISTRO JA ANONIMIZADO E
      *           SALTADO, ENTAO PODE SER REPETIDO SEM EFEITO. SEM
      *           ANONLOG (NENHUMA APLICACAO AINDA) NADA E FEITO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010233  PROGRAMA CRIADO - ANONIMIZACAO DAS
      *                          GERACOES DO HISTALU
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
      *-----> REGISTRO DAS ANONIMIZACOES (GRAVADO PELO CGPRG216)
           SELECT ANONLOG ASSIGN TO ANONLOGJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-AN OF REG-ANONLOG
                  FILE STATUS   IS WS-FS-ANL
           .
      *-----> UMA GERACAO DO HISTALU (FOTO SEQUENCIAL DO CADALU)
           SELECT HISTGER ASSIGN TO HISTGERJ
                  FILE STATUS   IS WS-FS-HIS
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ANONLOG
           LABEL RECORD STANDARD
           .
       01  REG-ANONLOG.
           COPY ANONLOGC.
       FD  HISTGER
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-HISTGER.
           COPY CADALUC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLOG               PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTJA                PIC 9(07) VALUE ZEROS.
           05  WS-CTANON              PIC 9(07) VALUE ZEROS.
           05  WS-SUB                 PIC 9(05) COMP.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-SW-FIM-LOG          PIC X(01) VALUE 'N'.
               88 FIM-LOG                 VALUE 'S'.
           05  WS-FS-ANL              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG217'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> MATRICULAS ANONIMIZADAS, PELO PROPRIO NUMERO
       01  WS-TAB-ANON-ALU.
           05  WS-ANON-ALU            PIC X(01)  OCCURS 99999 TIMES.

      *-----> VALORES FIXOS DA ANONIMIZACAO
       01  WS-AREA-ANON.
           COPY ANONVALC.

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
       000-CGPRG217.

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-ANONLOG THRU 020-CARREGAR-ANONLOG-FIM

           IF WS-CTLOG > ZEROS
              PERFORM 030-ACERTAR-GERACAO
           END-IF

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG217 - ANONIMIZACAO DO HISTALU     *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           MOVE SPACES  TO  WS-TAB-ANON-ALU
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
      *    CARREGAR AS MATRICULAS ANONIMIZADAS (TIPO A DO ANONLOG)
      *--------------------------------------------------------------*
       020-CARREGAR-ANONLOG.

           OPEN INPUT ANONLOG
           IF WS-FS-ANL = '35'
              DISPLAY ' * ANONLOG AINDA NAO CRIADO - NADA A FAZER'
              GO TO 020-CARREGAR-ANONLOG-FIM
           END-IF
           IF WS-FS-ANL  NOT = '00'
              MOVE  'ERRO AO ABRIR O ANONLOG'  TO WS-MSG
              MOVE   WS-FS-ANL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'A'    TO  WS-TIPO-AN OF REG-ANONLOG
           MOVE ZEROS  TO  WS-IDENT-AN OF REG-ANONLOG
           START ANONLOG KEY NOT < WS-CHAVE-AN OF REG-ANONLOG
           IF WS-FS-ANL = '23'
              MOVE 'S'  TO  WS-SW-FIM-LOG
           ELSE
              IF WS-FS-ANL  NOT = '00'
                 MOVE  'ERRO NO START DO ANONLOG'  TO WS-MSG
                 MOVE   WS-FS-ANL                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              PERFORM 022-LER-ANONLOG
           END-IF

           PERFORM 024-MARCAR-MATRICULA
               UNTIL FIM-LOG

           CLOSE  ANONLOG
           IF WS-FS-ANL  NOT = '00'
              MOVE  'ERRO AO FECHAR O ANONLOG'  TO WS-MSG
              MOVE   WS-FS-ANL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       020-CARREGAR-ANONLOG-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO; ACABA NO PRIMEIRO QUE NAO E ALUNO
      *--------------------------------------------------------------*
       022-LER-ANONLOG.

           READ ANONLOG NEXT RECORD
           IF WS-FS-ANL = '10'
              MOVE 'S'  TO  WS-SW-FIM-LOG
           ELSE
              IF WS-FS-ANL  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO ANONLOG'  TO WS-MSG
                 MOVE   WS-FS-ANL                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF NOT ANON-ALUNO OF REG-ANONLOG
                 MOVE 'S'  TO  WS-SW-FIM-LOG
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCAR A MATRICULA NA TABELA
      *--------------------------------------------------------------*
       024-MARCAR-MATRICULA.

           IF WS-IDENT-AN OF REG-ANONLOG > ZEROS
              MOVE WS-IDENT-AN OF REG-ANONLOG  TO  WS-SUB
              MOVE 'S'  TO  WS-ANON-ALU (WS-SUB)
              ADD 1  TO  WS-CTLOG
           END-IF

           PERFORM 022-LER-ANONLOG
           .
      *--------------------------------------------------------------*
      *    PERCORRER A GERACAO REGRAVANDO OS ALUNOS MARCADOS
      *--------------------------------------------------------------*
       030-ACERTAR-GERACAO.

           OPEN I-O HISTGER
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR A GERACAO'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 032-LER-HISTGER
           PERFORM 034-ANONIMIZAR-ALUNO
               UNTIL WS-FS-HIS = '10'

           CLOSE  HISTGER
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR A GERACAO'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DA GERACAO
      *--------------------------------------------------------------*
       032-LER-HISTGER.

           READ HISTGER
           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DA GERACAO'  TO WS-MSG
              MOVE   WS-FS-HIS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-HIS = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALUNO MARCADO: NOME E CPF FIXOS, REGRAVADO NO LUGAR
      *--------------------------------------------------------------*
       034-ANONIMIZAR-ALUNO.

           IF WS-NUMERO-S OF REG-HISTGER > ZEROS
              MOVE WS-NUMERO-S OF REG-HISTGER  TO  WS-SUB
              IF WS-ANON-ALU (WS-SUB) = 'S'
                 IF WS-NOME-S OF REG-HISTGER = WS-NOME-ANON
                    ADD 1  TO  WS-CTJA
                 ELSE
                    MOVE WS-NOME-ANON  TO  WS-NOME-S OF REG-HISTGER
                    MOVE ZEROS         TO  WS-CPF-S OF REG-HISTGER
                    REWRITE REG-HISTGER
                    IF WS-FS-HIS  NOT = '00'
                       MOVE  'ERRO NA REGRAVACAO DA GERACAO'
                             TO WS-MSG
                       MOVE   WS-FS-HIS  TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    ADD 1  TO  WS-CTANON
                 END-IF
              END-IF
           END-IF

           PERFORM 032-LER-HISTGER
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG217        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MATRICULAS NO ANONLOG        = ' WS-CTLOG
           DISPLAY ' * REGISTROS LIDOS NA GERACAO   = ' WS-CTLIDO
           DISPLAY ' * JA ANONIMIZADOS              = ' WS-CTJA
           DISPLAY ' * ANONIMIZADOS NESTA EXECUCAO  = ' WS-CTANON
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG217        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG217 <
