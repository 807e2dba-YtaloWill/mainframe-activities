       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG146.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER A GRADE HORARIA DAS AULAS REGULARES
      *           (GRADHOR - COPY GRADHORC: SEMESTRE LETIVO + CURSO +
      *           DISCIPLINA + DIA DA SEMANA + AULA INICIAL, COM A
      *           QUANTIDADE DE AULAS SEGUIDAS, A SALA E O INSTRUTOR)
      *           A PARTIR DE CARTOES I/A/E NA CONVENCAO DO CGPRG008,
      *           COM OS CONTROLES DE CABECALHO/RODAPE DO LOTE (COPY
      *           SYSINHT). A DISCIPLINA TEM DE ESTAR NA MATRIZ DO
      *           CURSO (MATRCUR) E O INSTRUTOR COM A DOCENCIA DELA
      *           ATRIBUIDA NO SEMESTRE (ATRIDOC). OS CONFLITOS DE
      *           SALA/INSTRUTOR/TURMA NAO SAO BARRADOS NA CARGA - A
      *           GRADE E MONTADA AOS POUCOS - E SIM APONTADOS PELO
      *           CGPRG147 SOBRE A GRADE INTEIRA DO SEMESTRE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010187  PROGRAMA CRIADO - MANUTENCAO DA
      *                          GRADE HORARIA DAS AULAS REGULARES
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
           SELECT GRADHOR ASSIGN TO GRADHORJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-GH OF REG-GRADHOR
                  FILE STATUS   IS WS-FS-GHO
           .
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
           SELECT ATRIDOC ASSIGN TO ATRIDOCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-AT OF REG-ATRIDOC
                  FILE STATUS   IS WS-FS-ATR
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  GRADHOR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GRADHOR.
           COPY GRADHORC.
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
       FD  ATRIDOC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ATRIDOC.
           COPY ATRIDOCC.
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
           05  WS-FS-GHO              PIC X(02).
           05  WS-FS-MTC              PIC X(02).
           05  WS-FS-ATR              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG146'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
      *-----> ULTIMA AULA OCUPADA PELO ENCONTRO
           05  WS-AULA-FINAL          PIC 9(02).

      *-----> ENTRADA - CARTAO DA GRADE HORARIA VIA SYSIN
      *       WS-TIPO-TRANS-IN: 'I' = INCLUSAO, 'A' = ALTERACAO
      *       (SALA, INSTRUTOR OU QTDE DE AULAS - CAMPO EM BRANCO/
      *       ZERADO PRESERVA O CONTEUDO ATUAL), 'E' = EXCLUSAO
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-CHAVE-IN.
      *-----> SEMESTRE LETIVO AAAAS (ANO E 1/2)
               10 WS-SEMESTRE-IN      PIC 9(05).
               10 WS-SEMESTRE-IN-R  REDEFINES  WS-SEMESTRE-IN.
                   15 WS-ANO-SEM-IN   PIC 9(04).
                   15 WS-NR-SEM-IN    PIC 9(01).
               10 WS-CURSO-IN         PIC X(12).
               10 WS-DISC-IN          PIC X(08).
      *-----> 2=SEGUNDA ... 7=SABADO
               10 WS-DIA-IN           PIC 9(01).
      *-----> AULA INICIAL (FAIXA DE HORA-AULA 01 A 16)
               10 WS-AULA-IN          PIC 9(02).
           05 WS-QTD-AULAS-IN     PIC 9(01).
           05 WS-SALA-IN          PIC X(10).
           05 WS-PROF-IN          PIC X(05).
           05 FILLER              PIC X(34).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> AREA DE TRABALHO DO REGISTRO
       01  WS-REG-GRADHOR.
           COPY GRADHORC.

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
       000-CGPRG146.

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
           DISPLAY ' * CGPRG146 - GRADE HORARIA DAS AULAS     *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O GRADHOR
           IF WS-FS-GHO = '35'
              OPEN OUTPUT GRADHOR
              CLOSE GRADHOR
              OPEN I-O GRADHOR
           END-IF
           IF WS-FS-GHO  NOT = '00'
              MOVE  'ERRO AO ABRIR O GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO ABRIR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO ABRIR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                 TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DA GRADE HORARIA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-SEMESTRE-IN IS NOT NUMERIC
              OR WS-DIA-IN IS NOT NUMERIC
              OR WS-AULA-IN IS NOT NUMERIC
              MOVE 'SEMESTRE/DIA/AULA NAO NUMERICO'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-ANO-SEM-IN = ZEROS
              OR WS-NR-SEM-IN NOT = 1 AND 2
              MOVE 'SEMESTRE LETIVO INVALIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-DIA-IN < 2 OR WS-DIA-IN > 7
              OR WS-AULA-IN < 1 OR WS-AULA-IN > 16
              MOVE 'DIA (2-7) OU AULA (01-16) INV.'  TO WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF WS-QTD-AULAS-IN IS NOT NUMERIC
              MOVE 'QTDE DE AULAS NAO NUMERICA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-ALTERACAO
              PERFORM 032-ALTERAR THRU 032-ALTERAR-FIM
           ELSE
              PERFORM 031-INCLUIR THRU 031-INCLUIR-FIM
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
           DISPLAY ' * TIPO       : ' WS-TIPO-TRANS-IN
           DISPLAY ' * CHAVE      : ' WS-CHAVE-IN
           DISPLAY ' * AULAS/SALA : ' WS-QTD-AULAS-IN ' ' WS-SALA-IN
           DISPLAY ' * INSTRUTOR  : ' WS-PROF-IN
           .
      *--------------------------------------------------------------*
      *    CONFERIR O ENCONTRO MONTADO EM WS-REG-GRADHOR: AULAS
      *    DENTRO DO DIA, SALA INFORMADA, DISCIPLINA NA MATRIZ DO
      *    CURSO E INSTRUTOR COM A DOCENCIA DELA NO SEMESTRE
      *    (MOTIVO EM WS-MOTIVO-REJ, ESPACOS = ENCONTRO VALIDO)
      *--------------------------------------------------------------*
       035-CONFERIR-ENCONTRO.

           MOVE SPACES  TO  WS-MOTIVO-REJ

           COMPUTE WS-AULA-FINAL = WS-AULA-GH OF WS-REG-GRADHOR
                   + WS-QTD-AULAS-GH OF WS-REG-GRADHOR - 1
           IF WS-QTD-AULAS-GH OF WS-REG-GRADHOR = ZEROS
              OR WS-AULA-FINAL > 16
              MOVE 'QTDE DE AULAS FORA DO DIA'  TO  WS-MOTIVO-REJ
           END-IF

           IF WS-MOTIVO-REJ = SPACES
              IF WS-SALA-GH OF WS-REG-GRADHOR = SPACES
                 OR WS-PROF-GH OF WS-REG-GRADHOR = SPACES
                 MOVE 'SALA/INSTRUTOR EM BRANCO'  TO  WS-MOTIVO-REJ
              END-IF
           END-IF

           IF WS-MOTIVO-REJ = SPACES
              MOVE WS-CURSO-GH OF WS-REG-GRADHOR
                                   TO  WS-CURSO-MC OF REG-MATRCUR
              MOVE WS-DISC-GH OF WS-REG-GRADHOR
                                   TO  WS-DISC-MC OF REG-MATRCUR
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

           IF WS-MOTIVO-REJ = SPACES
              MOVE WS-PROF-GH OF WS-REG-GRADHOR
                                   TO  WS-PROF-AT OF REG-ATRIDOC
              MOVE WS-CURSO-GH OF WS-REG-GRADHOR
                                   TO  WS-CURSO-AT OF REG-ATRIDOC
              MOVE WS-DISC-GH OF WS-REG-GRADHOR
                                   TO  WS-DISC-AT OF REG-ATRIDOC
              MOVE WS-SEMESTRE-GH OF WS-REG-GRADHOR
                                   TO  WS-SEMESTRE-AT OF REG-ATRIDOC
              READ ATRIDOC
              IF WS-FS-ATR = '23'
                 MOVE 'INSTRUTOR SEM ESSA DOCENCIA'  TO WS-MOTIVO-REJ
              ELSE
                 IF WS-FS-ATR NOT = '00'
                    MOVE 'ERRO NA LEITURA DO ATRIDOC'  TO WS-MSG
                    MOVE  WS-FS-ATR                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM ENCONTRO NA GRADE HORARIA
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES           TO  WS-REG-GRADHOR
           MOVE WS-CHAVE-IN      TO  WS-CHAVE-GH OF WS-REG-GRADHOR
           MOVE WS-QTD-AULAS-IN  TO  WS-QTD-AULAS-GH OF WS-REG-GRADHOR
           MOVE WS-SALA-IN       TO  WS-SALA-GH OF WS-REG-GRADHOR
           MOVE WS-PROF-IN       TO  WS-PROF-GH OF WS-REG-GRADHOR

           PERFORM 035-CONFERIR-ENCONTRO
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 031-INCLUIR-FIM
           END-IF

           WRITE REG-GRADHOR  FROM  WS-REG-GRADHOR
           IF WS-FS-GHO = '22'
              MOVE 'ENCONTRO JA CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-GHO NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO GRADHOR'  TO WS-MSG
                 MOVE  WS-FS-GHO                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
              END-IF
           END-IF
           .
       031-INCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ALTERAR SALA, INSTRUTOR OU QTDE DE AULAS DE UM ENCONTRO
      *    (CAMPO EM BRANCO/ZERADO NO CARTAO PRESERVA O ATUAL)
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-CHAVE-IN  TO  WS-CHAVE-GH OF REG-GRADHOR
           READ GRADHOR
           IF WS-FS-GHO = '23'
              MOVE 'ENCONTRO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 032-ALTERAR-FIM
           END-IF
           IF WS-FS-GHO NOT = '00'
              MOVE 'ERRO NA LEITURA DO GRADHOR'  TO WS-MSG
              MOVE  WS-FS-GHO                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE REG-GRADHOR  TO  WS-REG-GRADHOR
           IF WS-QTD-AULAS-IN NOT = ZEROS
              MOVE WS-QTD-AULAS-IN  TO  WS-QTD-AULAS-GH
                                        OF WS-REG-GRADHOR
           END-IF
           IF WS-SALA-IN NOT = SPACES
              MOVE WS-SALA-IN       TO  WS-SALA-GH OF WS-REG-GRADHOR
           END-IF
           IF WS-PROF-IN NOT = SPACES
              MOVE WS-PROF-IN       TO  WS-PROF-GH OF WS-REG-GRADHOR
           END-IF

           PERFORM 035-CONFERIR-ENCONTRO
           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 028-REJEITAR
              GO TO 032-ALTERAR-FIM
           END-IF

           REWRITE REG-GRADHOR  FROM  WS-REG-GRADHOR
           IF WS-FS-GHO NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO GRADHOR'  TO WS-MSG
              MOVE  WS-FS-GHO                      TO WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1 TO WS-CTALT
           END-IF
           .
       032-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    EXCLUIR UM ENCONTRO DA GRADE HORARIA
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-CHAVE-IN  TO  WS-CHAVE-GH OF REG-GRADHOR
           DELETE GRADHOR RECORD
           IF WS-FS-GHO = '23'
              MOVE 'ENCONTRO NAO CADASTRADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-GHO NOT = '00'
                 MOVE 'ERRO NA EXCLUSAO DO GRADHOR'  TO WS-MSG
                 MOVE  WS-FS-GHO                     TO WS-FS-MSG
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
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG146        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - GRADHOR = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- GRADHOR = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - GRADHOR = ' WS-CTEXC
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

           CLOSE  GRADHOR
           IF WS-FS-GHO  NOT = '00'
              MOVE  'ERRO AO FECHAR O GRADHOR'  TO WS-MSG
              MOVE   WS-FS-GHO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO FECHAR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO FECHAR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG146        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG146 <
