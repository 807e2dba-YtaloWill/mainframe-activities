       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG205.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CADASTRO DE CONTATO DAS PREFEITURAS
      *           (PREFCON - COPY PREFCONC) A PARTIR DE CARTOES
      *           I/A/E NA CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT). O CADASTRO
      *           ENDERECA AO PREFEITO O BOLETIM ANUAL DO CGPRG206:
      *           - A CIDADE TEM QUE EXISTIR NO MUNTAB;
      *           - NOME DO PREFEITO E ENDERECO PREENCHIDOS;
      *           - CEP NUMERICO E DIFERENTE DE ZERO.
      *           A ALTERACAO TROCA TODOS OS DADOS (TROCA DE GESTAO
      *           OU DE ENDERECO DA PREFEITURA). A EXCLUSAO REMOVE O
      *           CONTATO: O MUNICIPIO SEM CONTATO SAI NA LISTA DE
      *           BOLETINS SEM DESTINATARIO DO CGPRG206.
      *--------------------------------------------------------------*
      * CARTAO (SYSIN):
      *   POS 01    TIPO DE TRANSACAO (I/A/E - BRANCO = I)
      *   POS 02-08 CIDADE (CODIGO IBGE)
      *   POS 09-38 NOME DO PREFEITO
      *   POS 39-68 ENDERECO DA PREFEITURA
      *   POS 69-76 CEP
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010226  PROGRAMA CRIADO - CADASTRO DE
      *                          CONTATO DAS PREFEITURAS
      *  V02    OUT/2026 010227  CIDADE DO CARTAO COM OS 7 DIGITOS DO
      *                          CODIGO IBGE (DEMAIS CAMPOS DESLOCADOS 2
      *                          POSICOES)
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
           SELECT PREFCON ASSIGN TO PREFCONJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-PC OF REG-PREFCON
                  FILE STATUS   IS WS-FS-PRE
           .
           SELECT MUNTAB ASSIGN TO MUNTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-M OF REG-MUNTAB
                  FILE STATUS   IS WS-FS-MUN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PREFCON
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PREFCON.
           COPY PREFCONC.
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTAB.
           COPY MUNTABC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(02) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(02) VALUE ZEROS.
           05  WS-CTALT               PIC 9(02) VALUE ZEROS.
           05  WS-CTEXC               PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-FS-PRE              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG205'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(40).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-ACEITO           VALUE 'S'.
               88 CARTAO-RECUSADO         VALUE 'N'.

      *-----> ENTRADA - CARTAO DE CONTATO DA PREFEITURA VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-CIDADE-IN        PIC 9(07).
           05 WS-PREFEITO-IN      PIC X(30).
           05 WS-ENDER-IN         PIC X(30).
           05 WS-CEP-IN           PIC 9(08).
           05 FILLER              PIC X(04).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

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
       000-CGPRG205.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG205 - CONTATO DAS PREFEITURAS     *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O PREFCON
           IF WS-FS-PRE = '35'
              OPEN OUTPUT PREFCON
              CLOSE PREFCON
              OPEN I-O PREFCON
           END-IF
           IF WS-FS-PRE  NOT = '00'
              MOVE  'ERRO AO ABRIR O PREFCON'  TO WS-MSG
              MOVE   WS-FS-PRE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
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
      *    PROCESSAR UM CARTAO DE CONTATO (I/A/E)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR THRU 033-EXCLUIR-FIM
           ELSE
              PERFORM 040-CRITICAR
              IF CARTAO-RECUSADO
                 PERFORM 028-REJEITAR
              ELSE
                 IF TRANS-ALTERACAO
                    PERFORM 032-ALTERAR THRU 032-ALTERAR-FIM
                 ELSE
                    PERFORM 031-INCLUIR
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE CONTATO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO ' ***'
           DISPLAY ' * CARTAO : ' WS-REG-SYSIN
           .
      *--------------------------------------------------------------*
      *    INCLUIR O CONTATO DE UMA PREFEITURA
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES          TO  REG-PREFCON
           PERFORM 034-MONTAR-CHAVE
           PERFORM 035-MONTAR-REGISTRO

           WRITE REG-PREFCON
           IF WS-FS-PRE = '22'
              MOVE 'CONTATO JA CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-PRE NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO PREFCON'  TO WS-MSG
                 MOVE  WS-FS-PRE                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
                 DISPLAY ' * INCLUIDO  - CIDADE ' WS-CIDADE-IN
                         ' ' WS-PREFEITO-IN
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR O CONTATO DE UMA PREFEITURA
      *--------------------------------------------------------------*
       032-ALTERAR.

           PERFORM 034-MONTAR-CHAVE
           READ PREFCON
           IF WS-FS-PRE = '23'
              MOVE 'CONTATO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 032-ALTERAR-FIM
           END-IF
           IF WS-FS-PRE NOT = '00'
              MOVE 'ERRO NA LEITURA DO PREFCON'  TO WS-MSG
              MOVE  WS-FS-PRE                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 035-MONTAR-REGISTRO

           REWRITE REG-PREFCON
           IF WS-FS-PRE NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO PREFCON'  TO WS-MSG
              MOVE  WS-FS-PRE                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTALT
           DISPLAY ' * ALTERADO  - CIDADE ' WS-CIDADE-IN
                   ' ' WS-PREFEITO-IN
           .
       032-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    EXCLUIR O CONTATO DE UMA PREFEITURA
      *--------------------------------------------------------------*
       033-EXCLUIR.

           IF WS-CIDADE-IN NOT NUMERIC
              MOVE 'CIDADE INVALIDA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF

           PERFORM 034-MONTAR-CHAVE
           DELETE PREFCON
           IF WS-FS-PRE = '23'
              MOVE 'CONTATO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF
           IF WS-FS-PRE NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO PREFCON'  TO WS-MSG
              MOVE  WS-FS-PRE                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTEXC
           DISPLAY ' * EXCLUIDO  - CIDADE ' WS-CIDADE-IN
           .
       033-EXCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR A CHAVE A PARTIR DO CARTAO
      *--------------------------------------------------------------*
       034-MONTAR-CHAVE.

           MOVE WS-CIDADE-IN     TO  WS-CIDADE-PC OF REG-PREFCON
           .
      *--------------------------------------------------------------*
      *    MONTAR O REGISTRO A PARTIR DO CARTAO JA CRITICADO
      *--------------------------------------------------------------*
       035-MONTAR-REGISTRO.

           MOVE WS-PREFEITO-IN   TO  WS-PREFEITO-PC OF REG-PREFCON
           MOVE WS-ENDER-IN      TO  WS-ENDER-PC OF REG-PREFCON
           MOVE WS-CEP-IN        TO  WS-CEP-PC OF REG-PREFCON
           MOVE WS-HDR-RUNID     TO  WS-RUNID-PC OF REG-PREFCON
           MOVE WS-HDR-DATA-LOTE TO  WS-DTLOTE-PC OF REG-PREFCON
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO DE INCLUSAO/ALTERACAO: CAMPOS, NOME,
      *    ENDERECO E CIDADE NO MUNTAB
      *--------------------------------------------------------------*
       040-CRITICAR.

           MOVE 'S'  TO  WS-SW-CARTAO
           IF WS-CIDADE-IN NOT NUMERIC OR WS-CEP-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'CAMPOS NUMERICOS INVALIDOS'  TO  WS-MOTIVO
           END-IF

           IF CARTAO-ACEITO
              IF WS-CEP-IN = ZEROS
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'CEP ZERADO'  TO  WS-MOTIVO
              END-IF
           END-IF

           IF CARTAO-ACEITO
              IF WS-PREFEITO-IN = SPACES OR WS-ENDER-IN = SPACES
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'PREFEITO OU ENDERECO NAO INFORMADO'
                                  TO  WS-MOTIVO
              END-IF
           END-IF

           IF CARTAO-ACEITO
              MOVE WS-CIDADE-IN  TO  WS-CIDADE-M OF REG-MUNTAB
              READ MUNTAB
              IF WS-FS-MUN NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
                 MOVE  WS-FS-MUN                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-MUN = '23'
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'CIDADE NAO CADASTRADA NO MUNTAB'  TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG205        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - PREFCON = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- PREFCON = ' WS-CTALT
           DISPLAY ' * EXCLUSOES          - PREFCON = ' WS-CTEXC
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
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTREJ > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  PREFCON
           IF WS-FS-PRE  NOT = '00'
              MOVE  'ERRO AO FECHAR O PREFCON'  TO WS-MSG
              MOVE   WS-FS-PRE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG205        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG205 <
