       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG200.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CADASTRO DE OPERACOES DE FISCALIZACAO
      *           (FISCOPER - COPY FISCOPC) A PARTIR DE CARTOES I/A/E
      *           NA CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT). O
      *           WS-BAFOMETRO DO CADGRAVA SO DIZ SIM/NAO POR
      *           CIDADE; CADA BLITZ DOS ESCRITORIOS ESTADUAIS
      *           PASSA A SER UM REGISTRO:
      *           - A CIDADE TEM QUE EXISTIR NO MUNTAB;
      *           - DATA VALIDA E NAO FUTURA; FAIXA HORARIA 1 A 4
      *             (COMO NO CGPRG104); TIPO B (BAFOMETRO), V
      *             (VELOCIDADE) OU M (MISTA);
      *           - HORAS DE EQUIPE MAIOR QUE ZERO E TESTES DE
      *             ETILOMETRO NAO MAIORES QUE OS VEICULOS
      *             ABORDADOS.
      *           A ALTERACAO TROCA OS NUMEROS DA OPERACAO (A CHAVE
      *           E CIDADE+DATA+FAIXA+TIPO). A EFETIVIDADE E
      *           MEDIDA PELO CGPRG201.
      *--------------------------------------------------------------*
      * CARTAO (SYSIN):
      *   POS 01    TIPO DE TRANSACAO (I/A/E - BRANCO = I)
      *   POS 02-08 CIDADE (CODIGO IBGE)
      *   POS 09-16 DATA DA OPERACAO (AAAAMMDD)
      *   POS 17    FAIXA HORARIA (1=MADRUGADA 2=MANHA 3=TARDE
      *             4=NOITE)
      *   POS 18    TIPO DE OPERACAO (B/V/M)
      *   POS 19-22 HORAS DE EQUIPE (999V9)
      *   POS 23-27 VEICULOS ABORDADOS
      *   POS 28-32 TESTES DE ETILOMETRO
      *   POS 33-37 AUTOS DE INFRACAO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010223  PROGRAMA CRIADO - CADASTRO DE
      *                          OPERACOES DE FISCALIZACAO (BLITZ)
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
           SELECT FISCOPER ASSIGN TO FISCOPEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FO OF REG-FISCOPER
                  FILE STATUS   IS WS-FS-FIS
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
       FD  FISCOPER
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FISCOPER.
           COPY FISCOPC.
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
           05  WS-FS-FIS              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG200'.
           05  WS-DTSYS               PIC 9(08).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(40).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-ACEITO           VALUE 'S'.
               88 CARTAO-RECUSADO         VALUE 'N'.
           05  WS-ULT-DIA-MES         PIC 9(02).
           05  WS-QUOC-BISSEXTO       PIC 9(04).
           05  WS-RESTO-BISSEXTO      PIC 9(04).

      *-----> DIAS DE CADA MES (FEVEREIRO GANHA 1 NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

      *-----> ENTRADA - CARTAO DE OPERACAO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-CIDADE-IN        PIC 9(07).
           05 WS-DATA-IN          PIC 9(08).
           05 FILLER  REDEFINES  WS-DATA-IN.
              10 WS-ANO-IN        PIC 9(04).
              10 WS-MES-IN        PIC 9(02).
              10 WS-DIA-IN        PIC 9(02).
           05 WS-FAIXA-IN         PIC 9(01).
           05 WS-TIPO-OPER-IN     PIC X(01).
           05 WS-HORAS-IN         PIC 9(03)V9.
           05 WS-VEIC-IN          PIC 9(05).
           05 WS-TESTES-IN        PIC 9(05).
           05 WS-INFRAC-IN        PIC 9(05).
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
       000-CGPRG200.

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
           DISPLAY ' * CGPRG200 - OPERACOES DE FISCALIZACAO   *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O FISCOPER
           IF WS-FS-FIS = '35'
              OPEN OUTPUT FISCOPER
              CLOSE FISCOPER
              OPEN I-O FISCOPER
           END-IF
           IF WS-FS-FIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

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
      *    PROCESSAR UM CARTAO DE OPERACAO (I/A/E)
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
      *    REJEITAR CARTAO DE OPERACAO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO ' ***'
           DISPLAY ' * CARTAO : ' WS-REG-SYSIN
           .
      *--------------------------------------------------------------*
      *    INCLUIR UMA OPERACAO NOVA
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES          TO  REG-FISCOPER
           PERFORM 034-MONTAR-CHAVE
           PERFORM 035-MONTAR-REGISTRO

           WRITE REG-FISCOPER
           IF WS-FS-FIS = '22'
              MOVE 'OPERACAO JA CADASTRADA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-FIS NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO FISCOPER'  TO WS-MSG
                 MOVE  WS-FS-FIS                      TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
                 DISPLAY ' * INCLUIDA  - CIDADE ' WS-CIDADE-IN
                         ' DATA ' WS-DATA-IN ' FAIXA ' WS-FAIXA-IN
                         ' TIPO ' WS-TIPO-OPER-IN
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR OS NUMEROS DE UMA OPERACAO EXISTENTE
      *--------------------------------------------------------------*
       032-ALTERAR.

           PERFORM 034-MONTAR-CHAVE
           READ FISCOPER
           IF WS-FS-FIS = '23'
              MOVE 'OPERACAO NAO CADASTRADA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 032-ALTERAR-FIM
           END-IF
           IF WS-FS-FIS NOT = '00'
              MOVE 'ERRO NA LEITURA DO FISCOPER'  TO WS-MSG
              MOVE  WS-FS-FIS                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 035-MONTAR-REGISTRO

           REWRITE REG-FISCOPER
           IF WS-FS-FIS NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO FISCOPER' TO WS-MSG
              MOVE  WS-FS-FIS                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTALT
           DISPLAY ' * ALTERADA  - CIDADE ' WS-CIDADE-IN
                   ' DATA ' WS-DATA-IN ' FAIXA ' WS-FAIXA-IN
                   ' TIPO ' WS-TIPO-OPER-IN
           .
       032-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    EXCLUIR UMA OPERACAO LANCADA POR ENGANO
      *--------------------------------------------------------------*
       033-EXCLUIR.

           IF WS-CIDADE-IN NOT NUMERIC OR WS-DATA-IN NOT NUMERIC
              OR WS-FAIXA-IN NOT NUMERIC
              MOVE 'CHAVE DA OPERACAO INVALIDA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF

           PERFORM 034-MONTAR-CHAVE
           READ FISCOPER
           IF WS-FS-FIS = '23'
              MOVE 'OPERACAO NAO CADASTRADA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF
           IF WS-FS-FIS NOT = '00'
              MOVE 'ERRO NA LEITURA DO FISCOPER'  TO WS-MSG
              MOVE  WS-FS-FIS                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           DELETE FISCOPER RECORD
           IF WS-FS-FIS NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO FISCOPER'  TO WS-MSG
              MOVE  WS-FS-FIS                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTEXC
           DISPLAY ' * EXCLUIDA  - CIDADE ' WS-CIDADE-IN
                   ' DATA ' WS-DATA-IN ' FAIXA ' WS-FAIXA-IN
                   ' TIPO ' WS-TIPO-OPER-IN
           .
       033-EXCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR A CHAVE A PARTIR DO CARTAO
      *--------------------------------------------------------------*
       034-MONTAR-CHAVE.

           MOVE WS-CIDADE-IN     TO  WS-CIDADE-FO OF REG-FISCOPER
           MOVE WS-DATA-IN       TO  WS-DATA-FO OF REG-FISCOPER
           MOVE WS-FAIXA-IN      TO  WS-FAIXA-FO OF REG-FISCOPER
           MOVE WS-TIPO-OPER-IN  TO  WS-TIPO-FO OF REG-FISCOPER
           .
      *--------------------------------------------------------------*
      *    MONTAR O REGISTRO A PARTIR DO CARTAO JA CRITICADO
      *--------------------------------------------------------------*
       035-MONTAR-REGISTRO.

           MOVE WS-HORAS-IN      TO  WS-HORAS-FO OF REG-FISCOPER
           MOVE WS-VEIC-IN       TO  WS-VEIC-FO OF REG-FISCOPER
           MOVE WS-TESTES-IN     TO  WS-TESTES-FO OF REG-FISCOPER
           MOVE WS-INFRAC-IN     TO  WS-INFRAC-FO OF REG-FISCOPER
           MOVE WS-HDR-RUNID     TO  WS-RUNID-FO OF REG-FISCOPER
           MOVE WS-HDR-DATA-LOTE TO  WS-DTLOTE-FO OF REG-FISCOPER
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO DE INCLUSAO/ALTERACAO: CAMPOS, DATA,
      *    CIDADE NO MUNTAB E COERENCIA DOS NUMEROS
      *--------------------------------------------------------------*
       040-CRITICAR.

           MOVE 'S'  TO  WS-SW-CARTAO
           IF WS-CIDADE-IN NOT NUMERIC OR WS-DATA-IN NOT NUMERIC
              OR WS-FAIXA-IN NOT NUMERIC OR WS-HORAS-IN NOT NUMERIC
              OR WS-VEIC-IN NOT NUMERIC OR WS-TESTES-IN NOT NUMERIC
              OR WS-INFRAC-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'CAMPOS NUMERICOS INVALIDOS'  TO  WS-MOTIVO
           END-IF

           IF CARTAO-ACEITO
              IF WS-FAIXA-IN < 1 OR WS-FAIXA-IN > 4
                 OR (WS-TIPO-OPER-IN NOT = 'B' AND 'V' AND 'M')
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'FAIXA HORARIA OU TIPO INVALIDO'  TO  WS-MOTIVO
              END-IF
           END-IF

           IF CARTAO-ACEITO
              PERFORM 042-CRITICAR-DATA
           END-IF

           IF CARTAO-ACEITO
              IF WS-HORAS-IN = ZEROS
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'HORAS DE EQUIPE ZERADAS'  TO  WS-MOTIVO
              ELSE
                 IF WS-TESTES-IN > WS-VEIC-IN
                    MOVE 'N'  TO  WS-SW-CARTAO
                    MOVE 'TESTES ACIMA DOS VEICULOS ABORDADOS'
                                     TO  WS-MOTIVO
                 END-IF
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
      *    CRITICAR A DATA DA OPERACAO: DIA DO MES (FEVEREIRO NO ANO
      *    BISSEXTO = 29) E NAO POSTERIOR A DATA DO SISTEMA
      *--------------------------------------------------------------*
       042-CRITICAR-DATA.

           IF WS-MES-IN < 1 OR WS-MES-IN > 12 OR WS-DIA-IN < 1
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'DATA DA OPERACAO INVALIDA'  TO  WS-MOTIVO
           ELSE
              MOVE WS-DIAS-MES (WS-MES-IN)  TO  WS-ULT-DIA-MES
              IF WS-MES-IN = 2
                 DIVIDE WS-ANO-IN BY 4
                     GIVING WS-QUOC-BISSEXTO
                     REMAINDER WS-RESTO-BISSEXTO
                 IF WS-RESTO-BISSEXTO = ZEROS
                    MOVE 29  TO  WS-ULT-DIA-MES
                 END-IF
              END-IF
              IF WS-DIA-IN > WS-ULT-DIA-MES
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'DATA DA OPERACAO INVALIDA'  TO  WS-MOTIVO
              ELSE
                 IF WS-DATA-IN > WS-DTSYS
                    MOVE 'N'  TO  WS-SW-CARTAO
                    MOVE 'DATA DA OPERACAO FUTURA'  TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG200        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - FISCOPER= ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- FISCOPER= ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - FISCOPER= ' WS-CTEXC
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

           CLOSE  FISCOPER
           IF WS-FS-FIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FIS                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG200        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG200 <
