      *                 PERDALUC, OPEN EXTEND).
      *           NAS DUAS EXECUCOES O RESUMO MOSTRA O SALDO DE
      *           RECEBIVEIS ANTES E DEPOIS DA PERDA. O CGPRG024
      *           PASSA ENTAO A MOSTRAR SO O QUE E COBRAVEL DE FATO.
      *           EFETIVACAO NUMA COMPETENCIA FECHADA NO PERFIN NAO
      *           E EXECUTADA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          VIDA (CGPRG134): REVOGADO OU FORA
      *                          DE VIGENCIA NAO EFETIVA PERDA,
      *                          COM MENSAGEM PROPRIA
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DA
      *                          LINHA DO RELATORIO COM 5 POSICOES
      *  V04    OUT/2026 010202  CONTABILIZACAO: CADA PERDA EFETIVADA
      *                          ENFILEIRA NO CTBFILA O EVENTO PER, NA
      *                          DATA DE REFERENCIA, COM O PRINCIPAL
      *                          AINDA NAO PAGO (OS ENCARGOS SO SE
      *                          RECONHECEM NO PAGAMENTO), PARA O
      *                          CGPRG172
      *  V05    OUT/2026 010209  PERIODO FINANCEIRO (CALENDARIO PERFIN
      *                          - COPY PERFINC, AREA 'M', MANTIDO
      *                          PELO CGPRG180): EFETIVACAO COM DATA
      *                          DE REFERENCIA NUMA COMPETENCIA
      *                          FECHADA GRAVA O CARTAO NO REJFILE COM
      *                          O MOTIVO 'PER' E CANCELA A EXECUCAO,
      *                          COMO O FECHAMENTO DO FECHMES; PERDA
      *                          EFETIVADA EM COMPETENCIA REABERTA E
      *                          GRAVADA NO PERAUD (COPY PERAUDC) PARA
      *                          A AUDITORIA DO CGPRG180
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RELPER ASSIGN TO RELPERJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V04)
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
      *-----> CALENDARIO DE PERIODOS FINANCEIROS E AUDITORIA DO
      *       PERIODO REABERTO (VER V05)
           SELECT PERFIN ASSIGN TO PERFINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PF OF REG-PERFIN
                  FILE STATUS   IS WS-FS-PFN
           .
           SELECT PERAUD ASSIGN TO PERAUDJ
                  FILE STATUS   IS WS-FS-AUD
           .
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-RELPER             PIC X(94)
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V04)
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
      *-----> PERIODOS FINANCEIROS E AUDITORIA (VER V05)
       FD  PERFIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERFIN.
           COPY PERFINC.
       FD  PERAUD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERAUD.
           COPY PERAUDC.
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILE.
           COPY REJCARDC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-COMPET-R         PIC 9(06).

       01  WS-HIFEN               PIC X(94)       VALUE ALL '-'.

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE (VER V04)
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-EVENTO-CTB          PIC X(03).
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

      *-----> APOIO DO CALENDARIO DE PERIODOS FINANCEIROS (VER V05):
      *       SITUACAO DA ULTIMA COMPETENCIA CONSULTADA NO PERFIN
       01  WS-AREA-PERIODO.
           05  WS-FS-PFN              PIC X(02).
           05  WS-FS-AUD              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-SW-PERFIN           PIC X(01)  VALUE 'N'.
               88 PERFIN-PRESENTE         VALUE 'S'.
           05  WS-AREA-PER            PIC X(01)  VALUE 'M'.
           05  WS-COMPET-PER          PIC 9(06).
           05  WS-COMPET-PER-ANT      PIC 9(06)  VALUE ZEROS.
           05  WS-SW-PERIODO          PIC X(01)  VALUE 'A'.
               88 PERIODO-ABERTO          VALUE 'A' ' '.
               88 PERIODO-FECHADO         VALUE 'F'.
               88 PERIODO-REABERTO        VALUE 'R'.
           05  WS-CTPERFEC            PIC 9(04)  VALUE ZEROS.
           05  WS-CTPERAUD            PIC 9(04)  VALUE ZEROS.
           05  WS-DTSYS-PER           PIC 9(08).
           05  WS-HRSYS-PER           PIC 9(08).

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

                 MOVE   WS-FS-PER                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              OPEN EXTEND CTBFILA
              IF WS-FS-CTB = '35'
                 OPEN OUTPUT CTBFILA
              END-IF
              IF WS-FS-CTB  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CTBFILA'  TO WS-MSG
                 MOVE   WS-FS-CTB                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

      *-----> PERIODOS FINANCEIROS (VER V05): SEM O PERFIN, TODA
      *       COMPETENCIA ESTA ABERTA
              OPEN INPUT PERFIN
              IF WS-FS-PFN = '35'
                 MOVE 'N'  TO  WS-SW-PERFIN
                 DISPLAY ' * PERFIN AUSENTE - PERIODOS TODOS ABERTOS'
              ELSE
                 IF WS-FS-PFN  NOT = '00'
                    MOVE  'ERRO AO ABRIR O PERFIN'  TO WS-MSG
                    MOVE   WS-FS-PFN                TO WS-FS-MSG
                    GO TO  999-ERRO
                 ELSE
                    MOVE 'S'  TO  WS-SW-PERFIN
                 END-IF
              END-IF

              OPEN EXTEND PERAUD
              IF WS-FS-AUD = '35'
                 OPEN OUTPUT PERAUD
              END-IF
              IF WS-FS-AUD  NOT = '00'
                 MOVE  'ERRO AO ABRIR O PERAUD'  TO WS-MSG
                 MOVE   WS-FS-AUD                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ACCEPT WS-DTSYS-PER  FROM DATE YYYYMMDD
              ACCEPT WS-HRSYS-PER  FROM TIME

      *-----> A PERDA E LANCADA NA DATA DE REFERENCIA: COMPETENCIA
      *       FECHADA NO PERFIN CANCELA A EFETIVACAO (VER V05)
              MOVE WS-DT-REF-IN (1:6)  TO  WS-COMPET-PER
              PERFORM 070-CONFERIR-PERIODO
              IF PERIODO-FECHADO
                 PERFORM 072-REJEITAR-PERIODO
                 MOVE  'PERIODO FINANCEIRO FECHADO'  TO WS-MSG
                 MOVE  '  '                          TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF PERIODO-REABERTO
                 DISPLAY ' * COMPETENCIA ' WS-COMPET-PER
                         ' REABERTA - PERDAS VAO AO PERAUD'
              END-IF
           END-IF

           OPEN OUTPUT RELPER
           ELSE
              ADD 1  TO  WS-CTBAIXA
           END-IF

      *    SO O PRINCIPAL EM ABERTO VAI A PERDA - O PAGO ABATE
      *    PRIMEIRO O PRINCIPAL, COMO NO CGPRG172
           IF WS-VALOR-PAGO-M OF REG-MENSALU
                              < WS-VALOR-M OF REG-MENSALU
              COMPUTE WS-VALOR-CTB = WS-VALOR-M OF REG-MENSALU
                                   - WS-VALOR-PAGO-M OF REG-MENSALU
              MOVE 'PER'        TO  WS-EVENTO-CTB
              MOVE WS-NUMERO-M OF REG-MENSALU  TO  WS-REFER-NUM-CTB
              MOVE WS-COMPET-M OF REG-MENSALU  TO  WS-REFER-SUB-CTB
              PERFORM 052-ENFILEIRAR-CONTABIL
           END-IF

           IF PERIODO-REABERTO
              PERFORM 074-AUDITAR-PERIODO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB E
      *    REFERENCIA WS-REFER-CTB) NA FILA DA CONTABILIDADE, LIDA
      *    PELO CGPRG172 (VER V04)
      *--------------------------------------------------------------*
       052-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DT-REF-IN    TO  WS-DATA-QC
           MOVE WS-VALOR-CTB    TO  WS-VALOR-QC
           MOVE WS-REFER-CTB    TO  WS-REFER-QC

           WRITE REG-CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTCONTAB
           .
      *--------------------------------------------------------------*
      *    SITUACAO DA COMPETENCIA WS-COMPET-PER DA AREA DO PROGRAMA
      *    NO CALENDARIO DE PERIODOS FINANCEIROS (VER V05). SO VAI AO
      *    PERFIN QUANDO A COMPETENCIA MUDA; SEM REGISTRO (OU SEM O
      *    ARQUIVO) O PERIODO ESTA ABERTO
      *--------------------------------------------------------------*
       070-CONFERIR-PERIODO.

           IF WS-COMPET-PER NOT = WS-COMPET-PER-ANT
              MOVE WS-COMPET-PER  TO  WS-COMPET-PER-ANT
              MOVE 'A'            TO  WS-SW-PERIODO
              IF PERFIN-PRESENTE
                 MOVE WS-AREA-PER    TO  WS-AREA-PF OF REG-PERFIN
                 MOVE WS-COMPET-PER  TO  WS-COMPET-PF OF REG-PERFIN
                 READ PERFIN
                 IF WS-FS-PFN = '00'
                    MOVE WS-SIT-PF OF REG-PERFIN  TO  WS-SW-PERIODO
                 ELSE
                    IF WS-FS-PFN NOT = '23'
                       MOVE 'ERRO NA LEITURA DO PERFIN'  TO WS-MSG
                       MOVE  WS-FS-PFN                   TO WS-FS-MSG
                       GO TO 999-ERRO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO REJFILE O CARTAO DA EFETIVACAO DATADA NUMA
      *    COMPETENCIA FECHADA NO PERFIN, ANTES DE CANCELAR A
      *    EXECUCAO (VER V05)
      *--------------------------------------------------------------*
       072-REJEITAR-PERIODO.

           ADD 1  TO  WS-CTPERFEC
           DISPLAY ' *** EFETIVACAO EM PERIODO FECHADO - COMPET. '
                   WS-COMPET-PER ' ***'

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE ZEROS             TO  WS-RUNID-RJ
           MOVE WS-DT-REF-IN      TO  WS-DATA-RJ
           MOVE 'PER'             TO  WS-MOTIVO-RJ
           MOVE WS-REG-PARM       TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO PERAUD O LANCAMENTO FEITO EM PERIODO REABERTO,
      *    PARA A LISTAGEM DE AUDITORIA DO CGPRG180 (VER V05)
      *--------------------------------------------------------------*
       074-AUDITAR-PERIODO.

           MOVE SPACES             TO  REG-PERAUD
           MOVE WS-AREA-PER        TO  WS-AREA-PA
           MOVE WS-COMPET-PER      TO  WS-COMPET-PA
           MOVE WS-PROGID          TO  WS-PROG-PA
           MOVE ZEROS              TO  WS-RUNID-PA
           MOVE WS-OPER-IN         TO  WS-OPER-PA
           MOVE WS-DTSYS-PER       TO  WS-DATA-PA
           MOVE WS-HRSYS-PER (1:6) TO  WS-HORA-PA
           MOVE WS-DT-REF-IN       TO  WS-DT-MOVTO-PA
           MOVE WS-NUMERO-M OF REG-MENSALU TO  WS-REFER-PA (1:5)
           MOVE WS-COMPET-M OF REG-MENSALU TO  WS-REFER-PA (6:6)
           MOVE WS-SALDO-ITEM      TO  WS-VALOR-PA

           WRITE REG-PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PERAUD'  TO WS-MSG
              MOVE  WS-FS-AUD                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPERAUD
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
           DISPLAY ' * SELECIONADAS PARA PERDA      = ' WS-CTSELEC
           IF MODO-EFETIVACAO
              DISPLAY ' * PERDAS EFETIVADAS - PERDAALU = ' WS-CTBAIXA
              DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
              DISPLAY ' * EM PERIODO REABERTO - PERAUD = ' WS-CTPERAUD
           END-IF
           MOVE WS-SALDO-ANTES  TO  WS-SALDO-E
           DISPLAY ' * RECEBIVEIS ANTES DA PERDA    = ' WS-SALDO-E
                 MOVE   WS-FS-PER                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              IF PERFIN-PRESENTE
                 CLOSE  PERFIN
                 IF WS-FS-PFN  NOT = '00'
                    MOVE  'ERRO AO FECHAR O PERFIN'  TO WS-MSG
                    MOVE   WS-FS-PFN                 TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF

              CLOSE  PERAUD
              IF WS-FS-AUD  NOT = '00'
                 MOVE  'ERRO AO FECHAR O PERAUD'  TO WS-MSG
                 MOVE   WS-FS-AUD                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELPER
