      *                          A VALIDACAO HONRA O CICLO DE VIDA
      *                          (CGPRG134): REVOGADO OU FORA DE
      *                          VIGENCIA NAO APROVA DEVOLUCAO
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO DE
      *                          APROVACAO COM MATRICULA DE 5 POSICOES
      *                          (CAMPOS SEGUINTES DESLOCADOS DE 1),
      *                          TABELA DE APROVACOES E LINHA DO LIVRO
      *                          AJUSTADAS
      *  V04    OUT/2026 010202  CONTABILIZACAO: CADA DEVOLUCAO
      *                          EMITIDA ENFILEIRA NO CTBFILA O EVENTO
      *                          DEV, NA DATA DO LOTE, PARA O CGPRG172
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RELDEV ASSIGN TO RELDEVJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V04)
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-RELDEV             PIC X(94)
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V04)
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
      *       PASSAGEM SOBRE O DEVQUEUE
       01  WS-TAB-APROV.
           05  WS-APROV-OCOR          OCCURS 20 TIMES.
               10  WS-APR-NUMERO      PIC 9(05).
               10  WS-APR-COMPET      PIC 9(06).
               10  WS-APR-OPER        PIC X(03).
               10  WS-APR-USADA       PIC X(01).

      *-----> CARTAO DE APROVACAO DE DEVOLUCAO (SYSIN)
       01  WS-REG-SYSIN.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-COMPET-IN        PIC 9(06).
           05 WS-OPER-IN          PIC X(03).
           05 WS-MOTIVO-IN        PIC X(02).

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-COMPET-R         PIC 9(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MOTIVO-R         PIC X(03).

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

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

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

           PERFORM 013-CARREGAR-OPERTAB

           ACCEPT WS-REG-HEADER  FROM SYSIN
           ADD 1                  TO  WS-CTEMIT
           ADD WS-VLR-EXCESSO-DV  TO  WS-VAL-DEVOLVIDO

           MOVE 'DEV'              TO  WS-EVENTO-CTB
           MOVE WS-VLR-EXCESSO-DV  TO  WS-VALOR-CTB
           MOVE WS-NUMERO-DV       TO  WS-REFER-NUM-CTB
           MOVE WS-COMPET-DV       TO  WS-REFER-SUB-CTB
           PERFORM 055-ENFILEIRAR-CONTABIL

           MOVE WS-NUMERO-DV       TO  WS-NUMERO-R
           MOVE WS-COMPET-DV       TO  WS-COMPET-R
           MOVE WS-MOTIVO-DV       TO  WS-MOTIVO-R
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB E
      *    REFERENCIA WS-REFER-CTB) NA FILA DA CONTABILIDADE, LIDA
      *    PELO CGPRG172 (VER V04)
      *--------------------------------------------------------------*
       055-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-HDR-DATA-LOTE  TO  WS-DATA-QC
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
      *    IMPRIMIR CABECALHO DO LIVRO DE DEVOLUCOES
      *--------------------------------------------------------------*
       040-IMPCAB.
           DISPLAY ' * APROVACOES SEM ENTRADA       = ' WS-CTSEMFILA
           DISPLAY ' * VALOR DEVOLVIDO              = '
                   WS-VAL-DEVOLVIDO-E
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG086        *'
           DISPLAY ' *----------------------------------------*'
