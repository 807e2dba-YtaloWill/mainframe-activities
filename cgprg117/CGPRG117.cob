      *           LOTE (CADLOTE). ALEM DOS TOTAIS POR FAIXA, O
      *           RESUMO POR REGIAO MOSTRA ONDE O ATRASO SE
      *           CONCENTRA - A CONVERSA DE COBRANCA DO NEGOCIO DE
      *           LOTES E POR REGIAO. O SALDO E O DO VALOR
      *           CORRIGIDO NO ANIVERSARIO DO CONTRATO (CGPRG182); A
      *           PARCELA CORRIGIDA SAI MARCADA 'COR' E O TOTAL DA
      *           CORRECAO CONTIDA NOS SALDOS VENCIDOS SAI NO FIM
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *  V01    SET/2026 010162  PROGRAMA CRIADO - ENVELHECIMENTO
      *                          DOS RECEBIVEIS DE LOTES POR FAIXA
      *                          E REGIAO
      *  V02    OUT/2026 010210  CORRECAO MONETARIA (CGPRG182): O
      *                          SALDO JA SAI DO VALOR CORRIGIDO DO
      *                          LOTEPARC (LRECL 58); A PARCELA
      *                          CORRIGIDA E MARCADA 'COR' NA LINHA E
      *                          O TOTAL DA CORRECAO CONTIDA NOS
      *                          SALDOS VENCIDOS SAI APOS AS FAIXAS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-REG-SUB             PIC 9(02).
           05  WS-QTD-REG             PIC 9(02) VALUE ZEROS.
           05  WS-SALDO-ITEM          PIC 9(09)V99.
           05  WS-CORR-ITEM           PIC 9(09)V99.
           05  WS-CTCORR              PIC 9(05) VALUE ZEROS.
           05  WS-TOT-CORR            PIC 9(11)V99 VALUE ZEROS.

      *-----> DESMEMBRAMENTO DAS DATAS PARA O CALCULO 30/360
       01  WS-DATA-REF.
              '          SALDO '.
           05 FILLER                PIC X(07) VALUE 'ATRASO '.
           05 FILLER                PIC X(06) VALUE 'FAIXA '.
           05 FILLER                PIC X(03) VALUE 'COR'.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ATRASO-R         PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FAIXA-R          PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CORR-R           PIC X(03).

      *-----> LINHA DE TOTAL POR FAIXA DE ATRASO
       01  WS-REG-TOTFX.
           05 WS-TOTFX-VALOR      PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(35) VALUE SPACES.

      *-----> LINHA DA CORRECAO MONETARIA CONTIDA NOS SALDOS
       01  WS-REG-TOTCOR.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(31) VALUE
              'CORRECAO MONETARIA NOS SALDOS  '.
           05 FILLER              PIC X(09) VALUE ' TITULOS:'.
           05 WS-TOTCOR-QTD       PIC ZZZZ9.
           05 FILLER              PIC X(08) VALUE ' VALOR: '.
           05 WS-TOTCOR-VALOR     PIC $$$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(21) VALUE SPACES.

      *-----> LINHA DE RESUMO POR REGIAO
       01  WS-REG-TOTRG.
           05 FILLER              PIC X(02) VALUE SPACES.
                 COMPUTE WS-SALDO-ITEM =
                         WS-VALOR-LP OF REG-LOTEPARC
                       - WS-VALOR-PAGO-LP OF REG-LOTEPARC
                 PERFORM 035-APURAR-CORRECAO
                 PERFORM 034-CLASSIFICAR-FAIXA
                 PERFORM 036-IMPRIME-PARCELA
              END-IF
           ADD WS-SALDO-ITEM  TO  WS-FAIXA-VALOR (WS-FAIXA-SUB)
           .
      *--------------------------------------------------------------*
      *    APURAR A CORRECAO MONETARIA CONTIDA NO SALDO DA PARCELA
      *    (VALOR CORRIGIDO - VALOR ORIGINAL, ATE O SALDO). PARCELA
      *    NUNCA CORRIGIDA TEM O ORIGINAL ZERADO OU NAO NUMERICO
      *--------------------------------------------------------------*
       035-APURAR-CORRECAO.

           MOVE ZEROS   TO  WS-CORR-ITEM
           MOVE SPACES  TO  WS-CORR-R
           IF WS-VALOR-ORIG-LP OF REG-LOTEPARC NUMERIC
              AND WS-VALOR-ORIG-LP OF REG-LOTEPARC > ZEROS
              AND WS-VALOR-LP OF REG-LOTEPARC >
                  WS-VALOR-ORIG-LP OF REG-LOTEPARC
              COMPUTE WS-CORR-ITEM = WS-VALOR-LP OF REG-LOTEPARC
                                 - WS-VALOR-ORIG-LP OF REG-LOTEPARC
              IF WS-CORR-ITEM > WS-SALDO-ITEM
                 MOVE WS-SALDO-ITEM  TO  WS-CORR-ITEM
              END-IF
              MOVE 'COR'  TO  WS-CORR-R
              ADD 1             TO  WS-CTCORR
              ADD WS-CORR-ITEM  TO  WS-TOT-CORR
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A PARCELA VENCIDA COM O NOME DO COMPRADOR E A
      *    REGIAO DO LOTE, ACUMULANDO O RESUMO POR REGIAO
      *--------------------------------------------------------------*
           PERFORM 092-IMPRIME-FAIXA
               UNTIL WS-FAIXA-SUB > 4

           MOVE WS-CTCORR    TO  WS-TOTCOR-QTD
           MOVE WS-TOT-CORR  TO  WS-TOTCOR-VALOR
           WRITE REG-RELATLO  FROM  WS-REG-TOTCOR
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO TOTAL-CORRECAO'  TO  WS-MSG
              MOVE WS-FS-REL                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 1  TO  WS-REG-SUB
           PERFORM 094-IMPRIME-REGIAO
               UNTIL WS-REG-SUB > WS-QTD-REG
           DISPLAY ' * PARCELAS LIDAS  - LOTEPARC   = ' WS-CTLIDO
           DISPLAY ' * PARCELAS ABERTAS             = ' WS-CTABERTA
           DISPLAY ' * PARCELAS VENCIDAS            = ' WS-CTVENCIDA
           DISPLAY ' * VENCIDAS COM CORRECAO        = ' WS-CTCORR
           DISPLAY ' * TITULOS IMPRESSOS - RELATLO  = ' WS-CTIMPR
           DISPLAY ' *========================================*'

