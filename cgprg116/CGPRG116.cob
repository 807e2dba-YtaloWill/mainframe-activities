      *                 COMPRADOR ATIVO NO COMPMST. GRAVA NO
      *                 LOTEPARC A PARCELA ZERO (ENTRADA, JA PAGA)
      *                 E AS N PARCELAS MENSAIS DE
      *                 (PRECO DA VENDA - ENTRADA) / N, COM A
      *                 DIFERENCA DE ARREDONDAMENTO NA ULTIMA, E O
      *                 INDICE DE CORRECAO DO CONTRATO ('INCC' OU
      *                 'IGPM'; BRANCO = 'INCC'), CARIMBADO EM CADA
      *                 PARCELA PARA A CORRECAO ANUAL DO CGPRG182.
      *                 O PRECO DA VENDA E O DA PROPOSTA APROVADA E
      *                 VENDIDA DO LOTE NO PROPLOT (CGPRG187/064),
      *                 CUJO COMPRADOR TEM QUE SER O DO CARTAO;
      *                 ENTRADA E QTDE DE PARCELAS ZERADAS NO CARTAO
      *                 SAO TOMADAS DA PROPOSTA. LOTE VENDIDO SEM
      *                 PROPOSTA (ANTERIOR A ELA) USA O PRECO DE
      *                 TABELA DO CADLOTE;
      *             'P' PAGAMENTO: LOTE + PARCELA + VALOR + DATA.
      *                 ACUMULA NO PAGO E MARCA 'P' QUANDO O VALOR
      *                 DA PARCELA ESTA COBERTO.
      *           O PAGAMENTO QUE QUITA A ULTIMA PARCELA ABERTA DO
      *           LOTE ENFILEIRA O CONTRATO NA FILA DE LIBERACAO DE
      *           ESCRITURA ESCFILA (A QUITACAO ANTECIPADA E O
      *           CGPRG184). O ENVELHECIMENTO DOS ATRASADOS POR
      *           REGIAO E O CGPRG117. CARTAO INVALIDO SAI NA
      *           LISTAGEM DE EXCECAO DO SYSOUT; CARTAO DATADO NUMA
      *           COMPETENCIA FECHADA NO PERFIN VAI TAMBEM AO REJFILE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          PARCELA ABERTA POSTA, COMO NA
      *                          REGRA DO MENSALU - O RECEBIVEL
      *                          ENCERRADO NAO RESSUSCITA
      *  V04    OUT/2026 010202  CONTABILIZACAO: A ENTRADA DE CADA
      *                          PLANO GRAVADO (NA DATA DO LOTE) E
      *                          CADA PAGAMENTO DE PARCELA BAIXADO (NA
      *                          DATA DO PAGAMENTO) ENFILEIRAM NO
      *                          CTBFILA O EVENTO LOT, PARA O CGPRG172
      *  V05    OUT/2026 010209  PERIODO FINANCEIRO (CALENDARIO PERFIN
      *                          - COPY PERFINC, AREA 'L', MANTIDO
      *                          PELO CGPRG180): VENDA (DATA DO LOTE)
      *                          OU PAGAMENTO (DATA DO PAGAMENTO) NUMA
      *                          COMPETENCIA FECHADA E REJEITADO PARA
      *                          O REJFILE (COPY REJCARDC) COM O
      *                          MOTIVO 'PER'; O LANCADO EM
      *                          COMPETENCIA REABERTA E GRAVADO NO
      *                          PERAUD (COPY PERAUDC) PARA A
      *                          AUDITORIA DO CGPRG180
      *  V06    OUT/2026 010210  CORRECAO MONETARIA: O CARTAO 'V' TRAZ
      *                          O INDICE DO CONTRATO (POS 31-34,
      *                          'INCC' OU 'IGPM'; BRANCO = 'INCC'),
      *                          CARIMBADO EM CADA PARCELA DO LOTEPARC
      *                          (LRECL 58) COM O VALOR ORIGINAL, PARA
      *                          A CORRECAO ANUAL DO SALDO NO
      *                          ANIVERSARIO DO CONTRATO (CGPRG182)
      *  V07    OUT/2026 010212  CONTRATO QUITADO: O PAGAMENTO QUE
      *                          DEIXA O LOTE SEM PARCELA ABERTA ('A')
      *                          GRAVA O CONTRATO NA FILA DE LIBERACAO
      *                          DE ESCRITURA ESCFILA (COPY ESCFILAC,
      *                          ORIGEM 'N'), ONDE O CGPRG186 IMPRIME
      *                          O TERMO DE QUITACAO E COBRA A
      *                          ESCRITURA DO JURIDICO
      *  V08    OUT/2026 010214  PROPOSTA DE VENDA: O PLANO DE
      *                          PARCELAS PASSA A USAR O PRECO
      *                          NEGOCIADO NA PROPOSTA APROVADA E
      *                          VENDIDA DO LOTE (PROPLOT - COPY
      *                          PROPLOTC, CGPRG187/064) NO LUGAR DO
      *                          PRECO DE TABELA; O COMPRADOR DO
      *                          CARTAO TEM QUE SER O DA PROPOSTA E
      *                          ENTRADA/PARCELAS ZERADAS NO CARTAO
      *                          VEM DELA. SEM PROPOSTA (OU SEM O
      *                          PROPLOT), VALE O PRECO DE TABELA DO
      *                          CADLOTE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-MJR
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
                  FILE STATUS   IS WS-FS-PER
           .
           SELECT PERAUD ASSIGN TO PERAUDJ
                  FILE STATUS   IS WS-FS-AUD
           .
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
      *-----> FILA DE LIBERACAO DE ESCRITURA (VER V07)
           SELECT ESCFILA ASSIGN TO ESCFILAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-EF OF REG-ESCFILA
                  FILE STATUS   IS WS-FS-ESC
           .
      *-----> PROPOSTAS DE VENDA DE LOTES (VER V08)
           SELECT PROPLOT ASSIGN TO PROPLOTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-PP OF REG-PROPLOT
                  FILE STATUS   IS WS-FS-PRO
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
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
      *-----> FILA DE LIBERACAO DE ESCRITURA (VER V07)
       FD  ESCFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ESCFILA.
           COPY ESCFILAC.
      *-----> PROPOSTAS DE VENDA DE LOTES (VER V08)
       FD  PROPLOT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROPLOT.
           COPY PROPLOTC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05 WS-QTD-PARC-IN      PIC 9(02).
           05 WS-DIA-VENC-IN      PIC 9(02).
           05 WS-COMPET-P1-IN     PIC 9(06).
           05 WS-INDICE-IN        PIC X(04).
       01  WS-REG-PAGTO-IN REDEFINES WS-REG-SYSIN.
           05 FILLER              PIC X(01).
           05 WS-LOTE-PG          PIC 9(05).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE (VER V04)
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-EVENTO-CTB          PIC X(03).
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-DATA-CTB            PIC 9(08).
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

      *-----> APOIO DO CALENDARIO DE PERIODOS FINANCEIROS (VER V05):
      *       SITUACAO DA ULTIMA COMPETENCIA CONSULTADA NO PERFIN
       01  WS-AREA-PERIODO.
           05  WS-FS-PER              PIC X(02).
           05  WS-FS-AUD              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-SW-PERFIN           PIC X(01)  VALUE 'N'.
               88 PERFIN-PRESENTE         VALUE 'S'.
           05  WS-AREA-PER            PIC X(01)  VALUE 'L'.
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
           05  WS-DT-FATO-PER         PIC 9(08).
           05  WS-REFER-PER           PIC X(13).
           05  WS-VALOR-PER           PIC 9(11)V99.

      *-----> APOIO DA FILA DE LIBERACAO DE ESCRITURA (VER V07)
       01  WS-AREA-ESCRITURA.
           05  WS-FS-ESC              PIC X(02).
           05  WS-CTESCFILA           PIC 9(04)  VALUE ZEROS.
           05  WS-COMPRADOR-QT        PIC 9(04).
           05  WS-SW-FIM-PAR          PIC X(01).
               88 FIM-PARCELAS            VALUE 'S'.
           05  WS-SW-ABERTA           PIC X(01).
               88 HA-PARCELA-ABERTA       VALUE 'S'.

      *-----> APOIO DA PROPOSTA DE VENDA DO LOTE (VER V08): PRECO,
      *       COMPRADOR, ENTRADA E PARCELAS DA ULTIMA PROPOSTA
      *       VENDIDA DO LOTE (SEQUENCIA ZEROS = LOTE SEM PROPOSTA)
       01  WS-AREA-PROPOSTA.
           05  WS-FS-PRO              PIC X(02).
           05  WS-SW-PROPLOT          PIC X(01)  VALUE 'N'.
               88 PROPLOT-PRESENTE        VALUE 'S'.
           05  WS-SW-FIM-PRO          PIC X(01).
               88 FIM-PROPOSTAS           VALUE 'S'.
           05  WS-CTPROPOSTA          PIC 9(02)  VALUE ZEROS.
           05  WS-PRECO-VENDA         PIC 9(08)V99.
           05  WS-SEQ-VENDIDA         PIC 9(02).
           05  WS-COMPRADOR-PROP      PIC 9(04).
           05  WS-ENTRADA-PROP        PIC 9(08)V99.
           05  WS-QTPARC-PROP         PIC 9(02).

       01  FILLER                 PIC X(35)        VALUE
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


      *-----> PERIODOS FINANCEIROS (VER V05): SEM O PERFIN, TODA
      *       COMPETENCIA ESTA ABERTA
           OPEN INPUT PERFIN
           IF WS-FS-PER = '35'
              MOVE 'N'  TO  WS-SW-PERFIN
              DISPLAY ' * PERFIN AUSENTE - PERIODOS TODOS ABERTOS'
           ELSE
              IF WS-FS-PER  NOT = '00'
                 MOVE  'ERRO AO ABRIR O PERFIN'  TO WS-MSG
                 MOVE   WS-FS-PER                TO WS-FS-MSG
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

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O ESCFILA
           IF WS-FS-ESC = '35'
              OPEN OUTPUT ESCFILA
           END-IF
           IF WS-FS-ESC  NOT = '00'
              MOVE  'ERRO AO ABRIR O ESCFILA'  TO WS-MSG
              MOVE   WS-FS-ESC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> PROPOSTAS DE VENDA (VER V08): SEM O PROPLOT, TODO
      *       LOTE VAI PELO PRECO DE TABELA
           OPEN INPUT PROPLOT
           IF WS-FS-PRO = '35'
              MOVE 'N'  TO  WS-SW-PROPLOT
              DISPLAY ' * PROPLOT AUSENTE - PRECO DE TABELA'
           ELSE
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO AO ABRIR O PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-PROPLOT
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
       040-TRATAR-VENDA.

           IF WS-LOTE-IN = ZEROS OR WS-COMPRADOR-IN = ZEROS
              OR WS-DIA-VENC-IN = ZEROS OR WS-DIA-VENC-IN > 28
              OR WS-COMPET-P1-IN = ZEROS
              OR (WS-INDICE-IN NOT = SPACES AND NOT = 'INCC'
                  AND NOT = 'IGPM')
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** CARTAO DE VENDA INVALIDO - LOTE '
                      WS-LOTE-IN ' ***'
              GO TO 040-TRATAR-FIM
           END-IF

      *-----> A VENDA E LANCADA NA DATA DO LOTE: COMPETENCIA
      *       FECHADA NO PERFIN RECUSA O CARTAO (VER V05)
           MOVE WS-HDR-DATA-LOTE (1:6)  TO  WS-COMPET-PER
           PERFORM 070-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              PERFORM 072-REJEITAR-PERIODO
              GO TO 040-TRATAR-FIM
           END-IF

           MOVE WS-LOTE-IN  TO  WS-LOTE-L OF REG-CADLOTE
           READ CADLOTE
           IF WS-FS-LOT = '23'
                      WS-LOTE-IN ' ***'
              GO TO 040-TRATAR-FIM
           END-IF

      *-----> PRECO DA PROPOSTA VENDIDA DO LOTE (VER V08)
           PERFORM 044-BUSCAR-PROPOSTA THRU 044-BUSCAR-PROPOSTA-FIM
           IF WS-SEQ-VENDIDA NOT = ZEROS
              IF WS-COMPRADOR-PROP NOT = WS-COMPRADOR-IN
                 ADD 1 TO WS-CTREJ
                 DISPLAY ' *** COMPRADOR DIFERENTE DO DA PROPOSTA: '
                         WS-LOTE-IN ' ***'
                 GO TO 040-TRATAR-FIM
              END-IF
              IF WS-QTD-PARC-IN = ZEROS
                 MOVE WS-QTPARC-PROP   TO  WS-QTD-PARC-IN
                 IF WS-ENTRADA-IN = ZEROS
                    MOVE WS-ENTRADA-PROP  TO  WS-ENTRADA-IN
                 END-IF
              END-IF
           END-IF
           IF WS-QTD-PARC-IN = ZEROS
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** CARTAO DE VENDA SEM QTDE DE PARCELAS: '
                      WS-LOTE-IN ' ***'
              GO TO 040-TRATAR-FIM
           END-IF
           IF WS-ENTRADA-IN NOT < WS-PRECO-VENDA
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** ENTRADA MAIOR QUE A VENDA: '
                      WS-LOTE-IN ' ***'
              GO TO 040-TRATAR-FIM
           END-IF

      *-----> CONTRATO SEM INDICE INFORMADO CORRIGE PELO INCC
           IF WS-INDICE-IN = SPACES
              MOVE 'INCC'  TO  WS-INDICE-IN
           END-IF

      *    A PARCELA ZERO (ENTRADA) E GRAVADA PRIMEIRO - A CHAVE
      *    DUPLICADA (FS='22') BARRA O PLANO EM DOBRO NO RERUN
           MOVE SPACES            TO  REG-LOTEPARC
           MOVE 'P'               TO  WS-SIT-LP OF REG-LOTEPARC
           MOVE WS-HDR-RUNID      TO  WS-RUNID-LP OF REG-LOTEPARC
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-LP OF REG-LOTEPARC
           MOVE WS-INDICE-IN      TO  WS-INDICE-LP OF REG-LOTEPARC
           MOVE WS-ENTRADA-IN     TO  WS-VALOR-ORIG-LP
                                      OF REG-LOTEPARC
           MOVE ZEROS             TO  WS-COMPET-CORR-LP
                                      OF REG-LOTEPARC

           WRITE REG-LOTEPARC
           IF WS-FS-PAR = '22'
           MOVE SPACES          TO  WS-IMAGEM-ANTES
           MOVE REG-LOTEPARC    TO  WS-IMAGEM-DEPOIS
           PERFORM 086-JORNALIZAR
           IF WS-ENTRADA-IN > ZEROS
              MOVE 'LOT'             TO  WS-EVENTO-CTB
              MOVE WS-ENTRADA-IN     TO  WS-VALOR-CTB
              MOVE WS-LOTE-IN        TO  WS-REFER-NUM-CTB
              MOVE ZEROS             TO  WS-REFER-SUB-CTB
              MOVE WS-HDR-DATA-LOTE  TO  WS-DATA-CTB
              PERFORM 088-ENFILEIRAR-CONTABIL
           END-IF

           COMPUTE WS-VLR-FINANCIADO =
                   WS-PRECO-VENDA - WS-ENTRADA-IN
           COMPUTE WS-VLR-PARCELA ROUNDED =
                   WS-VLR-FINANCIADO / WS-QTD-PARC-IN
           COMPUTE WS-VLR-ULTIMA = WS-VLR-FINANCIADO
               UNTIL WS-PARC-SUB > WS-QTD-PARC-IN

           ADD 1  TO  WS-CTVENDA
           IF WS-SEQ-VENDIDA NOT = ZEROS
              ADD 1  TO  WS-CTPROPOSTA
           END-IF
           IF PERIODO-REABERTO
              MOVE WS-HDR-DATA-LOTE  TO  WS-DT-FATO-PER
              MOVE SPACES            TO  WS-REFER-PER
              MOVE WS-LOTE-IN        TO  WS-REFER-PER (1:5)
              MOVE WS-PRECO-VENDA    TO  WS-VALOR-PER
              PERFORM 074-AUDITAR-PERIODO
           END-IF
           DISPLAY ' * PLANO GRAVADO - LOTE ' WS-LOTE-IN ' COM '
                   WS-QTD-PARC-IN ' PARCELAS'
           .
       040-TRATAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    BUSCAR NO PROPLOT A ULTIMA PROPOSTA VENDIDA DO LOTE (A DE
      *    MAIOR SEQUENCIA - A REVENDA APOS DISTRATO TEM PROPOSTA
      *    NOVA) E O SEU PRECO; SEM ELA, VALE O PRECO DE TABELA
      *--------------------------------------------------------------*
       044-BUSCAR-PROPOSTA.

           MOVE WS-VALVENDA-L OF REG-CADLOTE  TO  WS-PRECO-VENDA
           MOVE ZEROS  TO  WS-SEQ-VENDIDA
           IF NOT PROPLOT-PRESENTE
              GO TO 044-BUSCAR-PROPOSTA-FIM
           END-IF

           MOVE WS-LOTE-IN  TO  WS-LOTE-PP OF REG-PROPLOT
           MOVE ZEROS       TO  WS-SEQ-PP OF REG-PROPLOT
           START PROPLOT KEY NOT < WS-CHAVE-PP OF REG-PROPLOT
           IF WS-FS-PRO = '23' OR '10'
              GO TO 044-BUSCAR-PROPOSTA-FIM
           END-IF
           IF WS-FS-PRO  NOT = '00'
              MOVE  'ERRO NO START DO PROPLOT'  TO WS-MSG
              MOVE   WS-FS-PRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-PRO
           PERFORM 045-LER-PROPOSTA UNTIL FIM-PROPOSTAS
           .
       044-BUSCAR-PROPOSTA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA PROPOSTA DO LOTE E GUARDAR A VENDIDA
      *--------------------------------------------------------------*
       045-LER-PROPOSTA.

           READ PROPLOT  NEXT RECORD
           IF WS-FS-PRO = '10'
              MOVE 'S'  TO  WS-SW-FIM-PRO
           ELSE
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-LOTE-PP OF REG-PROPLOT NOT = WS-LOTE-IN
                 MOVE 'S'  TO  WS-SW-FIM-PRO
              ELSE
                 IF PROPOSTA-VENDIDA OF REG-PROPLOT
                    MOVE WS-SEQ-PP OF REG-PROPLOT
                                  TO  WS-SEQ-VENDIDA
                    MOVE WS-VALOFER-PP OF REG-PROPLOT
                                  TO  WS-PRECO-VENDA
                    MOVE WS-COMPRADOR-PP OF REG-PROPLOT
                                  TO  WS-COMPRADOR-PROP
                    MOVE WS-ENTRADA-PP OF REG-PROPLOT
                                  TO  WS-ENTRADA-PROP
                    MOVE WS-QTPARC-PP OF REG-PROPLOT
                                  TO  WS-QTPARC-PROP
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA PARCELA MENSAL DO PLANO
      *--------------------------------------------------------------*
       050-GRAVAR-PARCELA.
           MOVE 'A'               TO  WS-SIT-LP OF REG-LOTEPARC
           MOVE WS-HDR-RUNID      TO  WS-RUNID-LP OF REG-LOTEPARC
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-LP OF REG-LOTEPARC
           MOVE WS-INDICE-IN      TO  WS-INDICE-LP OF REG-LOTEPARC
           MOVE WS-VALOR-LP OF REG-LOTEPARC
                                  TO  WS-VALOR-ORIG-LP
                                      OF REG-LOTEPARC
           MOVE ZEROS             TO  WS-COMPET-CORR-LP
                                      OF REG-LOTEPARC

           WRITE REG-LOTEPARC
           IF WS-FS-PAR NOT = '00'
      *--------------------------------------------------------------*
       060-TRATAR-PAGAMENTO.

      *-----> O PAGAMENTO E LANCADO NA SUA DATA: COMPETENCIA
      *       FECHADA NO PERFIN RECUSA O CARTAO (VER V05)
           MOVE WS-DATA-PG (1:6)  TO  WS-COMPET-PER
           PERFORM 070-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              PERFORM 072-REJEITAR-PERIODO
              GO TO 060-TRATAR-FIM
           END-IF

           MOVE WS-LOTE-PG     TO  WS-LOTE-LP OF REG-LOTEPARC
           MOVE WS-PARCELA-PG  TO  WS-PARCELA-LP OF REG-LOTEPARC
           READ LOTEPARC
           MOVE REG-LOTEPARC  TO  WS-IMAGEM-DEPOIS
           PERFORM 086-JORNALIZAR

           MOVE 'LOT'          TO  WS-EVENTO-CTB
           MOVE WS-VALOR-PG    TO  WS-VALOR-CTB
           MOVE WS-LOTE-PG     TO  WS-REFER-NUM-CTB
           MOVE WS-PARCELA-PG  TO  WS-REFER-SUB-CTB
           MOVE WS-DATA-PG     TO  WS-DATA-CTB
           PERFORM 088-ENFILEIRAR-CONTABIL

           ADD 1  TO  WS-CTBAIXA
           IF PERIODO-REABERTO
              MOVE WS-DATA-PG     TO  WS-DT-FATO-PER
              MOVE SPACES         TO  WS-REFER-PER
              MOVE WS-LOTE-PG     TO  WS-REFER-PER (1:5)
              MOVE WS-PARCELA-PG  TO  WS-REFER-PER (6:2)
              MOVE WS-VALOR-PG    TO  WS-VALOR-PER
              PERFORM 074-AUDITAR-PERIODO
           END-IF

      *-----> PARCELA QUITADA: SEM OUTRA ABERTA, O CONTRATO ESTA
      *       PAGO E VAI A FILA DE ESCRITURA (VER V07)
           IF PARCELA-PAGA OF REG-LOTEPARC
              PERFORM 062-CONFERIR-QUITACAO THRU 062-CONFERIR-FIM
           END-IF
           .
       060-TRATAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERIR SE O LOTE AINDA TEM PARCELA ABERTA; SEM NENHUMA,
      *    GRAVAR O CONTRATO QUITADO NA ESCFILA (VER V07). A CHAVE
      *    DUPLICADA (FS='22') E O RERUN DO MESMO PAGAMENTO
      *--------------------------------------------------------------*
       062-CONFERIR-QUITACAO.

           MOVE WS-COMPRADOR-LP OF REG-LOTEPARC  TO  WS-COMPRADOR-QT
           MOVE 'N'  TO  WS-SW-ABERTA
           MOVE 'N'  TO  WS-SW-FIM-PAR

           MOVE WS-LOTE-PG  TO  WS-LOTE-LP OF REG-LOTEPARC
           MOVE ZEROS       TO  WS-PARCELA-LP OF REG-LOTEPARC
           START LOTEPARC KEY NOT < WS-CHAVE-LP OF REG-LOTEPARC
           IF WS-FS-PAR NOT = '00'
              MOVE 'ERRO NO START DO LOTEPARC'  TO WS-MSG
              MOVE  WS-FS-PAR                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           PERFORM 063-PROCURAR-ABERTA
               UNTIL FIM-PARCELAS OR HA-PARCELA-ABERTA
           IF HA-PARCELA-ABERTA
              GO TO 062-CONFERIR-FIM
           END-IF

           MOVE SPACES           TO  REG-ESCFILA
           MOVE WS-LOTE-PG       TO  WS-LOTE-EF OF REG-ESCFILA
           MOVE WS-DATA-PG       TO  WS-DT-QUIT-EF OF REG-ESCFILA
           MOVE WS-COMPRADOR-QT  TO  WS-COMPRADOR-EF OF REG-ESCFILA
           MOVE 'N'              TO  WS-ORIGEM-EF OF REG-ESCFILA
           MOVE ZEROS            TO  WS-VALQUIT-EF OF REG-ESCFILA
           MOVE 'P'              TO  WS-SIT-EF OF REG-ESCFILA
           MOVE 'N'              TO  WS-TERMO-EF OF REG-ESCFILA
           MOVE ZEROS            TO  WS-DT-TERMO-EF OF REG-ESCFILA
           MOVE ZEROS            TO  WS-DT-LIB-EF OF REG-ESCFILA
           MOVE WS-HDR-RUNID     TO  WS-RUNID-EF OF REG-ESCFILA
           WRITE REG-ESCFILA
           IF WS-FS-ESC = '22'
              GO TO 062-CONFERIR-FIM
           END-IF
           IF WS-FS-ESC NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO ESCFILA'  TO WS-MSG
              MOVE  WS-FS-ESC                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTESCFILA
           DISPLAY ' * CONTRATO QUITADO - LOTE ' WS-LOTE-PG
                   ' - ESCRITURA PENDENTE'
           .
       062-CONFERIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA PARCELA DO LOTE, PROCURANDO UMA ABERTA
      *--------------------------------------------------------------*
       063-PROCURAR-ABERTA.

           READ LOTEPARC  NEXT RECORD
           IF WS-FS-PAR = '10'
              MOVE 'S'  TO  WS-SW-FIM-PAR
           ELSE
              IF WS-FS-PAR NOT = '00'
                 MOVE 'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
                 MOVE  WS-FS-PAR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-LOTE-LP OF REG-LOTEPARC NOT = WS-LOTE-PG
                 MOVE 'S'  TO  WS-SW-FIM-PAR
              ELSE
                 IF PARCELA-ABERTA OF REG-LOTEPARC
                    MOVE 'S'  TO  WS-SW-ABERTA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS - SYSIN        = ' WS-CTLIDO
           DISPLAY ' * PLANOS GRAVADOS              = ' WS-CTVENDA
           DISPLAY ' *   PELO PRECO DA PROPOSTA     = ' WS-CTPROPOSTA
           DISPLAY ' * PARCELAS GERADAS - LOTEPARC  = ' WS-CTPARC
           DISPLAY ' * PAGAMENTOS BAIXADOS          = ' WS-CTBAIXA
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' * REJ. EM PERIODO FECHADO      = ' WS-CTPERFEC
           DISPLAY ' * EM PERIODO REABERTO - PERAUD = ' WS-CTPERAUD
           DISPLAY ' * CONTRATOS QUITADOS - ESCFILA = ' WS-CTESCFILA
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

           IF PERFIN-PRESENTE
              CLOSE  PERFIN
              IF WS-FS-PER  NOT = '00'
                 MOVE  'ERRO AO FECHAR O PERFIN'  TO WS-MSG
                 MOVE   WS-FS-PER                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE  'ERRO AO FECHAR O PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ESCFILA
           IF WS-FS-ESC  NOT = '00'
              MOVE  'ERRO AO FECHAR O ESCFILA'  TO WS-MSG
              MOVE   WS-FS-ESC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF PROPLOT-PRESENTE
              CLOSE  PROPLOT
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO AO FECHAR O PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG116        *'
           DISPLAY ' *----------------------------------------*'
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
                 IF WS-FS-PER = '00'
                    MOVE WS-SIT-PF OF REG-PERFIN  TO  WS-SW-PERIODO
                 ELSE
                    IF WS-FS-PER NOT = '23'
                       MOVE 'ERRO NA LEITURA DO PERFIN'  TO WS-MSG
                       MOVE  WS-FS-PER                   TO WS-FS-MSG
                       GO TO 999-ERRO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REJEITAR PARA O REJFILE O CARTAO DATADO NUMA COMPETENCIA
      *    FECHADA NO PERFIN (VER V05)
      *--------------------------------------------------------------*
       072-REJEITAR-PERIODO.

           ADD 1  TO  WS-CTREJ
           ADD 1  TO  WS-CTPERFEC
           DISPLAY ' *** CARTAO REJEITADO - PERIODO FECHADO - LOTE '
                   WS-LOTE-IN ' COMPET. ' WS-COMPET-PER ' ***'

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE WS-HDR-RUNID      TO  WS-RUNID-RJ
           MOVE WS-HDR-DATA-LOTE  TO  WS-DATA-RJ
           MOVE 'PER'             TO  WS-MOTIVO-RJ
           MOVE WS-REG-SYSIN      TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
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
           MOVE WS-HDR-RUNID       TO  WS-RUNID-PA
           MOVE SPACES             TO  WS-OPER-PA
           MOVE WS-DTSYS-PER       TO  WS-DATA-PA
           MOVE WS-HRSYS-PER (1:6) TO  WS-HORA-PA
           MOVE WS-DT-FATO-PER     TO  WS-DT-MOVTO-PA
           MOVE WS-REFER-PER       TO  WS-REFER-PA
           MOVE WS-VALOR-PER       TO  WS-VALOR-PA

           WRITE REG-PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PERAUD'  TO WS-MSG
              MOVE  WS-FS-AUD                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPERAUD
           .
      *--------------------------------------------------------------*
      *    GRAVAR A OPERACAO NO DIARIO COMUM DE MESTRES (VER V02)
      *--------------------------------------------------------------*
       086-JORNALIZAR.
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB,
      *    DATA WS-DATA-CTB E REFERENCIA WS-REFER-CTB) NA FILA DA
      *    CONTABILIDADE, LIDA PELO CGPRG172 (VER V04)
      *--------------------------------------------------------------*
       088-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DATA-CTB     TO  WS-DATA-QC
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
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
