      *           CARIMBANDO VENDEDOR E COMPETENCIA. LOTE
      *           INEXISTENTE, JA VENDIDO OU VENDEDOR INVALIDO SAI
      *           NA LISTAGEM DE EXCECAO. A COMISSAO DO FECHAMENTO
      *           MENSAL (CGPRG065) FINALMENTE TEM DONO.
      *           CARTAO: LOTE 1-5, VENDEDOR 6-8 (O QUE FECHOU A
      *           VENDA, CARIMBADO NO CADLOTE), COMPETENCIA 9-14 E,
      *           A PARTIR DA 15, ATE 5 PARTICIPANTES DO RATEIO DA
      *           COMISSAO (VENDEDOR 3, PAPEL 1 - C CAPTADOR, F
      *           FECHADOR, O OUTRO - E % 999V99). RATEIO EM BRANCO
      *           = 100% DO VENDEDOR DA POSICAO 6-8 COMO FECHADOR.
      *           POS 60-61: SEQUENCIA DA PROPOSTA DO LOTE NO PROPLOT
      *           (CGPRG187) - SO VENDE COM PROPOSTA APROVADA, DO
      *           VENDEDOR DA POSICAO 6-8, DENTRO DA VALIDADE E AINDA
      *           NAO VENDIDA; A PROPOSTA E MARCADA COMO VENDIDA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          (COPY MSTJRNLC) COM IMAGEM ANTES E
      *                          DEPOIS, PARA A RECONSTRUCAO DE
      *                          CONTINGENCIA (CGPRG136)
      *  V04    OUT/2026 010213  RATEIO DA COMISSAO ENTRE VARIOS
      *                          VENDEDORES: O CARTAO TRAZ ATE 5
      *                          PARTICIPANTES (PAPEL E %), CONFERIDOS
      *                          (ATIVOS NO VENDMST, SOMA 100,00,
      *                          VENDEDOR DA VENDA ENTRE ELES) E
      *                          GRAVADOS NO VENDRAT (COPY VENDRATC)
      *                          PARA O FECHAMENTO, O DISTRATO E O
      *                          META X REALIZADO
      *  V05    OUT/2026 010214  PROPOSTA DE VENDA: O CARTAO TRAZ A
      *                          SEQUENCIA DA PROPOSTA DO LOTE (POS
      *                          60-61) E A BAIXA SO E ACEITA COM A
      *                          PROPOSTA APROVADA NO PROPLOT (COPY
      *                          PROPLOTC - CGPRG187), DO MESMO
      *                          VENDEDOR, DENTRO DA VALIDADE E AINDA
      *                          NAO VENDIDA. A PROPOSTA E MARCADA
      *                          COMO VENDIDA NA COMPETENCIA, E O SEU
      *                          PRECO SEGUE PARA O PLANO DE PARCELAS
      *                          (CGPRG116)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-VENDEDOR-V OF REG-VENDMST
                  FILE STATUS   IS WS-FS-VEN
           .
      *-----> RATEIO DA COMISSAO POR VENDA (VER V04)
           SELECT VENDRAT ASSIGN TO VENDRATJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-RV OF REG-VENDRAT
                  FILE STATUS   IS WS-FS-RAT
           .
      *-----> PROPOSTAS DE VENDA DE LOTES (VER V05)
           SELECT PROPLOT ASSIGN TO PROPLOTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PP OF REG-PROPLOT
                  FILE STATUS   IS WS-FS-PRO
           .
      *-----> DIARIO COMUM DE MESTRES (VER V03)
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-MJR
           .
       01  REG-VENDMST.
           COPY VENDMSTC.
      *-----> RATEIO DA COMISSAO POR VENDA (VER V04)
       FD  VENDRAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDRAT.
           COPY VENDRATC.
      *-----> PROPOSTAS DE VENDA DE LOTES (VER V05)
       FD  PROPLOT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROPLOT.
           COPY PROPLOTC.
      *-----> DIARIO COMUM DE MESTRES (VER V03)
       FD  MSTJRNL
           LABEL RECORD STANDARD
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-FS-LOT              PIC X(02).
           05  WS-FS-VEN              PIC X(02).
           05  WS-FS-RAT              PIC X(02).
           05  WS-CTRATEIO            PIC 9(02) VALUE ZEROS.
           05  WS-FS-PRO              PIC X(02).
           05  WS-SW-PROPOSTA         PIC X(01).
               88 PROPOSTA-VALIDA         VALUE 'S'.
               88 PROPOSTA-INVALIDA       VALUE 'N'.
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG064'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05 WS-LOTE-IN          PIC 9(05).
           05 WS-VENDEDOR-IN      PIC 9(03).
           05 WS-COMPET-IN        PIC 9(06).
      *-----> RATEIO DA COMISSAO (VER V04)
           05 WS-RATEIO-IN.
              10 WS-PART-IN       OCCURS 5 TIMES.
                 15 WS-VEND-PART-IN   PIC 9(03).
                 15 WS-VEND-PART-IN-X REDEFINES WS-VEND-PART-IN
                                      PIC X(03).
                 15 WS-PAPEL-PART-IN  PIC X(01).
                 15 WS-PERC-PART-IN   PIC 9(03)V99.
      *-----> PROPOSTA APROVADA DO LOTE NO PROPLOT (VER V05)
           05 WS-SEQ-PROP-IN      PIC 9(02).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).

      *-----> APOIO DA CRITICA DO RATEIO DA COMISSAO (VER V04)
       01  WS-AREA-RATEIO.
           05  WS-PART-SUB            PIC 9(01).
           05  WS-QTPART              PIC 9(01).
           05  WS-SOMA-PERC           PIC 9(04)V99.
           05  WS-SW-RATEIO           PIC X(01).
               88 RATEIO-VALIDO           VALUE 'S'.
               88 RATEIO-INVALIDO         VALUE 'N'.
           05  WS-SW-FECHADOR         PIC X(01).
               88 FECHADOR-NO-RATEIO      VALUE 'S'.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

              GO TO  999-ERRO
           END-IF

           OPEN I-O VENDRAT
           IF WS-FS-RAT = '35'
              OPEN OUTPUT VENDRAT
              CLOSE VENDRAT
              OPEN I-O VENDRAT
           END-IF
           IF WS-FS-RAT  NOT = '00'
              MOVE  'ERRO AO ABRIR O VENDRAT'  TO WS-MSG
              MOVE   WS-FS-RAT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O PROPLOT
           IF WS-FS-PRO  NOT = '00'
              MOVE  'ERRO AO ABRIR O PROPLOT'  TO WS-MSG
              MOVE   WS-FS-PRO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
              IF VENDEDOR-INATIVO OF REG-VENDMST
                 PERFORM 028-REJEITAR
              ELSE
                 PERFORM 036-CRITICAR-RATEIO
                     THRU 036-CRITICAR-RATEIO-FIM
                 IF RATEIO-INVALIDO
                    PERFORM 028-REJEITAR
                 ELSE
                    PERFORM 035-CONFERIR-PROPOSTA
                    IF PROPOSTA-INVALIDA
                       PERFORM 028-REJEITAR
                    ELSE
                       PERFORM 034-BAIXAR-LOTE
                    END-IF
                 END-IF
              END-IF
           END-IF

           DISPLAY ' * LOTE      : ' WS-LOTE-IN
           DISPLAY ' * VENDEDOR  : ' WS-VENDEDOR-IN
           DISPLAY ' * COMPET.   : ' WS-COMPET-IN
           DISPLAY ' * PROPOSTA  : ' WS-SEQ-PROP-IN
           .
      *--------------------------------------------------------------*
      *    MARCAR O LOTE COMO VENDIDO NO CADLOTE
                       MOVE 'R'          TO  WS-OP-JORNAL
                       MOVE REG-CADLOTE  TO  WS-IMAGEM-DEPOIS
                       PERFORM 086-JORNALIZAR
                       PERFORM 038-GRAVAR-RATEIO
                       PERFORM 033-BAIXAR-PROPOSTA
                    END-IF
                  END-IF
                 END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCAR A PROPOSTA DO CARTAO COMO VENDIDA (VER V05)
      *--------------------------------------------------------------*
       033-BAIXAR-PROPOSTA.

           MOVE WS-LOTE-IN      TO  WS-LOTE-PP OF REG-PROPLOT
           MOVE WS-SEQ-PROP-IN  TO  WS-SEQ-PP OF REG-PROPLOT
           READ PROPLOT
           IF WS-FS-PRO NOT = '00'
              MOVE 'ERRO NA LEITURA DO PROPLOT'  TO WS-MSG
              MOVE  WS-FS-PRO                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'S'           TO  WS-VENDA-PP OF REG-PROPLOT
           MOVE WS-COMPET-IN  TO  WS-COMPVENDA-PP OF REG-PROPLOT
           MOVE WS-HDR-RUNID  TO  WS-RUNID-PP OF REG-PROPLOT
           REWRITE REG-PROPLOT
           IF WS-FS-PRO NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PROPLOT'  TO WS-MSG
              MOVE  WS-FS-PRO                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A PROPOSTA DO CARTAO NO PROPLOT (VER V05):
      *    APROVADA, DO VENDEDOR DA VENDA, DENTRO DA VALIDADE E AINDA
      *    NAO VENDIDA
      *--------------------------------------------------------------*
       035-CONFERIR-PROPOSTA.

           MOVE 'S'  TO  WS-SW-PROPOSTA
           IF WS-SEQ-PROP-IN NOT NUMERIC OR WS-SEQ-PROP-IN = ZEROS
              MOVE 'N'  TO  WS-SW-PROPOSTA
              DISPLAY ' *** VENDA SEM PROPOSTA APROVADA ***'
           ELSE
              MOVE WS-LOTE-IN      TO  WS-LOTE-PP OF REG-PROPLOT
              MOVE WS-SEQ-PROP-IN  TO  WS-SEQ-PP OF REG-PROPLOT
              READ PROPLOT
              IF WS-FS-PRO NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO PROPLOT'  TO WS-MSG
                 MOVE  WS-FS-PRO                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-PRO = '23'
                 MOVE 'N'  TO  WS-SW-PROPOSTA
                 DISPLAY ' *** PROPOSTA INEXISTENTE ***'
              ELSE
                 IF NOT PROPOSTA-APROVADA OF REG-PROPLOT
                    OR PROPOSTA-VENDIDA OF REG-PROPLOT
                    MOVE 'N'  TO  WS-SW-PROPOSTA
                    DISPLAY ' *** PROPOSTA NAO APROVADA OU JA '
                            'VENDIDA - SITUACAO '
                            WS-SIT-PP OF REG-PROPLOT ' ***'
                 ELSE
                    IF WS-VENDEDOR-PP OF REG-PROPLOT
                       NOT = WS-VENDEDOR-IN
                       OR WS-DT-VALID-PP OF REG-PROPLOT
                          < WS-HDR-DATA-LOTE
                       MOVE 'N'  TO  WS-SW-PROPOSTA
                       DISPLAY ' *** PROPOSTA DE OUTRO VENDEDOR OU '
                               'FORA DA VALIDADE ***'
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O RATEIO DA COMISSAO DO CARTAO (VER V04). RATEIO
      *    EM BRANCO VIRA 100% DO VENDEDOR DA VENDA COMO FECHADOR
      *--------------------------------------------------------------*
       036-CRITICAR-RATEIO.

           MOVE 'S'    TO  WS-SW-RATEIO
           MOVE 'N'    TO  WS-SW-FECHADOR
           MOVE ZEROS  TO  WS-SOMA-PERC
           MOVE ZEROS  TO  WS-QTPART

           IF WS-RATEIO-IN = SPACES
              MOVE WS-VENDEDOR-IN  TO  WS-VEND-PART-IN (1)
              MOVE 'F'             TO  WS-PAPEL-PART-IN (1)
              MOVE 100             TO  WS-PERC-PART-IN (1)
              MOVE 1               TO  WS-QTPART
              GO TO 036-CRITICAR-RATEIO-FIM
           END-IF

           MOVE 1  TO  WS-PART-SUB
           PERFORM 037-CRITICAR-PARTICIPANTE
               UNTIL WS-PART-SUB > 5
                  OR RATEIO-INVALIDO

           IF RATEIO-VALIDO
              IF WS-SOMA-PERC NOT = 100
                 MOVE 'N'  TO  WS-SW-RATEIO
                 DISPLAY ' *** RATEIO NAO SOMA 100%: '
                         WS-SOMA-PERC ' ***'
              ELSE
                 IF NOT FECHADOR-NO-RATEIO
                    MOVE 'N'  TO  WS-SW-RATEIO
                    DISPLAY ' *** VENDEDOR DA VENDA FORA DO RATEIO: '
                            WS-VENDEDOR-IN ' ***'
                 END-IF
              END-IF
           END-IF
           .
       036-CRITICAR-RATEIO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CRITICAR UM PARTICIPANTE DO RATEIO: OS PARTICIPANTES VEM
      *    EM SEQUENCIA A PARTIR DO PRIMEIRO; POSICAO EM BRANCO
      *    ENCERRA A LISTA
      *--------------------------------------------------------------*
       037-CRITICAR-PARTICIPANTE.

           IF WS-VEND-PART-IN-X (WS-PART-SUB) = SPACES
              MOVE 6  TO  WS-PART-SUB
           ELSE
              IF WS-VEND-PART-IN (WS-PART-SUB) NOT NUMERIC
                 OR WS-PERC-PART-IN (WS-PART-SUB) NOT NUMERIC
                 OR WS-PERC-PART-IN (WS-PART-SUB) = ZEROS
                 OR (WS-PAPEL-PART-IN (WS-PART-SUB) NOT = 'C'
                 AND WS-PAPEL-PART-IN (WS-PART-SUB) NOT = 'F'
                 AND WS-PAPEL-PART-IN (WS-PART-SUB) NOT = 'O')
                 MOVE 'N'  TO  WS-SW-RATEIO
                 DISPLAY ' *** PARTICIPANTE INVALIDO NO RATEIO: '
                         WS-PART-IN (WS-PART-SUB) ' ***'
              ELSE
                 MOVE WS-VEND-PART-IN (WS-PART-SUB)
                                  TO  WS-VENDEDOR-V OF REG-VENDMST
                 READ VENDMST
                 IF WS-FS-VEN NOT = '00' AND '23'
                    MOVE 'ERRO NA LEITURA DO VENDMST'  TO WS-MSG
                    MOVE  WS-FS-VEN                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 IF WS-FS-VEN = '23'
                    OR VENDEDOR-INATIVO OF REG-VENDMST
                    MOVE 'N'  TO  WS-SW-RATEIO
                    DISPLAY ' *** VENDEDOR DO RATEIO INVALIDO: '
                            WS-VEND-PART-IN (WS-PART-SUB) ' ***'
                 ELSE
                    ADD 1  TO  WS-QTPART
                    ADD WS-PERC-PART-IN (WS-PART-SUB)
                                  TO  WS-SOMA-PERC
                    IF WS-VEND-PART-IN (WS-PART-SUB) = WS-VENDEDOR-IN
                       MOVE 'S'  TO  WS-SW-FECHADOR
                    END-IF
                 END-IF
              END-IF
              ADD 1  TO  WS-PART-SUB
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O RATEIO DA VENDA ACEITA NO VENDRAT (REVENDA DO
      *    LOTE DEPOIS DE UM DISTRATO REGRAVA O RATEIO ANTERIOR)
      *--------------------------------------------------------------*
       038-GRAVAR-RATEIO.

           MOVE SPACES          TO  REG-VENDRAT
           MOVE WS-LOTE-IN      TO  WS-LOTE-RV
           MOVE WS-COMPET-IN    TO  WS-COMPVENDA-RV
           MOVE WS-QTPART       TO  WS-QTPART-RV
           MOVE WS-HDR-RUNID    TO  WS-RUNID-RV
           MOVE 1  TO  WS-PART-SUB
           PERFORM 039-MONTAR-PARTICIPANTE
               UNTIL WS-PART-SUB > 5

           WRITE REG-VENDRAT
           IF WS-FS-RAT = '22'
              REWRITE REG-VENDRAT
           END-IF
           IF WS-FS-RAT  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO VENDRAT'  TO WS-MSG
              MOVE  WS-FS-RAT                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTRATEIO
           .
      *--------------------------------------------------------------*
      *    MONTAR UMA POSICAO DO RATEIO (ZERADA ALEM DA QUANTIDADE
      *    DE PARTICIPANTES)
      *--------------------------------------------------------------*
       039-MONTAR-PARTICIPANTE.

           IF WS-PART-SUB > WS-QTPART
              MOVE ZEROS  TO  WS-VEND-RV (WS-PART-SUB)
              MOVE SPACE  TO  WS-PAPEL-RV (WS-PART-SUB)
              MOVE ZEROS  TO  WS-PERC-RV (WS-PART-SUB)
           ELSE
              MOVE WS-VEND-PART-IN (WS-PART-SUB)
                                  TO  WS-VEND-RV (WS-PART-SUB)
              MOVE WS-PAPEL-PART-IN (WS-PART-SUB)
                                  TO  WS-PAPEL-RV (WS-PART-SUB)
              MOVE WS-PERC-PART-IN (WS-PART-SUB)
                                  TO  WS-PERC-RV (WS-PART-SUB)
           END-IF
           ADD 1  TO  WS-PART-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * VENDAS BAIXADAS    - CADLOTE = ' WS-CTBAIXA
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * RATEIOS GRAVADOS   - VENDRAT = ' WS-CTRATEIO
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
              GO TO  999-ERRO
           END-IF

           CLOSE  VENDRAT
           IF WS-FS-RAT  NOT = '00'
              MOVE  'ERRO AO FECHAR O VENDRAT'  TO WS-MSG
              MOVE   WS-FS-RAT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PROPLOT
           IF WS-FS-PRO  NOT = '00'
              MOVE  'ERRO AO FECHAR O PROPLOT'  TO WS-MSG
              MOVE   WS-FS-PRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG064        *'
           DISPLAY ' *----------------------------------------*'
