      *           - ATINGIMENTO % (VALOR) DO MES E DO ANO, NOME DO
      *             VENDMST E VALORES EM R$ (CURRSYM);
      *           - RANKING: OS VENDEDORES SAEM DO MAIOR PARA O
      *             MENOR ATINGIMENTO DO MES.
      *           O VALOR DE CADA VENDA E REPARTIDO ENTRE OS
      *           PARTICIPANTES PELO RATEIO DO VENDRAT (O MESMO DA
      *           COMISSAO); A UNIDADE CONTA PARA O VENDEDOR DA
      *           VENDA (CADLOTE), QUE E UM DOS PARTICIPANTES
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *  V01    SET/2026 010165  PROGRAMA CRIADO - META X REALIZADO
      *                          DE VENDAS COM ACUMULADO NO ANO E
      *                          RANKING
      *  V02    OUT/2026 010213  REALIZADO PELO RATEIO DA VENDA
      *                          (VENDRAT - CGPRG064 V04, ROTINA COMUM
      *                          COPY RATEIO): O VALOR DA VENDA E
      *                          REPARTIDO ENTRE OS PARTICIPANTES PELO
      *                          % DE CADA UM E A UNIDADE CONTINUA COM
      *                          O VENDEDOR DO CADLOTE. LOTE SEM
      *                          RATEIO = 100% DO VENDEDOR DO CADLOTE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-VENDEDOR-V OF REG-VENDMST
                  FILE STATUS   IS WS-FS-VEN
           .
      *-----> RATEIO DA VENDA ENTRE OS PARTICIPANTES (VER V02)
           SELECT VENDRAT ASSIGN TO VENDRATJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-RV OF REG-VENDRAT
                  FILE STATUS   IS WS-FS-RAT
           .
           SELECT RELMETA ASSIGN TO RELMETAJ
                  FILE STATUS   IS WS-FS-REL
           .
           .
       01  REG-VENDMST.
           COPY VENDMSTC.
      *-----> RATEIO DA VENDA ENTRE OS PARTICIPANTES (VER V02)
       FD  VENDRAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDRAT.
           COPY VENDRATC.
       FD  RELMETA
           LABEL RECORD OMITTED
           RECORDING MODE  F

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.

      *-----> APOIO DO RATEIO DA VENDA (VER V02)
       01  WS-AREA-RATEIO.
           05  WS-FS-RAT              PIC X(02).
           05  WS-SW-VENDRAT          PIC X(01)  VALUE 'N'.
               88 VENDRAT-ABERTO          VALUE 'S'.
           05  WS-VEND-ATU            PIC 9(03).
           05  WS-PARTE-SUB           PIC 9(01).
           COPY RATEIODC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

              GO TO  999-ERRO
           END-IF

           OPEN INPUT VENDRAT
           IF WS-FS-RAT = '35'
              DISPLAY ' * VENDRAT AUSENTE - VENDAS SEM RATEIO'
           ELSE
              IF WS-FS-RAT  NOT = '00'
                 MOVE  'ERRO AO ABRIR O VENDRAT'  TO WS-MSG
                 MOVE   WS-FS-RAT                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-VENDRAT
           END-IF

           OPEN OUTPUT RELMETA
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELMETA'  TO WS-MSG
              MOVE WS-COMPVENDA-L OF REG-CADLOTE TO WS-COMPET-REG
              IF WS-ANO-REG = WS-ANO-IN
                 AND WS-COMPET-REG NOT > WS-COMPET-IN
                 PERFORM 036-RATEAR-VENDA
              END-IF
           END-IF

           MOVE 1  TO  WS-VEND-SUB
           PERFORM 033-PROCURAR-VENDEDOR
               UNTIL WS-VEND-SUB > WS-CTVEND
                  OR WS-VD-COD (WS-VEND-SUB) = WS-VEND-ATU

           IF WS-VEND-SUB > WS-CTVEND
              PERFORM 034-ABRIR-POSICAO
              MOVE WS-VEND-ATU  TO  WS-VD-COD (WS-VEND-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
           MOVE ZEROS  TO  WS-VD-ATING (WS-VEND-SUB)
           .
      *--------------------------------------------------------------*
      *    REPARTIR O VALOR DA VENDA ENTRE OS PARTICIPANTES PELO
      *    RATEIO (VER V02). LOTE SEM RATEIO NO VENDRAT = 100% DO
      *    VENDEDOR CARIMBADO NO CADLOTE
      *--------------------------------------------------------------*
       036-RATEAR-VENDA.

           MOVE WS-LOTE-L OF REG-CADLOTE  TO  WS-LOTE-RV
           MOVE '23'  TO  WS-FS-RAT
           IF VENDRAT-ABERTO
              READ VENDRAT
              IF WS-FS-RAT NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO VENDRAT'  TO WS-MSG
                 MOVE  WS-FS-RAT                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           IF WS-FS-RAT = '23'
              MOVE SPACES  TO  REG-VENDRAT
              MOVE WS-LOTE-L OF REG-CADLOTE      TO  WS-LOTE-RV
              MOVE 1                             TO  WS-QTPART-RV
              MOVE WS-VENDEDOR-L OF REG-CADLOTE  TO  WS-VEND-RV (1)
              MOVE 'F'                           TO  WS-PAPEL-RV (1)
              MOVE 100                           TO  WS-PERC-RV (1)
           END-IF

           MOVE WS-VALVENDA-L OF REG-CADLOTE  TO  WS-BASE-RAT
           PERFORM 996-RATEAR

           MOVE 1  TO  WS-PARTE-SUB
           PERFORM 037-CREDITAR-PARTE
               UNTIL WS-PARTE-SUB > WS-QT-RAT
           .
      *--------------------------------------------------------------*
      *    CREDITAR A PARTE DO VALOR DE UM PARTICIPANTE (A UNIDADE
      *    SO PARA O VENDEDOR DA VENDA)
      *--------------------------------------------------------------*
       037-CREDITAR-PARTE.

           MOVE WS-VEND-RAT (WS-PARTE-SUB)  TO  WS-VEND-ATU
           PERFORM 032-LOCALIZAR-VENDEDOR

           ADD WS-VALOR-RAT (WS-PARTE-SUB)
               TO  WS-VD-VALOR-ANO (WS-VEND-SUB)
           IF WS-COMPET-REG = WS-COMPET-IN
              ADD WS-VALOR-RAT (WS-PARTE-SUB)
                  TO  WS-VD-VALOR-MES (WS-VEND-SUB)
           END-IF

           IF WS-VEND-ATU = WS-VENDEDOR-L OF REG-CADLOTE
              ADD 1  TO  WS-VD-UNID-ANO (WS-VEND-SUB)
              IF WS-COMPET-REG = WS-COMPET-IN
                 ADD 1  TO  WS-VD-UNID-MES (WS-VEND-SUB)
              END-IF
           END-IF

           ADD 1  TO  WS-PARTE-SUB
           .
      *--------------------------------------------------------------*
      *    ACUMULAR AS METAS DO ANO ATE O MES (VENDEDOR SO COM META
      *    TAMBEM ENTRA - META SEM VENDA E EXATAMENTE O CASO QUE O
      *    GERENTE QUER VER)
              GO TO  999-ERRO
           END-IF

           IF VENDRAT-ABERTO
              CLOSE  VENDRAT
              IF WS-FS-RAT  NOT = '00'
                 MOVE  'ERRO AO FECHAR O VENDRAT'  TO WS-MSG
                 MOVE   WS-FS-RAT                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELMETA
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELMETA'  TO WS-MSG
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE RATEIO (VER V02)
      *--------------------------------------------------------------*
           COPY RATEIO.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
