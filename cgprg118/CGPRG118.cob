      *           - A COMISSAO JA PAGA VIRA ESTORNO NO ESTORNCOM,
      *             QUE O FECHAMENTO CGPRG065 V02 ABATE DAS
      *             COMISSOES NOVAS DO VENDEDOR, MOSTRANDO O
      *             ESTORNO EXPLICITO NO RELCOM. O ESTORNO SEGUE O
      *             RATEIO DA VENDA (VENDRAT): UM REGISTRO POR
      *             PARTICIPANTE E UM PARA O OVERRIDE DO GERENTE DE
      *             CADA PARTICIPANTE, COMO NO FECHAMENTO.
      *           LOTE INEXISTENTE OU NAO VENDIDO SAI NA LISTAGEM
      *           DE EXCECAO DO SYSOUT
      *--------------------------------------------------------------*
      *                          POR UMA VENDA QUE NAO EXISTE MAIS;
      *                          CADA CANCELAMENTO E JORNALIZADO NO
      *                          MSTJRNL
      *  V04    OUT/2026 010211  O DISTRATO PASSA A CANCELAR ('C') O
      *                          CONTRATO DE COMPRA E VENDA DO LOTE NO
      *                          REGISTRO CTRLOTE (CGPRG183), COM A
      *                          DATA DO DISTRATO, E A EXCLUIR O LOTE
      *                          DO INDICE CTRLIDX, LIBERANDO-O PARA O
      *                          CONTRATO DA REVENDA; O CANCELAMENTO E
      *                          JORNALIZADO NO MSTJRNL
      *  V05    OUT/2026 010213  ESTORNO DE COMISSAO PELO RATEIO DA
      *                          VENDA (VENDRAT - CGPRG064 V04) COM A
      *                          MESMA ROTINA DO FECHAMENTO (COPY
      *                          RATEIO): CADA PARTICIPANTE ESTORNA A
      *                          SUA PARTE E O GERENTE DE CADA UM O
      *                          OVERRIDE RECEBIDO (VENDMST). LOTE SEM
      *                          RATEIO ESTORNA TUDO DO VENDEDOR DO
      *                          CADLOTE, COMO ANTES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ESTORNCOM ASSIGN TO ESTORNCJ
                  FILE STATUS   IS WS-FS-EST
           .
      *-----> RATEIO DA COMISSAO DA VENDA E GERENTES (VER V05)
           SELECT VENDRAT ASSIGN TO VENDRATJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-RV OF REG-VENDRAT
                  FILE STATUS   IS WS-FS-RAT
           .
           SELECT VENDMST ASSIGN TO VENDMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-VENDEDOR-V OF REG-VENDMST
                  FILE STATUS   IS WS-FS-VEN
           .
      *-----> DIARIO COMUM DE MESTRES (VER V02)
      *-----> PLANO DE FINANCIAMENTO DA VENDA DESFEITA (VER V03)
           SELECT LOTEPARC ASSIGN TO LOTEPARJ
                  RECORD KEY    IS WS-CHAVE-LP OF REG-LOTEPARC
                  FILE STATUS   IS WS-FS-PAR
           .
      *-----> REGISTRO DE CONTRATOS DE VENDA E INDICE POR LOTE
      *       (CGPRG183 - VER V04)
           SELECT CTRLOTE ASSIGN TO CTRLOTEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CONTRATO-CT OF REG-CTRLOTE
                  FILE STATUS   IS WS-FS-CTR
           .
           SELECT CTRLIDX ASSIGN TO CTRLIDXJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-CI OF REG-CTRLIDX
                  FILE STATUS   IS WS-FS-IDX
           .
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-MJR
           .
           05 WS-VALOR-EC         PIC 9(06)V99   COMP-3.
           05 WS-LOTE-EC          PIC 9(05)      COMP-3.
           05 FILLER              PIC X(06).
      *-----> RATEIO DA COMISSAO DA VENDA E GERENTES (VER V05)
       FD  VENDRAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDRAT.
           COPY VENDRATC.
       FD  VENDMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDMST.
           COPY VENDMSTC.
       FD  LOTEPARC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
      *-----> CONTRATOS DE VENDA DE LOTE (VER V04)
       FD  CTRLOTE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTRLOTE.
           COPY CTRLOTC.
       FD  CTRLIDX
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTRLIDX.
           COPY CTRLIDXC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
               88 FIM-PARCELAS            VALUE 'S'.
               88 NAO-FIM-PARCELAS        VALUE 'N'.
           05  WS-CTPARCCANC          PIC 9(04)  VALUE ZEROS.
           05  WS-FS-CTR              PIC X(02).
           05  WS-FS-IDX              PIC X(02).
           05  WS-SW-CONTRATOS        PIC X(01)  VALUE 'N'.
               88 CONTRATOS-ABERTOS       VALUE 'S'.
           05  WS-CTCTRCANC           PIC 9(04)  VALUE ZEROS.
           05  WS-CHAVE-JRN-CTR       PIC 9(06).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).

      *-----> APOIO DO ESTORNO PELO RATEIO DA VENDA (VER V05)
       01  WS-AREA-RATEIO.
           05  WS-FS-RAT              PIC X(02).
           05  WS-FS-VEN              PIC X(02).
           05  WS-SW-VENDRAT          PIC X(01)  VALUE 'N'.
               88 VENDRAT-ABERTO          VALUE 'S'.
           05  WS-CTESTORNO           PIC 9(04)  VALUE ZEROS.
           05  WS-GERENTE-ATU         PIC 9(03).
           05  WS-PARTE-SUB           PIC 9(01).
           05  WS-VLR-OVERRIDE        PIC 9(08)V99.
           05  WS-VEND-EST            PIC 9(03).
           05  WS-VALOR-EST           PIC 9(08)V99.
           COPY RATEIODC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

              END-IF
           END-IF

      *    SEM O REGISTRO DE CONTRATOS (NENHUM CONTRATO EMITIDO
      *    AINDA PELO CGPRG183) O DISTRATO SEGUE SEM ELE
           OPEN I-O CTRLOTE
           IF WS-FS-CTR = '35'
              DISPLAY ' * CTRLOTE AUSENTE - SEM CONTRATOS'
           ELSE
              IF WS-FS-CTR  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CTRLOTE'  TO WS-MSG
                 MOVE   WS-FS-CTR                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              OPEN I-O CTRLIDX
              IF WS-FS-IDX  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CTRLIDX'  TO WS-MSG
                 MOVE   WS-FS-IDX                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-CONTRATOS
           END-IF

           OPEN I-O CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADLOTE'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

      *    SEM O VENDRAT (NENHUMA VENDA COM RATEIO AINDA) O ESTORNO
      *    VAI INTEIRO PARA O VENDEDOR DO CADLOTE
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

           OPEN INPUT VENDMST
           IF WS-FS-VEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O VENDMST'  TO WS-MSG
              MOVE   WS-FS-VEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND ESTORNCOM
           IF WS-FS-EST = '35'
              OPEN OUTPUT ESTORNCOM
           END-IF

      *    ESTORNO DA COMISSAO PARA O PROXIMO FECHAMENTO (CGPRG065
      *    V02 ABATE DAS COMISSOES NOVAS DO VENDEDOR), PELO RATEIO
      *    DA VENDA (VER V05)
           PERFORM 040-RATEAR-ESTORNO

      *    O LOTE VOLTA A CARTEIRA
           MOVE REG-CADLOTE  TO  WS-IMAGEM-ANTES
                  THRU 045-CANCELAR-PARCELAS-FIM
           END-IF

           IF CONTRATOS-ABERTOS
              PERFORM 048-CANCELAR-CONTRATO
                  THRU 048-CANCELAR-CONTRATO-FIM
           END-IF

           ADD 1  TO  WS-CTDISTRATO
           DISPLAY ' * DISTRATO APLICADO - LOTE ' WS-LOTE-IN
                   ' VENDEDOR ' WS-VENDEDOR-DJ
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    REPARTIR O ESTORNO DA COMISSAO DO LOTE PELO RATEIO DA
      *    VENDA (VER V05). LOTE SEM RATEIO NO VENDRAT = 100% DO
      *    VENDEDOR CARIMBADO NO CADLOTE
      *--------------------------------------------------------------*
       040-RATEAR-ESTORNO.

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

           MOVE WS-COMISSAO-L OF REG-CADLOTE  TO  WS-BASE-RAT
           PERFORM 996-RATEAR

           MOVE 1  TO  WS-PARTE-SUB
           PERFORM 041-ESTORNAR-PARTE
               UNTIL WS-PARTE-SUB > WS-QT-RAT
           .
      *--------------------------------------------------------------*
      *    ESTORNAR A PARTE DE UM PARTICIPANTE E O OVERRIDE PAGO AO
      *    GERENTE DELE (MESMA REGRA DO CGPRG065)
      *--------------------------------------------------------------*
       041-ESTORNAR-PARTE.

           MOVE WS-VEND-RAT (WS-PARTE-SUB)   TO  WS-VEND-EST
           MOVE WS-VALOR-RAT (WS-PARTE-SUB)  TO  WS-VALOR-EST
           PERFORM 043-GRAVAR-ESTORNO

           PERFORM 042-APURAR-OVERRIDE
           IF WS-VLR-OVERRIDE > ZEROS
              MOVE WS-GERENTE-ATU   TO  WS-VEND-EST
              MOVE WS-VLR-OVERRIDE  TO  WS-VALOR-EST
              PERFORM 043-GRAVAR-ESTORNO
           END-IF

           ADD 1  TO  WS-PARTE-SUB
           .
      *--------------------------------------------------------------*
      *    APURAR O OVERRIDE DO GERENTE DO PARTICIPANTE SOBRE A
      *    PARTE DELE: % DO REGISTRO DO GERENTE NO VENDMST. SEM
      *    GERENTE, GERENTE DE SI MESMO OU SEM % = SEM OVERRIDE
      *--------------------------------------------------------------*
       042-APURAR-OVERRIDE.

           MOVE ZEROS  TO  WS-VLR-OVERRIDE
           MOVE ZEROS  TO  WS-GERENTE-ATU

           MOVE WS-VEND-RAT (WS-PARTE-SUB)
                TO  WS-VENDEDOR-V OF REG-VENDMST
           READ VENDMST
           IF WS-FS-VEN NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO VENDMST'  TO WS-MSG
              MOVE  WS-FS-VEN                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-VEN = '00'
              AND WS-GERENTE-V OF REG-VENDMST NUMERIC
              AND WS-GERENTE-V OF REG-VENDMST NOT = ZEROS
              AND WS-GERENTE-V OF REG-VENDMST
                  NOT = WS-VEND-RAT (WS-PARTE-SUB)
              MOVE WS-GERENTE-V OF REG-VENDMST  TO  WS-GERENTE-ATU
              MOVE WS-GERENTE-ATU  TO  WS-VENDEDOR-V OF REG-VENDMST
              READ VENDMST
              IF WS-FS-VEN NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO VENDMST'  TO WS-MSG
                 MOVE  WS-FS-VEN                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-VEN = '00'
                 AND WS-OVERRIDE-V OF REG-VENDMST NUMERIC
                 COMPUTE WS-VLR-OVERRIDE ROUNDED =
                         WS-VALOR-RAT (WS-PARTE-SUB)
                       * WS-OVERRIDE-V OF REG-VENDMST / 100
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM ESTORNO DE WS-VALOR-EST PARA WS-VEND-EST
      *--------------------------------------------------------------*
       043-GRAVAR-ESTORNO.

           MOVE SPACES            TO  REG-ESTORNCOM
           MOVE WS-VEND-EST       TO  WS-VENDEDOR-EC
           MOVE WS-VALOR-EST      TO  WS-VALOR-EC
           MOVE WS-COMPET-EST-IN  TO  WS-COMPET-EC
           MOVE WS-LOTE-IN        TO  WS-LOTE-EC

           WRITE REG-ESTORNCOM
           IF WS-FS-EST NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO ESTORNCOM' TO WS-MSG
              MOVE  WS-FS-EST                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTESTORNO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
              END-IF
           END-IF

           IF CONTRATOS-ABERTOS
              CLOSE  CTRLOTE
              IF WS-FS-CTR  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CTRLOTE'  TO WS-MSG
                 MOVE   WS-FS-CTR                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE  CTRLIDX
              IF WS-FS-IDX  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CTRLIDX'  TO WS-MSG
                 MOVE   WS-FS-IDX                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-MJR  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS - SYSIN        = ' WS-CTLIDO
           DISPLAY ' * DISTRATOS APLICADOS          = ' WS-CTDISTRATO
           DISPLAY ' * ESTORNOS GRAVADOS - ESTORNCOM= ' WS-CTESTORNO
           DISPLAY ' * PARCELAS CANCELADAS         = '
                   WS-CTPARCCANC
           DISPLAY ' * CONTRATOS CANCELADOS         = '
                   WS-CTCTRCANC
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' *========================================*'

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

           CLOSE  VENDMST
           IF WS-FS-VEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O VENDMST'  TO WS-MSG
              MOVE   WS-FS-VEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ESTORNCOM
           IF WS-FS-EST  NOT = '00'
              MOVE  'ERRO AO FECHAR O ESTORNCOM'  TO WS-MSG
           END-IF
           .
      *--------------------------------------------------------------*
      *    CANCELAR O CONTRATO DE COMPRA E VENDA DO LOTE DESFEITO
      *    (VER V04): O INDICE CTRLIDX APONTA O CONTRATO DA VENDA; O
      *    REGISTRO VAI A 'C' COM A DATA DO DISTRATO E O INDICE E
      *    EXCLUIDO, PARA A REVENDA DO LOTE TER CONTRATO NOVO. LOTE
      *    SEM CONTRATO EMITIDO NAO TEM O QUE CANCELAR
      *--------------------------------------------------------------*
       048-CANCELAR-CONTRATO.

           MOVE WS-LOTE-IN  TO  WS-LOTE-CI OF REG-CTRLIDX
           READ CTRLIDX
           IF WS-FS-IDX = '23'
              GO TO 048-CANCELAR-CONTRATO-FIM
           END-IF
           IF WS-FS-IDX  NOT = '00'
              MOVE  'ERRO NA LEITURA DO CTRLIDX'  TO WS-MSG
              MOVE   WS-FS-IDX                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-CONTRATO-CI OF REG-CTRLIDX
                            TO  WS-CONTRATO-CT OF REG-CTRLOTE
           READ CTRLOTE
           IF WS-FS-CTR  NOT = '00'
              MOVE  'ERRO NA LEITURA DO CTRLOTE'  TO WS-MSG
              MOVE   WS-FS-CTR                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF NOT CONTRATO-CANCELADO OF REG-CTRLOTE
              MOVE REG-CTRLOTE   TO  WS-IMAGEM-ANTES
              MOVE 'C'           TO  WS-SIT-CT OF REG-CTRLOTE
              MOVE WS-DTDIST-IN  TO  WS-DT-CANC-CT OF REG-CTRLOTE
              MOVE WS-HDR-RUNID  TO  WS-RUNID-CT OF REG-CTRLOTE
              REWRITE REG-CTRLOTE
              IF WS-FS-CTR  NOT = '00'
                 MOVE  'ERRO NA GRAVACAO DO CTRLOTE'  TO WS-MSG
                 MOVE   WS-FS-CTR                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE REG-CTRLOTE   TO  WS-IMAGEM-DEPOIS
              PERFORM 049-JORNALIZAR-CONTRATO
              ADD 1  TO  WS-CTCTRCANC
              DISPLAY ' * CONTRATO CANCELADO - NR '
                      WS-CHAVE-JRN-CTR ' LOTE ' WS-LOTE-IN
           END-IF

           DELETE CTRLIDX RECORD
           IF WS-FS-IDX  NOT = '00'
              MOVE  'ERRO NA EXCLUSAO DO CTRLIDX'  TO WS-MSG
              MOVE   WS-FS-IDX                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       048-CANCELAR-CONTRATO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR O CANCELAMENTO DO CONTRATO NO DIARIO DE MESTRES
      *--------------------------------------------------------------*
       049-JORNALIZAR-CONTRATO.

           MOVE 'CTRLOTE '        TO  WS-ARQ-MJ
           MOVE 'R'               TO  WS-OP-MJ
           MOVE WS-CONTRATO-CT OF REG-CTRLOTE
                                  TO  WS-CHAVE-JRN-CTR
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-CHAVE-JRN-CTR  TO  WS-CHAVE-MJ (1:6)
           MOVE SPACES            TO  WS-OPER-MJ
           MOVE WS-HDR-RUNID      TO  WS-OPER-MJ (1:4)
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           MOVE WS-IMAGEM-ANTES   TO  WS-ANTES-MJ
           MOVE WS-IMAGEM-DEPOIS  TO  WS-DEPOIS-MJ

           WRITE REG-MSTJRNL
           IF WS-FS-MJR  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MSTJRNL'  TO WS-MSG
              MOVE  WS-FS-MJR                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
       086-JORNALIZAR.

           MOVE 'CADLOTE '        TO  WS-ARQ-MJ
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE RATEIO DA COMISSAO (VER V05)
      *--------------------------------------------------------------*
           COPY RATEIO.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
