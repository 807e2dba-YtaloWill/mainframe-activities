      *           AS COBRANCAS ABERTAS DO MENSALU DA COMPETENCIA DO
      *           CARTAO DE PARAMETROS: CABECALHO, UM DETALHE
      *           SEQUENCIADO POR COBRANCA (MATRICULA, VALOR,
      *           VENCIMENTO E DESCONTO DE PONTUALIDADE) E RODAPE
      *           COM QUANTIDADE E VALOR TOTAL.
      *           CADA DETALHE ENVIADO GANHA UMA LINHA DE CONTROLE
      *           NO REMCTL (COPY REMCTLC), CONTRA A QUAL O CGPRG023
      *           CONCILIA CADA PAGAMENTO DO RETBANC. A GERACAO E
      *           REPETIVEL: COBRANCA JA ENVIADA (FS='22' NO REMCTL)
      *           E SO CONTADA COMO JA REMETIDA, SEM DUPLICAR O
      *           DETALHE NO ARQUIVO DO BANCO.
      *           DESDE A V06, COM A OPCAO 'F' NO CARTAO, AS COBRANCAS
      *           DOS FILHOS DE UMA CONTA FAMILIA (FAMCTA - CGPRG176)
      *           SAEM NUM UNICO BOLETO CONSOLIDADO NA MATRICULA DO
      *           TITULAR (ORIGEM 'F')
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA (AAAAMM)
      *   POS 07-10 NUMERO DA REMESSA
      *   POS 11    'F' = BOLETO CONSOLIDADO POR CONTA FAMILIA;
      *             ESPACO = UM BOLETO POR COBRANCA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                            NA PROVA LIDO X PROCESSADO, QUE
      *                            QUEBRAVA EM TODA REMESSA COM
      *                            PARCELA
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          DETALHE DA REMESSA EM 7-11 (DEMAIS
      *                          CAMPOS UMA POSICAO ADIANTE, FILLER
      *                          FINAL DE 26 P/ 25 - REGISTRO CONTINUA
      *                          COM 60 BYTES; LAYOUT ACERTADO COM O
      *                          BANCO JUNTO COM O RETBANC DO
      *                          CGPRG023)
      *  V05    OUT/2026 010204  DESCONTO DE PONTUALIDADE (VER
      *                          MENSALUC E CGPRG022 V13): O DETALHE
      *                          DA REMESSA PASSA A LEVAR A DATA
      *                          LIMITE (POS 36-43) E O VALOR DO
      *                          DESCONTO (POS 44-52) PARA O BANCO
      *                          CONCEDER O ABATIMENTO NO PAGAMENTO
      *                          ATE A DATA; ZEROS = SEM DESCONTO
      *                          (FILLER FINAL DE 25 P/ 8 - REGISTRO
      *                          CONTINUA COM 60 BYTES)
      *  V06    OUT/2026 010206  BOLETO CONSOLIDADO DA CONTA FAMILIA
      *                          (OPCAO 'F' NA POS 11 DO CARTAO): A
      *                          COBRANCA ABERTA DE FILHO DO FAMCTA
      *                          (CGPRG176) E RETIDA E, NO FIM, OS
      *                          FILHOS DE CADA FAMILIA SAEM NUM UNICO
      *                          DETALHE NA MATRICULA DO TITULAR,
      *                          ORIGEM 'F' (SOMA DOS VALORES E DOS
      *                          DESCONTOS DE PONTUALIDADE, MENOR
      *                          VENCIMENTO E MENOR DATA LIMITE), COM
      *                          A LINHA 'F' NO REMCTL E UMA LINHA 'M'
      *                          POR FILHO COM O TITULAR EM
      *                          WS-TITULAR-RC (VER REMCTLC), PELA
      *                          QUAL O CGPRG023 RATEIA O PAGAMENTO.
      *                          FAMILIA COM UM SO FILHO EM ABERTO OU
      *                          CUJO BOLETO CONSOLIDADO JA FOI
      *                          REMETIDO TEM AS COBRANCAS ENVIADAS
      *                          UMA A UMA. PARCELAS DE ACORDO NUNCA
      *                          SAO CONSOLIDADAS. NOVOS CONTADORES NA
      *                          PROVA LIDO X PROCESSADO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT REMBANC ASSIGN TO REMBANCJ
                  FILE STATUS   IS WS-FS-REM
           .
      *-----> CONTA FAMILIA - SO NA OPCAO CONSOLIDADA (VER V06)
           SELECT FAMCTA ASSIGN TO FAMCTAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-NUMERO-FC OF REG-FAMCTA
                  FILE STATUS   IS WS-FS-FAM
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           RECORDING MODE  F
           .
       01  REG-REMBANC            PIC X(60).
      *-----> CONTA FAMILIA (VER V06)
       FD  FAMCTA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FAMCTA.
           COPY FAMCTAC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-VAL-ENVIADO         PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-ENVIADO-E       PIC $$$.$$$.$$9,99.
           05  WS-DTSYS               PIC 9(06).
           05  WS-CTPONT              PIC 9(04) VALUE ZEROS.

      *-----> APOIO DO BOLETO CONSOLIDADO DA CONTA FAMILIA (VER V06):
      *       FILHOS DO FAMCTA EM TABELA (ATE 300), COM A IMAGEM DA
      *       COBRANCA ABERTA RETIDA NA VARREDURA DO MENSALU
       01  WS-AREA-FAMILIA.
           05  WS-FS-FAM              PIC X(02).
           05  WS-QTD-FAM             PIC 9(03) VALUE ZEROS.
           05  WS-FAM-SUB             PIC 9(03).
           05  WS-FIL-SUB             PIC 9(03).
           05  WS-TIT-SUB             PIC 9(03).
           05  WS-TITULAR             PIC 9(05).
           05  WS-QTD-RETIDO          PIC 9(02).
           05  WS-QTD-INCLUIDO        PIC 9(02).
           05  WS-SEQ-FAM             PIC 9(05).
           05  WS-VALOR-FAM           PIC 9(07)V99.
           05  WS-DT-VENC-FAM         PIC 9(08).
           05  WS-DT-PONT-FAM         PIC 9(08).
           05  WS-DESC-PONT-FAM       PIC 9(07)V99.
           05  WS-DESC-PONT-FIL       PIC 9(07)V99.
           05  WS-CTRETIDO            PIC 9(04) VALUE ZEROS.
           05  WS-CTCONSOL            PIC 9(04) VALUE ZEROS.
           05  WS-CTBOLFAM            PIC 9(04) VALUE ZEROS.
           05  WS-TAB-FAMILIA         OCCURS 300 TIMES.
               10  WS-TF-NUMERO       PIC 9(05).
               10  WS-TF-TITULAR      PIC 9(05).
               10  WS-TF-ORDEM        PIC 9(02).
               10  WS-TF-SW-RETIDO    PIC X(01).
                   88 FILHO-RETIDO        VALUE 'S'.
                   88 FILHO-REMETIDO      VALUE 'P'.
               10  WS-TF-IMAGEM       PIC X(70).

      *-----> DATA DA GERACAO (AAAAMMDD), CARIMBADA NO CABECALHO DA
      *       REMESSA E EM CADA LINHA DE CONTROLE DO REMCTL
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  WS-REMESSA-IN          PIC 9(04).
           05  WS-CONSOLIDA-IN        PIC X(01).
               88 CONSOLIDAR-FAMILIA      VALUE 'F'.
               88 CONSOLIDA-VALIDO        VALUE 'F' ' '.

      *-----> REGISTROS DA REMESSA (CABECALHO '0' / DETALHE '1' /
      *       RODAPE '9'), MONTADOS EM ZONADO ANTES DA GRAVACAO
       01  WS-REG-DETALHE-REM.
           05 FILLER              PIC X(01) VALUE '1'.
           05 WS-SEQ-DET-R        PIC 9(05).
           05 WS-NUMERO-R         PIC 9(05).
           05 WS-COMPET-R         PIC 9(06).
           05 WS-VALOR-R          PIC 9(07)V99.
           05 WS-DT-VENC-R        PIC 9(08).
      *-----> 'M' COBRANCA / 'A' PARCELA DE ACORDO (VER V03) /
      *       'F' BOLETO CONSOLIDADO DA FAMILIA (VER V06)
           05 WS-ORIGEM-R         PIC X(01).
      *-----> DESCONTO DE PONTUALIDADE: DATA LIMITE E VALOR A ABATER
      *       NO PAGAMENTO ATE ELA - ZEROS = SEM DESCONTO (VER V05)
           05 WS-DT-PONT-R        PIC 9(08).
           05 WS-DESC-PONT-R      PIC 9(07)V99.
           05 FILLER              PIC X(08) VALUE SPACES.

       01  WS-REG-TRAILER-REM.
           05 FILLER              PIC X(01) VALUE '9'.
           PERFORM 030-PROCESSAR UNTIL WS-FS-MEN = '10'
           PERFORM 035-VARRER-PARCELAS
               THRU 035-VARRER-PARCELAS-FIM
           IF WS-QTD-FAM > ZEROS
              PERFORM 038-CONSOLIDAR-FAMILIAS
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * COMPETENCIA : ' WS-COMPET-IN
           DISPLAY ' * REMESSA NR. : ' WS-REMESSA-IN
           DISPLAY ' * CONSOLIDA   : ' WS-CONSOLIDA-IN

           IF WS-COMPET-IN = ZEROS OR WS-REMESSA-IN = ZEROS
              OR NOT CONSOLIDA-VALIDO
              MOVE  'PARAMETRO DE REMESSA INVALIDO'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
              GO TO  999-ERRO
           END-IF

           IF CONSOLIDAR-FAMILIA
              PERFORM 015-CARREGAR-FAMCTA THRU 015-CARREGAR-FAMCTA-FIM
           END-IF

           PERFORM 020-GRAVAR-HEADER

           PERFORM 025-LER-MENSALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS FILHOS DO FAMCTA EM TABELA (VER V06). FAMCTA
      *    AUSENTE (FS='35') VALE COMO NENHUMA FAMILIA MONTADA;
      *    TABELA CHEIA COM FILHO AINDA POR LER ABORTA
      *--------------------------------------------------------------*
       015-CARREGAR-FAMCTA.

           OPEN INPUT FAMCTA
           IF WS-FS-FAM = '35'
              DISPLAY ' * FAMCTA AUSENTE - SEM BOLETO DE FAMILIA'
              GO TO 015-CARREGAR-FAMCTA-FIM
           END-IF
           IF WS-FS-FAM  NOT = '00'
              MOVE  'ERRO AO ABRIR O FAMCTA'  TO WS-MSG
              MOVE   WS-FS-FAM                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 016-LER-FAMCTA
           PERFORM 017-GUARDAR-FILHO
               UNTIL WS-FS-FAM = '10' OR WS-QTD-FAM = 300

           IF WS-FS-FAM  NOT = '10'
              MOVE  'FAMCTA COM FILHOS DEMAIS'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * FILHOS EM FAMILIA : ' WS-QTD-FAM

           CLOSE FAMCTA
           IF WS-FS-FAM  NOT = '00'
              MOVE  'ERRO AO FECHAR O FAMCTA'  TO WS-MSG
              MOVE   WS-FS-FAM                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       015-CARREGAR-FAMCTA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM FILHO DO FAMCTA
      *--------------------------------------------------------------*
       016-LER-FAMCTA.

           READ FAMCTA  NEXT RECORD
           IF WS-FS-FAM  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FAMCTA'  TO WS-MSG
              MOVE   WS-FS-FAM                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM FILHO NA TABELA
      *--------------------------------------------------------------*
       017-GUARDAR-FILHO.

           ADD 1  TO  WS-QTD-FAM
           MOVE WS-NUMERO-FC OF REG-FAMCTA
                               TO  WS-TF-NUMERO (WS-QTD-FAM)
           MOVE WS-TITULAR-FC OF REG-FAMCTA
                               TO  WS-TF-TITULAR (WS-QTD-FAM)
           MOVE WS-ORDEM-FC OF REG-FAMCTA
                               TO  WS-TF-ORDEM (WS-QTD-FAM)
           MOVE 'N'            TO  WS-TF-SW-RETIDO (WS-QTD-FAM)
           MOVE SPACES         TO  WS-TF-IMAGEM (WS-QTD-FAM)

           PERFORM 016-LER-FAMCTA
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CABECALHO DA REMESSA
      *--------------------------------------------------------------*
       020-GRAVAR-HEADER.

           IF MENS-ABERTA OF REG-MENSALU
              AND WS-COMPET-M OF REG-MENSALU = WS-COMPET-IN
      *       FILHO DE CONTA FAMILIA FICA RETIDO P/ O BOLETO
      *       CONSOLIDADO (VER V06)
              MOVE 1  TO  WS-FAM-SUB
              PERFORM 034-PROCURAR-FILHO
                  UNTIL WS-FAM-SUB > WS-QTD-FAM
                     OR WS-TF-NUMERO (WS-FAM-SUB) =
                        WS-NUMERO-M OF REG-MENSALU
              IF WS-FAM-SUB > WS-QTD-FAM
                 PERFORM 031-ENVIAR-COBRANCA
              ELSE
                 MOVE 'S'  TO  WS-TF-SW-RETIDO (WS-FAM-SUB)
                 MOVE REG-MENSALU  TO  WS-TF-IMAGEM (WS-FAM-SUB)
                 ADD 1  TO  WS-CTRETIDO
              END-IF
           ELSE
              ADD 1  TO  WS-CTFORA
           END-IF
                               TO  WS-DT-VENC-RC OF REG-REMCTL
           MOVE WS-DATA-GERACAO-N  TO  WS-DTGER-RC OF REG-REMCTL
           MOVE 'E'            TO  WS-SIT-RC OF REG-REMCTL
           MOVE ZEROS          TO  WS-TITULAR-RC OF REG-REMCTL

           WRITE REG-REMCTL
           IF WS-FS-CTL = '22'
           MOVE WS-VALOR-M OF REG-MENSALU    TO  WS-VALOR-R
           MOVE WS-DT-VENC-M OF REG-MENSALU  TO  WS-DT-VENC-R
           MOVE WS-SW-ORIGEM-REM             TO  WS-ORIGEM-R
           PERFORM 033-MONTAR-PONTUAL

           WRITE REG-REMBANC  FROM  WS-REG-DETALHE-REM
           IF WS-FS-REM  NOT = '00'
           END-IF
           .
      *--------------------------------------------------------------*
      *    DATA LIMITE E VALOR DO DESCONTO DE PONTUALIDADE CARIMBADOS
      *    NA GERACAO (VER V05). COBRANCA ANTERIOR AO DESCONTO (CAMPO
      *    NAO NUMERICO) OU SEM REGRA SEGUE COM ZEROS
      *--------------------------------------------------------------*
       033-MONTAR-PONTUAL.

           MOVE ZEROS  TO  WS-DT-PONT-R
           MOVE ZEROS  TO  WS-DESC-PONT-R

           IF WS-PCT-PONT-M OF REG-MENSALU NUMERIC
              AND WS-DT-PONT-M OF REG-MENSALU NUMERIC
              IF WS-PCT-PONT-M OF REG-MENSALU > ZEROS
                 MOVE WS-DT-PONT-M OF REG-MENSALU  TO  WS-DT-PONT-R
                 COMPUTE WS-DESC-PONT-R ROUNDED =
                         WS-VALOR-M OF REG-MENSALU
                         * WS-PCT-PONT-M OF REG-MENSALU / 100
                 ADD 1  TO  WS-CTPONT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE FILHOS EM FAMILIA
      *--------------------------------------------------------------*
       034-PROCURAR-FILHO.

           ADD 1  TO  WS-FAM-SUB
           .
      *--------------------------------------------------------------*
      *    VARRER AS PARCELAS DE ACORDO ABERTAS DO MENSACOR (VER
      *    V02): A PARCELA DA COMPETENCIA SEGUE NA MESMA REMESSA,
      *    COM A MESMA LINHA DE CONTROLE NO REMCTL
       036-REMETER-PARCELA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    EMITIR OS BOLETOS CONSOLIDADOS DAS FAMILIAS (VER V06): UMA
      *    PASSADA PELA TABELA, FAMILIA A FAMILIA, A PARTIR DO
      *    TITULAR (ORDEM 1)
      *--------------------------------------------------------------*
       038-CONSOLIDAR-FAMILIAS.

           MOVE 'M'  TO  WS-SW-ORIGEM-REM
           MOVE 1    TO  WS-FAM-SUB
           PERFORM 039-CONSOLIDAR-FAMILIA
               THRU 039-CONSOLIDAR-FAMILIA-FIM
               UNTIL WS-FAM-SUB > WS-QTD-FAM

      *    FILHO AINDA RETIDO (TITULAR FORA DA TABELA) SEGUE EM
      *    BOLETO PROPRIO
           MOVE 1  TO  WS-FIL-SUB
           PERFORM 044-ENVIAR-SOBRA
               UNTIL WS-FIL-SUB > WS-QTD-FAM
           .
      *--------------------------------------------------------------*
      *    CONSOLIDAR UMA FAMILIA: UM SO FILHO RETIDO, OU BOLETO DA
      *    FAMILIA JA REMETIDO NA COMPETENCIA (LINHA 'F' NO REMCTL),
      *    SEGUE EM BOLETOS PROPRIOS; SENAO, CADA FILHO RETIDO GANHA
      *    A LINHA 'M' COM O TITULAR E A FAMILIA UM UNICO DETALHE
      *--------------------------------------------------------------*
       039-CONSOLIDAR-FAMILIA.

           MOVE WS-FAM-SUB  TO  WS-TIT-SUB
           ADD 1  TO  WS-FAM-SUB
           IF WS-TF-ORDEM (WS-TIT-SUB) NOT = 1
              GO TO 039-CONSOLIDAR-FAMILIA-FIM
           END-IF
           MOVE WS-TF-NUMERO (WS-TIT-SUB)  TO  WS-TITULAR

           MOVE ZEROS  TO  WS-QTD-RETIDO
           MOVE 1      TO  WS-FIL-SUB
           PERFORM 040-CONTAR-RETIDO
               UNTIL WS-FIL-SUB > WS-QTD-FAM
           IF WS-QTD-RETIDO = ZEROS
              GO TO 039-CONSOLIDAR-FAMILIA-FIM
           END-IF

           IF WS-QTD-RETIDO > 1
              MOVE WS-TITULAR     TO  WS-NUMERO-RC OF REG-REMCTL
              MOVE WS-COMPET-IN   TO  WS-COMPET-RC OF REG-REMCTL
              MOVE 'F'            TO  WS-ORIGEM-RC OF REG-REMCTL
              READ REMCTL
              IF WS-FS-CTL NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO REMCTL'  TO WS-MSG
                 MOVE  WS-FS-CTL                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           IF WS-QTD-RETIDO = 1 OR WS-FS-CTL = '00'
              MOVE 1  TO  WS-FIL-SUB
              PERFORM 041-ENVIAR-AVULSO
                  UNTIL WS-FIL-SUB > WS-QTD-FAM
              GO TO 039-CONSOLIDAR-FAMILIA-FIM
           END-IF

           COMPUTE WS-SEQ-FAM = WS-SEQ-DET + 1
           MOVE ZEROS  TO  WS-QTD-INCLUIDO
                           WS-VALOR-FAM
                           WS-DT-VENC-FAM
                           WS-DT-PONT-FAM
                           WS-DESC-PONT-FAM
           MOVE 1  TO  WS-FIL-SUB
           PERFORM 042-INCLUIR-FILHO THRU 042-INCLUIR-FILHO-FIM
               UNTIL WS-FIL-SUB > WS-QTD-FAM

           IF WS-QTD-INCLUIDO > ZEROS
              PERFORM 043-GRAVAR-BOLETO-FAMILIA
           END-IF
           .
       039-CONSOLIDAR-FAMILIA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CONTAR OS FILHOS RETIDOS DO TITULAR CORRENTE
      *--------------------------------------------------------------*
       040-CONTAR-RETIDO.

           IF WS-TF-TITULAR (WS-FIL-SUB) = WS-TITULAR
              AND FILHO-RETIDO (WS-FIL-SUB)
              ADD 1  TO  WS-QTD-RETIDO
           END-IF
           ADD 1  TO  WS-FIL-SUB
           .
      *--------------------------------------------------------------*
      *    ENVIAR EM BOLETO PROPRIO A COBRANCA RETIDA DE UM FILHO DO
      *    TITULAR CORRENTE, PELO MESMO 031-ENVIAR-COBRANCA
      *--------------------------------------------------------------*
       041-ENVIAR-AVULSO.

           IF WS-TF-TITULAR (WS-FIL-SUB) = WS-TITULAR
              AND FILHO-RETIDO (WS-FIL-SUB)
              MOVE WS-TF-IMAGEM (WS-FIL-SUB)  TO  REG-MENSALU
              PERFORM 031-ENVIAR-COBRANCA
              SET FILHO-REMETIDO (WS-FIL-SUB)  TO  TRUE
           END-IF
           ADD 1  TO  WS-FIL-SUB
           .
      *--------------------------------------------------------------*
      *    INCLUIR NO BOLETO DA FAMILIA A COBRANCA RETIDA DE UM FILHO
      *    DO TITULAR CORRENTE: LINHA 'M' NO REMCTL COM O TITULAR E A
      *    SEQUENCIA DO DETALHE DA FAMILIA (FS='22' = COBRANCA JA
      *    REMETIDA EM BOLETO PROPRIO - SO CONTA)
      *--------------------------------------------------------------*
       042-INCLUIR-FILHO.

           IF WS-TF-TITULAR (WS-FIL-SUB) NOT = WS-TITULAR
              OR NOT FILHO-RETIDO (WS-FIL-SUB)
              ADD 1  TO  WS-FIL-SUB
              GO TO 042-INCLUIR-FILHO-FIM
           END-IF

           MOVE WS-TF-IMAGEM (WS-FIL-SUB)  TO  REG-MENSALU
           SET FILHO-REMETIDO (WS-FIL-SUB)  TO  TRUE
           ADD 1  TO  WS-FIL-SUB

           MOVE WS-NUMERO-M OF REG-MENSALU
                               TO  WS-NUMERO-RC OF REG-REMCTL
           MOVE WS-COMPET-M OF REG-MENSALU
                               TO  WS-COMPET-RC OF REG-REMCTL
           MOVE 'M'            TO  WS-ORIGEM-RC OF REG-REMCTL
           MOVE WS-REMESSA-IN  TO  WS-REMESSA-RC OF REG-REMCTL
           MOVE WS-SEQ-FAM     TO  WS-SEQ-RC OF REG-REMCTL
           MOVE WS-VALOR-M OF REG-MENSALU
                               TO  WS-VALOR-RC OF REG-REMCTL
           MOVE WS-DT-VENC-M OF REG-MENSALU
                               TO  WS-DT-VENC-RC OF REG-REMCTL
           MOVE WS-DATA-GERACAO-N  TO  WS-DTGER-RC OF REG-REMCTL
           MOVE 'E'            TO  WS-SIT-RC OF REG-REMCTL
           MOVE WS-TITULAR     TO  WS-TITULAR-RC OF REG-REMCTL

           WRITE REG-REMCTL
           IF WS-FS-CTL = '22'
              ADD 1  TO  WS-CTJAENV
              GO TO 042-INCLUIR-FILHO-FIM
           END-IF
           IF WS-FS-CTL NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO REMCTL'  TO WS-MSG
              MOVE  WS-FS-CTL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-QTD-INCLUIDO
           ADD 1  TO  WS-CTCONSOL
           ADD WS-VALOR-M OF REG-MENSALU  TO  WS-VALOR-FAM
           IF WS-DT-VENC-FAM = ZEROS
              OR WS-DT-VENC-M OF REG-MENSALU < WS-DT-VENC-FAM
              MOVE WS-DT-VENC-M OF REG-MENSALU  TO  WS-DT-VENC-FAM
           END-IF

      *    DESCONTO DE PONTUALIDADE DO FILHO, COMO NO 033
           IF WS-PCT-PONT-M OF REG-MENSALU NUMERIC
              AND WS-DT-PONT-M OF REG-MENSALU NUMERIC
              IF WS-PCT-PONT-M OF REG-MENSALU > ZEROS
                 COMPUTE WS-DESC-PONT-FIL ROUNDED =
                         WS-VALOR-M OF REG-MENSALU
                         * WS-PCT-PONT-M OF REG-MENSALU / 100
                 ADD WS-DESC-PONT-FIL  TO  WS-DESC-PONT-FAM
                 IF WS-DT-PONT-FAM = ZEROS
                    OR WS-DT-PONT-M OF REG-MENSALU < WS-DT-PONT-FAM
                    MOVE WS-DT-PONT-M OF REG-MENSALU
                                     TO  WS-DT-PONT-FAM
                 END-IF
              END-IF
           END-IF
           .
       042-INCLUIR-FILHO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA 'F' DO TITULAR NO REMCTL E O DETALHE
      *    CONSOLIDADO DA FAMILIA NO REMBANC
      *--------------------------------------------------------------*
       043-GRAVAR-BOLETO-FAMILIA.

           MOVE WS-TITULAR     TO  WS-NUMERO-RC OF REG-REMCTL
           MOVE WS-COMPET-IN   TO  WS-COMPET-RC OF REG-REMCTL
           MOVE 'F'            TO  WS-ORIGEM-RC OF REG-REMCTL
           MOVE WS-REMESSA-IN  TO  WS-REMESSA-RC OF REG-REMCTL
           MOVE WS-SEQ-FAM     TO  WS-SEQ-RC OF REG-REMCTL
           MOVE WS-VALOR-FAM   TO  WS-VALOR-RC OF REG-REMCTL
           MOVE WS-DT-VENC-FAM TO  WS-DT-VENC-RC OF REG-REMCTL
           MOVE WS-DATA-GERACAO-N  TO  WS-DTGER-RC OF REG-REMCTL
           MOVE 'E'            TO  WS-SIT-RC OF REG-REMCTL
           MOVE WS-TITULAR     TO  WS-TITULAR-RC OF REG-REMCTL

           WRITE REG-REMCTL
           IF WS-FS-CTL NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO REMCTL'  TO WS-MSG
              MOVE  WS-FS-CTL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-SEQ-DET
           MOVE WS-SEQ-DET        TO  WS-SEQ-DET-R
           MOVE WS-TITULAR        TO  WS-NUMERO-R
           MOVE WS-COMPET-IN      TO  WS-COMPET-R
           MOVE WS-VALOR-FAM      TO  WS-VALOR-R
           MOVE WS-DT-VENC-FAM    TO  WS-DT-VENC-R
           MOVE 'F'               TO  WS-ORIGEM-R
           MOVE WS-DT-PONT-FAM    TO  WS-DT-PONT-R
           MOVE WS-DESC-PONT-FAM  TO  WS-DESC-PONT-R

           WRITE REG-REMBANC  FROM  WS-REG-DETALHE-REM
           IF WS-FS-REM  NOT = '00'
              MOVE  'ERRO NO DETALHE DO REMBANC'  TO WS-MSG
              MOVE   WS-FS-REM                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1  TO  WS-CTBOLFAM
           ADD WS-VALOR-FAM  TO  WS-VAL-ENVIADO
           IF WS-DESC-PONT-FAM > ZEROS
              ADD 1  TO  WS-CTPONT
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR EM BOLETO PROPRIO A COBRANCA QUE SOBROU RETIDA
      *--------------------------------------------------------------*
       044-ENVIAR-SOBRA.

           IF FILHO-RETIDO (WS-FIL-SUB)
              MOVE WS-TF-IMAGEM (WS-FIL-SUB)  TO  REG-MENSALU
              PERFORM 031-ENVIAR-COBRANCA
              SET FILHO-REMETIDO (WS-FIL-SUB)  TO  TRUE
           END-IF
           ADD 1  TO  WS-FIL-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           COMPUTE WS-QTD-T = WS-CTENV + WS-CTBOLFAM
           MOVE WS-VAL-ENVIADO TO  WS-VALOR-T
           WRITE REG-REMBANC  FROM  WS-REG-TRAILER-REM
           IF WS-FS-REM  NOT = '00'
           DISPLAY ' * DETALHES ENVIADOS - REMBANC  = ' WS-CTENV
           DISPLAY ' * PARCELAS DE ACORDO REMETIDAS = ' WS-CTPARC
           DISPLAY ' * COBRANCAS JA REMETIDAS       = ' WS-CTJAENV
           DISPLAY ' * RETIDAS P/ BOLETO DE FAMILIA = ' WS-CTRETIDO
           DISPLAY ' * CONSOLIDADAS EM FAMILIA      = ' WS-CTCONSOL
           DISPLAY ' * BOLETOS DE FAMILIA - REMBANC = ' WS-CTBOLFAM
           DISPLAY ' * DETALHES COM DESC. PONTUAL   = ' WS-CTPONT
           DISPLAY ' * FORA DA COMPETENCIA/BAIXADAS = ' WS-CTFORA
           DISPLAY ' * PARCELAS LIDAS    - MENSACOR = '
                   WS-CTLIDO-ACO
           DISPLAY ' *========================================*'

      *-----> A PROVA COBRE AS DUAS ENTRADAS: COBRANCAS DO MENSALU
      *       E PARCELAS DO MENSACOR (VER V03); A COBRANCA RETIDA
      *       DE FILHO SAI ENVIADA, JA REMETIDA OU CONSOLIDADA
      *       (VER V06)
           COMPUTE WS-CTPROC = WS-CTENV + WS-CTJAENV + WS-CTFORA
                   + WS-CTFORA-ACO + WS-CTCONSOL
           IF WS-CTLIDO + WS-CTLIDO-ACO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
