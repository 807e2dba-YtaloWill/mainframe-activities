      *                          O PAGAMENTO PARCIAL DEIXA A
      *                          COBRANCA ABERTA E O VALOR CHEIO
      *                          SUPERESTIMAVA O RELINA
      *  V06    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): COLUNA DA
      *                          MATRICULA NAS LINHAS DE INADIMPLENCIA
      *                          E DE ACORDO QUEBRADO (MESMA LARGURA)
      *  V07    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): COLUNA U
      *                          (UNIDADE DA COBRANCA, WS-UNIDADE-M,
      *                          ESPACO = SEDE) NA LINHA DO TITULO
      *                          VENCIDO E NA DO ACORDO QUEBRADO
      *                          (UNIDADE DA 1A PARCELA ACHADA NO
      *                          MENSACOR) E RODAPE QUEBRADO POR
      *                          UNIDADE (FAIXAS DE ATRASO DE CADA
      *                          UNIDADE DA UNIDTAB) ANTES DO TOTAL
      *                          CONSOLIDADO. O RECEBIVEL DE EMPRESA
      *                          (CONVFAT) NAO TEM UNIDADE E SEGUE SO
      *                          NO CONSOLIDADO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               10  WS-FAIXA-QTD       PIC 9(04).
               10  WS-FAIXA-VALOR     PIC 9(09)V99.

      *-----> TABELA DAS UNIDADES (NOME NOS TOTAIS POR UNIDADE)
           COPY UNIDTAB.

      *-----> FAIXAS DE ATRASO POR UNIDADE (QUEBRA DO RODAPE - VER
      *       V07), NA ORDEM DA TABELA UNIDTAB
       01  WS-TAB-FX-UNID                         VALUE ZEROS.
           05  WS-FXU-OCOR            OCCURS 9 TIMES.
               10  WS-FXU-TQTD        PIC 9(04).
               10  WS-FXU-TVALOR      PIC 9(09)V99.
               10  WS-FXU-FAIXA       OCCURS 4 TIMES.
                   15  WS-FXU-QTD     PIC 9(04).
                   15  WS-FXU-VALOR   PIC 9(09)V99.
       01  WS-AREA-UNID.
           05  WS-UNID-COBR           PIC X(01).
           05  WS-UNID-SUB            PIC 9(02).
           05  WS-VLR-UNID            PIC 9(09)V99.

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
              '           VALOR '.
           05 FILLER                PIC X(07) VALUE 'ATRASO '.
           05 FILLER                PIC X(06) VALUE 'FAIXA '.
           05 FILLER                PIC X(02) VALUE ' U'.
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-REG-RELINA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-COMPET-R         PIC 9(06).
           05 WS-ATRASO-R         PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FAIXA-R          PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-UNID-R           PIC X(01).
           05 FILLER              PIC X(13) VALUE SPACES.

      *-----> LINHA DO ACORDO QUEBRADO, ENVELHECIDO COMO ITEM UNICO
      *       (VER V02)
           05 FILLER              PIC X(07) VALUE 'ACORDO '.
           05 WS-ACORDO-R         PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-AR        PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-AR          PIC X(20).
           05 FILLER              PIC X(07) VALUE ' SALDO '.
           05 WS-SALDO-AR         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FAIXA-AR         PIC X(06).
           05 FILLER              PIC X(10) VALUE ' QUEBRADO '.
           05 FILLER              PIC X(02) VALUE 'U '.
           05 WS-UNID-AR          PIC X(01).
           05 FILLER              PIC X(05) VALUE SPACES.

      *-----> LINHA DE HISTORICO DE UMA PARCELA DO ACORDO QUEBRADO
       01  WS-REG-PARC-R.
           05 WS-TOTFX-VALOR      PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(35) VALUE SPACES.

      *-----> TITULOS DOS BLOCOS DO RODAPE (VER V07)
       01  WS-REG-TIT-TOT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TIT-TOT          PIC X(30).
           05 FILLER              PIC X(62) VALUE SPACES.

      *-----> LINHA DE TOTAL DE UMA UNIDADE, SEGUIDA DAS SUAS FAIXAS
      *       (VER V07)
       01  WS-REG-UNIDADE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'UNIDADE '.
           05 WS-UNID-COD-T       PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UNID-NOME-T      PIC X(20).
           05 FILLER              PIC X(09) VALUE ' TITULOS:'.
           05 WS-TU-QTD-T         PIC ZZZ9.
           05 FILLER              PIC X(08) VALUE ' VALOR: '.
           05 WS-TU-VALOR-T       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(27) VALUE SPACES.

       01  WS-HIFEN               PIC X(94)       VALUE ALL '-'.

      *-----> ROTULOS DAS FAIXAS DE ATRASO
                                              (WS-FAIXA-SUB)
           ADD WS-VLR-RESIDUO             TO  WS-FAIXA-VALOR
                                              (WS-FAIXA-SUB)

           MOVE WS-UNIDADE-M OF REG-MENSALU  TO  WS-UNID-COBR
           MOVE WS-VLR-RESIDUO               TO  WS-VLR-UNID
           PERFORM 035-ACUMULAR-UNIDADE
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O TITULO NA FAIXA DA SUA UNIDADE (VER V07) -
      *    ESPACO E A SEDE; UNIDADE FORA DA TABELA UNIDTAB FICA SO
      *    NO CONSOLIDADO
      *--------------------------------------------------------------*
       035-ACUMULAR-UNIDADE.

           IF WS-UNID-COBR = SPACE
              MOVE '1'  TO  WS-UNID-COBR
           END-IF

           MOVE 1  TO  WS-UNID-SUB
           PERFORM 038-PROCURAR-UNIDADE
               UNTIL WS-UNID-SUB > WS-QTD-UNID
                  OR WS-UNID-COD (WS-UNID-SUB) = WS-UNID-COBR

           IF WS-UNID-SUB > WS-QTD-UNID
              DISPLAY ' * UNIDADE ' WS-UNID-COBR ' FORA DA UNIDTAB'
           ELSE
              ADD 1            TO  WS-FXU-TQTD  (WS-UNID-SUB)
              ADD WS-VLR-UNID  TO  WS-FXU-TVALOR (WS-UNID-SUB)
              ADD 1            TO  WS-FXU-QTD
                                   (WS-UNID-SUB WS-FAIXA-SUB)
              ADD WS-VLR-UNID  TO  WS-FXU-VALOR
                                   (WS-UNID-SUB WS-FAIXA-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA OCORRENCIA NA PROCURA DA UNIDADE NA UNIDTAB
      *--------------------------------------------------------------*
       038-PROCURAR-UNIDADE.

           ADD 1  TO  WS-UNID-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM TITULO VENCIDO, COM O NOME DO
           MOVE WS-VLR-RESIDUO               TO  WS-VALOR-R
           MOVE WS-DIAS-ATRASO               TO  WS-ATRASO-R
           MOVE WS-ROTULO-FAIXA (WS-FAIXA-SUB)  TO  WS-FAIXA-R
           MOVE WS-UNID-COBR                 TO  WS-UNID-R

           IF WS-CTLIN > 8
              PERFORM 040-IMPCAB
           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UM BLOCO DO RODAPE (VER V07)
      *--------------------------------------------------------------*
       042-IMPTITULO.

           WRITE REG-RELINA FROM WS-REG-TIT-TOT
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TITULO-TOTAL' TO WS-MSG
              MOVE WS-FS-REL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TOTAL DE UMA UNIDADE DA UNIDTAB E AS SUAS
      *    FAIXAS DE ATRASO
      *--------------------------------------------------------------*
       043-IMPUNIDADE.

           MOVE WS-UNID-COD (WS-UNID-SUB)    TO  WS-UNID-COD-T
           MOVE WS-UNID-NOME (WS-UNID-SUB)   TO  WS-UNID-NOME-T
           MOVE WS-FXU-TQTD (WS-UNID-SUB)    TO  WS-TU-QTD-T
           MOVE WS-FXU-TVALOR (WS-UNID-SUB)  TO  WS-TU-VALOR-T

           WRITE REG-RELINA FROM WS-REG-UNIDADE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TOTAL-UNIDADE' TO WS-MSG
              MOVE WS-FS-REL                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 1  TO  WS-FAIXA-SUB
           PERFORM 044-IMPRIME-FX-UNID
               UNTIL WS-FAIXA-SUB > 4

           ADD 1  TO  WS-UNID-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TOTAL DE UMA FAIXA DE ATRASO DA UNIDADE
      *--------------------------------------------------------------*
       044-IMPRIME-FX-UNID.

           MOVE WS-ROTULO-FAIXA (WS-FAIXA-SUB)  TO  WS-TOTFX-FAIXA
           MOVE WS-FXU-QTD (WS-UNID-SUB WS-FAIXA-SUB)
                                                TO  WS-TOTFX-QTD
           MOVE WS-FXU-VALOR (WS-UNID-SUB WS-FAIXA-SUB)
                                                TO  WS-TOTFX-VALOR

           WRITE REG-RELINA  FROM  WS-REG-TOTFX
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO TOTAL-FAIXA'  TO  WS-MSG
              MOVE WS-FS-REL                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-FAIXA-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS POR FAIXA DE ATRASO
      *--------------------------------------------------------------*
       045-IMPTRAILER.
              GO TO 999-ERRO
           END-IF

      *-----> QUEBRA POR UNIDADE E, EM SEGUIDA, O CONSOLIDADO DA
      *       EXECUCAO; O RECEBIVEL DE EMPRESA NAO TEM UNIDADE E SAI
      *       SO NO CONSOLIDADO (VER V07)
           MOVE 'TOTAIS POR UNIDADE'  TO  WS-TIT-TOT
           PERFORM 042-IMPTITULO
           MOVE 1  TO  WS-UNID-SUB
           PERFORM 043-IMPUNIDADE
               UNTIL WS-UNID-SUB > WS-QTD-UNID
           MOVE 'TOTAL CONSOLIDADO'   TO  WS-TIT-TOT
           PERFORM 042-IMPTITULO

           MOVE 1  TO  WS-FAIXA-SUB
           PERFORM 046-IMPRIME-FAIXA
               UNTIL WS-FAIXA-SUB > 4
           ADD 1  TO  WS-CTACORDO
           MOVE ZEROS         TO  WS-SALDO-ACORDO
           MOVE 99999999      TO  WS-VENC-MAIS-ANTIGO
           MOVE SPACE         TO  WS-UNID-COBR
           SET ACORDO-EM-DIA  TO  TRUE

           MOVE WS-COMPET-PARC1-A OF REG-ACORDOM  TO  WS-COMPET-TRAB
                 MOVE  WS-FS-ACP                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
      *-----> A UNIDADE DO ACORDO E A DA 1A PARCELA ACHADA (O
      *       CGPRG084 GRAVA TODAS COM A MESMA - VER V07)
                 IF WS-UNID-COBR = SPACE
                    MOVE WS-UNIDADE-M OF REG-MENSACOR
                         TO  WS-UNID-COBR
                 END-IF
                 IF MENS-ABERTA OF REG-MENSACOR
                    COMPUTE WS-SALDO-ACORDO = WS-SALDO-ACORDO
                          + WS-VALOR-M OF REG-MENSACOR

           ADD 1                TO  WS-FAIXA-QTD   (WS-FAIXA-SUB)
           ADD WS-SALDO-ACORDO  TO  WS-FAIXA-VALOR (WS-FAIXA-SUB)

           MOVE WS-SALDO-ACORDO  TO  WS-VLR-UNID
           PERFORM 035-ACUMULAR-UNIDADE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DO ACORDO QUEBRADO, COM O NOME DO ALUNO
           MOVE WS-SALDO-ACORDO              TO  WS-SALDO-AR
           MOVE WS-DIAS-ATRASO               TO  WS-ATRASO-AR
           MOVE WS-ROTULO-FAIXA (WS-FAIXA-SUB)  TO  WS-FAIXA-AR
           MOVE WS-UNID-COBR                 TO  WS-UNID-AR

           IF WS-CTLIN > 8
              PERFORM 040-IMPCAB
