      *           CGPRG030 (BOLSALU) E COBRADO PELO LIQUIDO (BRUTO
      *           DO CARTAO MENOS O PERCENTUAL DA BOLSA), COM
      *           BRUTO/DESCONTO GRAVADOS NO REGISTRO E O RESUMO DA
      *           RECEITA RENUNCIADA POR CURSO NO FINAL.
      *           DESDE A V13, CADA COBRANCA LEVA A REGRA DE DESCONTO
      *           DE PONTUALIDADE DO CURSO/COMPETENCIA (DESCPON),
      *           CONCEDIDO NA BAIXA PELO CGPRG023/CG87.
      *           DESDE A V14, O FILHO DE ORDEM 2 EM DIANTE NA CONTA
      *           FAMILIA (FAMCTA, MONTADO PELO CGPRG176) TEM O
      *           DESCONTO DE IRMAOS DO ARQUIVO DESCIRM SOBRE A PARTE
      *           DA FAMILIA.
      *           DESDE A V15, O ALUNO COM FINANCIAMENTO FIES/PROUNI
      *           (FINALU) TEM A PARTE DO GOVERNO LANCADA NO
      *           RECEBIVEL FINREC, CONCILIADO PELO CGPRG178 CONTRA O
      *           REPASSE MENSAL; O MENSALU FICA COM A PARTE DO ALUNO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          RELOGIO: A NOITE QUE VIRA A MEIA-
      *                          NOITE NAO SE PARTE EM DUAS DATAS
      *                          NO CONFRONTO DE SLA DO CGPRG140
      *  V10    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          BOLSALU (MESMOS 3 BYTES) E DA TABELA
      *                          DE BOLSAS EM MEMORIA
      *  V11    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): A COBRANCA
      *                          E GERADA NA UNIDADE DO ALUNO
      *                          (WS-UNIDADE-S -> WS-UNIDADE-M, ESPACO
      *                          = SEDE), BASE DA QUEBRA POR UNIDADE
      *                          DO RELINA E DO BALCAO CG87
      *  V12    OUT/2026 010202  CONTABILIZACAO: CADA COBRANCA GERADA
      *                          ENFILEIRA NO CTBFILA O EVENTO FAT
      *                          (PARTE DA FAMILIA) E, COM CONVENIO, O
      *                          FCV (PARTE DA EMPRESA), NA DATA DA
      *                          GERACAO, PARA O CGPRG172
      *  V13    OUT/2026 010204  DESCONTO DE PONTUALIDADE: A REGRA DO
      *                          CURSO/COMPETENCIA NA TABELA DESCPON
      *                          (CGPRG174) E CARIMBADA EM CADA
      *                          COBRANCA GERADA - PERCENTUAL E DATA
      *                          LIMITE EM WS-PCT-PONT-M/WS-DT-PONT-M
      *                          (MENSALU 55 P/ 70 BYTES - VER
      *                          MENSALUC). DESCPON AUSENTE = SEM
      *                          DESCONTO. TOTAIS DE CONTROLE COM O
      *                          DESCONTO OFERECIDO E O VALOR A
      *                          RECEBER COM O DESCONTO
      *  V14    OUT/2026 010206  DESCONTO DE IRMAOS: O ALUNO QUE E O
      *                          SEGUNDO FILHO EM DIANTE NA CONTA
      *                          FAMILIA (FAMCTA - CGPRG176) TEM O
      *                          PERCENTUAL DA SUA ORDEM NO ARQUIVO DE
      *                          REGRAS DESCIRM (COPY DESCIRMC)
      *                          ABATIDO DA PARTE DA FAMILIA, DEPOIS
      *                          DA BOLSA E DO CONVENIO E ANTES DO
      *                          DESCONTO DE PONTUALIDADE; PERCENTUAL
      *                          CARIMBADO EM WS-PCT-IRMAO-M (VER
      *                          MENSALUC). FAMCTA OU DESCIRM AUSENTE
      *                          = SEM DESCONTO. TOTAIS DE CONTROLE
      *                          COM O DESCONTO DE IRMAOS CONCEDIDO
      *  V15    OUT/2026 010207  FINANCIAMENTO PUBLICO (FIES/PROUNI):
      *                          ALUNO COM FINANCIAMENTO ATIVO E
      *                          VIGENTE NA COMPETENCIA NO CADASTRO
      *                          FINALU (COPY FINALUC, MANTIDO PELO
      *                          CGPRG177) TEM O PERCENTUAL DO GOVERNO
      *                          ABATIDO DO LIQUIDO (DEPOIS DA BOLSA E
      *                          ANTES DO CONVENIO) E LANCADO COMO
      *                          PARCELA DO RECEBIVEL FINREC (COPY
      *                          FINRECC), COM O EVENTO FGV NO
      *                          CTBFILA; O MENSALU FICA SO COM A
      *                          PARTE DO ALUNO. FINALU AUSENTE
      *                          (FS='35') VALE COMO SEM
      *                          FINANCIAMENTOS. TOTAIS DE CONTROLE
      *                          COM A PARTE DO GOVERNO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT TIMESTAT ASSIGN TO TIMESTAJ
                  FILE STATUS   IS WS-FS-TST
           .
      *-----> REGRAS DE DESCONTO DE PONTUALIDADE (VER V13)
           SELECT DESCPON ASSIGN TO DESCPONJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-DP OF REG-DESCPON
                  FILE STATUS   IS WS-FS-DPN
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V12)
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
      *-----> CONTA FAMILIA E REGRAS DO DESCONTO DE IRMAOS (VER V14)
           SELECT FAMCTA ASSIGN TO FAMCTAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-FC OF REG-FAMCTA
                  FILE STATUS   IS WS-FS-FAM
           .
           SELECT DESCIRM ASSIGN TO DESCIRMJ
                  FILE STATUS   IS WS-FS-DIR
           .
      *-----> FINANCIAMENTO FIES/PROUNI E RECEBIVEL DO GOVERNO (V15)
           SELECT FINALU ASSIGN TO FINALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-FI OF REG-FINALU
                  FILE STATUS   IS WS-FS-FIN
           .
           SELECT FINREC ASSIGN TO FINRECJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FR OF REG-FINREC
                  FILE STATUS   IS WS-FS-FRC
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           RECORDING MODE  F
           .
       01  REG-BOLSALU.
           05 WS-NUMERO-B         PIC 9(05)      COMP-3.
           05 WS-CURSO-B          PIC X(12).
           05 WS-MEDIA-B          PIC 9(02)V99   COMP-3.
           05 WS-PERCENT-B        PIC 9(03)      COMP-3.
           .
       01  REG-TIMESTAT.
           COPY TIMESTAC.
      *-----> REGRAS DE DESCONTO DE PONTUALIDADE (VER V13)
       FD  DESCPON
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DESCPON.
           COPY DESCPONC.
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V12)
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
      *-----> CONTA FAMILIA E REGRAS DO DESCONTO DE IRMAOS (VER V14)
       FD  FAMCTA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FAMCTA.
           COPY FAMCTAC.
       FD  DESCIRM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DESCIRM.
           COPY DESCIRMC.
      *-----> FINANCIAMENTO FIES/PROUNI E RECEBIVEL DO GOVERNO (V15)
       FD  FINALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FINALU.
           COPY FINALUC.
       FD  FINREC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FINREC.
           COPY FINRECC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
      *       010-INICIAR - ATE 200 BOLSISTAS POR PERIODO (VER V04)
       01  WS-TAB-BOLSA.
           05  WS-BOLSA-OCOR          OCCURS 200 TIMES.
               10  WS-TB-NUMERO       PIC 9(05).
               10  WS-TB-PERCENT      PIC 9(03).

      *-----> RESUMO DA RECEITA RENUNCIADA POR CURSO (VER V04)
           05  WS-SEG-FIM             PIC 9(07).
           05  WS-SEG-ELAPSE          PIC S9(07).

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE (VER V12)
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-EVENTO-CTB          PIC X(03).
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

      *-----> APOIO DO DESCONTO DE PONTUALIDADE (VER V13)
       01  WS-AREA-PONTUALIDADE.
           05  WS-FS-DPN              PIC X(02).
           05  WS-SW-DESCPON          PIC X(01) VALUE 'N'.
               88 DESCPON-ABERTO          VALUE 'S'.
               88 DESCPON-AUSENTE         VALUE 'N'.
           05  WS-SW-REGRA-DP         PIC X(01).
               88 REGRA-DP-ACHADA         VALUE 'S'.
               88 REGRA-DP-NAO-ACHADA     VALUE 'N'.
           05  WS-PCT-PONT            PIC 9(02)V99.
           05  WS-DT-PONT             PIC 9(08).
           05  FILLER  REDEFINES  WS-DT-PONT.
               10  WS-DT-PONT-AAAAMM  PIC 9(06).
               10  WS-DT-PONT-DD      PIC 9(02).
           05  WS-VLR-PONT            PIC 9(07)V99.
           05  WS-CTPONT              PIC 9(04) VALUE ZEROS.
           05  WS-VAL-PONT            PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-PONT-E          PIC $$$.$$$.$$9,99.
           05  WS-VAL-COM-PONT        PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-COM-PONT-E      PIC $$$.$$$.$$9,99.

      *-----> APOIO DO DESCONTO DE IRMAOS (VER V14). PERCENTUAL POR
      *       ORDEM DO FILHO NA FAMILIA (1 A 9); ORDEM SEM LINHA NO
      *       DESCIRM HERDA A ANTERIOR
       01  WS-AREA-IRMAOS.
           05  WS-FS-FAM              PIC X(02).
           05  WS-FS-DIR              PIC X(02).
           05  WS-SW-FAMCTA           PIC X(01) VALUE 'N'.
               88 FAMCTA-ABERTO           VALUE 'S'.
               88 FAMCTA-AUSENTE          VALUE 'N'.
           05  WS-ORDEM-SUB           PIC 9(02).
           05  WS-QTD-DESCIRM         PIC 9(02) VALUE ZEROS.
           05  WS-PCT-IRMAO           PIC 9(03).
           05  WS-VLR-IRMAO           PIC 9(07)V99.
           05  WS-CTIRMAO             PIC 9(04) VALUE ZEROS.
           05  WS-VAL-IRMAO           PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-IRMAO-E         PIC $$$.$$$.$$9,99.
           05  WS-TAB-IRMAO           OCCURS 9 TIMES.
               10  WS-TI-PCT          PIC 9(03).
               10  WS-TI-INFORMADO    PIC X(01).

      *-----> APOIO DO FINANCIAMENTO FIES/PROUNI (VER V15)
       01  WS-AREA-FINANCIAMENTO.
           05  WS-FS-FIN              PIC X(02).
           05  WS-FS-FRC              PIC X(02).
           05  WS-SW-FINALU           PIC X(01) VALUE 'N'.
               88 FINALU-ABERTO           VALUE 'S'.
               88 FINALU-AUSENTE          VALUE 'N'.
           05  WS-VLR-GOVERNO         PIC 9(07)V99.
           05  WS-CTFINANC            PIC 9(04) VALUE ZEROS.
           05  WS-CTJAFINREC          PIC 9(04) VALUE ZEROS.
           05  WS-VAL-GOVERNO         PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-GOVERNO-E       PIC $$$.$$$.$$9,99.

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

           PERFORM 018-CARREGAR-BOLSAS THRU 018-CARREGAR-FIM

           PERFORM 020-ABRIR-CONVENIOS THRU 020-ABRIR-FIM

           PERFORM 021-ABRIR-DESCPON THRU 021-ABRIR-DESCPON-FIM

           PERFORM 022-ABRIR-FAMCTA THRU 022-ABRIR-FAMCTA-FIM

           PERFORM 023-CARREGAR-DESCIRM THRU 023-CARREGAR-DESCIRM-FIM

           PERFORM 026-ABRIR-FINANC THRU 026-ABRIR-FINANC-FIM

           PERFORM 025-LER-CADALU

           IF WS-FS-ALU = '10'
       020-ABRIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ABRIR A TABELA DE DESCONTO DE PONTUALIDADE (VER V13).
      *    DESCPON AUSENTE (FS='35') VALE COMO COMPETENCIA SEM
      *    DESCONTO
      *--------------------------------------------------------------*
       021-ABRIR-DESCPON.

           OPEN INPUT DESCPON
           IF WS-FS-DPN = '35'
              DISPLAY ' * DESCPON AUSENTE - SEM DESCONTO PONTUAL'
              GO TO 021-ABRIR-DESCPON-FIM
           END-IF
           IF WS-FS-DPN  NOT = '00'
              MOVE  'ERRO AO ABRIR O DESCPON'  TO WS-MSG
              MOVE   WS-FS-DPN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           SET DESCPON-ABERTO  TO  TRUE
           .
       021-ABRIR-DESCPON-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ABRIR A CONTA FAMILIA (VER V14). FAMCTA AUSENTE (FS='35')
      *    VALE COMO NENHUMA FAMILIA MONTADA
      *--------------------------------------------------------------*
       022-ABRIR-FAMCTA.

           OPEN INPUT FAMCTA
           IF WS-FS-FAM = '35'
              DISPLAY ' * FAMCTA AUSENTE - SEM DESCONTO DE IRMAOS'
              GO TO 022-ABRIR-FAMCTA-FIM
           END-IF
           IF WS-FS-FAM  NOT = '00'
              MOVE  'ERRO AO ABRIR O FAMCTA'  TO WS-MSG
              MOVE   WS-FS-FAM                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           SET FAMCTA-ABERTO  TO  TRUE
           .
       022-ABRIR-FAMCTA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE FINANCIAMENTO FIES/PROUNI E O
      *    RECEBIVEL DO GOVERNO (VER V15). FINALU AUSENTE (FS='35')
      *    VALE COMO NENHUM ALUNO FINANCIADO
      *--------------------------------------------------------------*
       026-ABRIR-FINANC.

           OPEN INPUT FINALU
           IF WS-FS-FIN = '35'
              DISPLAY ' * FINALU AUSENTE - SEM FINANCIAMENTOS'
              GO TO 026-ABRIR-FINANC-FIM
           END-IF
           IF WS-FS-FIN  NOT = '00'
              MOVE  'ERRO AO ABRIR O FINALU'  TO WS-MSG
              MOVE   WS-FS-FIN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O FINREC
           IF WS-FS-FRC = '35'
              OPEN OUTPUT FINREC
           END-IF
           IF WS-FS-FRC  NOT = '00'
              MOVE  'ERRO AO ABRIR O FINREC'  TO WS-MSG
              MOVE   WS-FS-FRC                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           SET FINALU-ABERTO  TO  TRUE
           .
       026-ABRIR-FINANC-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGAR AS REGRAS DO DESCONTO DE IRMAOS (VER V14): UM
      *    PERCENTUAL POR ORDEM DO FILHO; A ORDEM 1 (TITULAR) PAGA
      *    CHEIO E A ORDEM SEM LINHA HERDA A ANTERIOR. DESCIRM
      *    AUSENTE (FS='35') VALE COMO SEM DESCONTO; LINHA COM ORDEM
      *    OU PERCENTUAL INVALIDO ABORTA
      *--------------------------------------------------------------*
       023-CARREGAR-DESCIRM.

           MOVE 1  TO  WS-ORDEM-SUB
           PERFORM 024-ZERAR-IRMAO
               UNTIL WS-ORDEM-SUB > 9

           OPEN INPUT DESCIRM
           IF WS-FS-DIR = '35'
              DISPLAY ' * DESCIRM AUSENTE - SEM DESCONTO DE IRMAOS'
              GO TO 023-CARREGAR-DESCIRM-FIM
           END-IF
           IF WS-FS-DIR  NOT = '00'
              MOVE  'ERRO AO ABRIR O DESCIRM'  TO WS-MSG
              MOVE   WS-FS-DIR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 024-LER-DESCIRM
           PERFORM 024-GUARDAR-IRMAO
               UNTIL WS-FS-DIR = '10'

           CLOSE DESCIRM
           IF WS-FS-DIR  NOT = '00'
              MOVE  'ERRO AO FECHAR O DESCIRM'  TO WS-MSG
              MOVE   WS-FS-DIR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 2  TO  WS-ORDEM-SUB
           PERFORM 024-HERDAR-IRMAO
               UNTIL WS-ORDEM-SUB > 9

           DISPLAY ' * REGRAS DE IRMAOS  : ' WS-QTD-DESCIRM
           .
       023-CARREGAR-DESCIRM-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ZERAR UMA ORDEM DA TABELA DE DESCONTO DE IRMAOS
      *--------------------------------------------------------------*
       024-ZERAR-IRMAO.

           MOVE ZEROS  TO  WS-TI-PCT (WS-ORDEM-SUB)
           MOVE 'N'    TO  WS-TI-INFORMADO (WS-ORDEM-SUB)
           ADD 1  TO  WS-ORDEM-SUB
           .
      *--------------------------------------------------------------*
      *    LER UMA LINHA DO DESCIRM
      *--------------------------------------------------------------*
       024-LER-DESCIRM.

           READ DESCIRM
           IF WS-FS-DIR  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO DESCIRM'  TO WS-MSG
              MOVE   WS-FS-DIR                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O PERCENTUAL DE UMA ORDEM NA TABELA
      *--------------------------------------------------------------*
       024-GUARDAR-IRMAO.

           IF WS-ORDEM-DI NOT NUMERIC
              OR WS-PCT-DI NOT NUMERIC
              OR WS-ORDEM-DI < 2 OR WS-ORDEM-DI > 9
              OR WS-PCT-DI > 100
              MOVE REG-DESCIRM  TO  WS-IMAGEM-ERR
              MOVE 'DESCIRM COM LINHA INVALIDA'  TO WS-MSG
              MOVE '  '                          TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-PCT-DI  TO  WS-TI-PCT (WS-ORDEM-DI)
           MOVE 'S'        TO  WS-TI-INFORMADO (WS-ORDEM-DI)
           ADD 1  TO  WS-QTD-DESCIRM

           PERFORM 024-LER-DESCIRM
           .
      *--------------------------------------------------------------*
      *    ORDEM SEM LINHA NO DESCIRM HERDA O PERCENTUAL DA ANTERIOR
      *--------------------------------------------------------------*
       024-HERDAR-IRMAO.

           IF WS-TI-INFORMADO (WS-ORDEM-SUB) = 'N'
              MOVE WS-TI-PCT (WS-ORDEM-SUB - 1)
                               TO  WS-TI-PCT (WS-ORDEM-SUB)
           END-IF
           ADD 1  TO  WS-ORDEM-SUB
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CADASTRO DE ALUNOS
      *--------------------------------------------------------------*
       025-LER-CADALU.
           END-IF

           PERFORM 029-APLICAR-BOLSA
           PERFORM 029-APLICAR-FINANC THRU 029-APLICAR-FINANC-FIM
           PERFORM 029-APLICAR-CONVENIO THRU 029-APLICAR-CONV-FIM
           PERFORM 029-APLICAR-IRMAO THRU 029-APLICAR-IRMAO-FIM
           PERFORM 029-APLICAR-PONTUAL THRU 029-APLICAR-PONTUAL-FIM

           MOVE WS-NUMERO-S OF REG-CADALU
                               TO  WS-NUMERO-M OF WS-REG-MENSALU
                                   OF WS-REG-MENSALU
           MOVE WS-RUNID-IN         TO  WS-RUNID-M OF WS-REG-MENSALU
           MOVE WS-DATA-GERACAO-N   TO  WS-DTLOTE-M OF WS-REG-MENSALU
      *    REGRA DE PONTUALIDADE CARIMBADA NA COBRANCA (VER V13)
           MOVE WS-PCT-PONT    TO  WS-PCT-PONT-M OF WS-REG-MENSALU
           MOVE WS-DT-PONT     TO  WS-DT-PONT-M OF WS-REG-MENSALU
           MOVE ZEROS          TO  WS-DESC-PONT-M OF WS-REG-MENSALU
      *    DESCONTO DE IRMAOS CARIMBADO NA COBRANCA (VER V14)
           MOVE WS-PCT-IRMAO   TO  WS-PCT-IRMAO-M OF WS-REG-MENSALU
      *    COBRANCA NA UNIDADE DO ALUNO, ESPACO = SEDE (VER V11)
           IF WS-UNIDADE-S OF REG-CADALU = SPACE
              MOVE '1'  TO  WS-UNIDADE-M OF WS-REG-MENSALU
           ELSE
              MOVE WS-UNIDADE-S OF REG-CADALU
                        TO  WS-UNIDADE-M OF WS-REG-MENSALU
           END-IF

           WRITE REG-MENSALU  FROM  WS-REG-MENSALU
           IF WS-FS-MEN = '22'
              ELSE
                 ADD 1               TO  WS-CTGRAV
                 ADD WS-VLR-FAMILIA  TO  WS-VAL-GERADO
                 MOVE WS-NUMERO-M OF WS-REG-MENSALU
                                     TO  WS-REFER-NUM-CTB
                 MOVE WS-COMPET-IN   TO  WS-REFER-SUB-CTB
                 IF WS-VLR-FAMILIA > ZEROS
                    MOVE 'FAT'           TO  WS-EVENTO-CTB
                    MOVE WS-VLR-FAMILIA  TO  WS-VALOR-CTB
                    PERFORM 037-ENFILEIRAR-CONTABIL
                 END-IF
                 IF WS-VLR-PONT > ZEROS
                    ADD 1            TO  WS-CTPONT
                    ADD WS-VLR-PONT  TO  WS-VAL-PONT
                 END-IF
                 IF WS-VLR-IRMAO > ZEROS
                    ADD 1             TO  WS-CTIRMAO
                    ADD WS-VLR-IRMAO  TO  WS-VAL-IRMAO
                 END-IF
                 IF WS-VLR-DESCONTO > ZEROS
                    ADD 1  TO  WS-CTBOLSA
                    PERFORM 034-ACUMULAR-RENUNCIA
      *          A PARTE DA EMPRESA SO E FATURADA QUANDO A COBRANCA
      *          DA FAMILIA FOI DE FATO GERADA - RERUN (FS='22')
      *          NAO PODE SOMAR DUAS VEZES NA FATURA (VER V05)
      *          A PARTE DO GOVERNO SEGUE A MESMA REGRA (VER V15)
                 IF WS-VLR-GOVERNO > ZEROS
                    PERFORM 038-LANCAR-FINREC
                 END-IF
                 IF WS-VLR-EMPRESA > ZEROS
                    ADD 1  TO  WS-CTCONV
                    ADD WS-VLR-EMPRESA  TO  WS-VAL-EMPRESA
                    PERFORM 036-FATURAR-CONVENIO
                    MOVE 'FCV'           TO  WS-EVENTO-CTB
                    MOVE WS-VLR-EMPRESA  TO  WS-VALOR-CTB
                    PERFORM 037-ENFILEIRAR-CONTABIL
                 END-IF
              END-IF
           END-IF
           ADD 1  TO  WS-BOLSA-SUB
           .
      *--------------------------------------------------------------*
      *    APURAR A PARTE DO GOVERNO (VER V15): ALUNO COM
      *    FINANCIAMENTO FIES/PROUNI ATIVO E VIGENTE NA COMPETENCIA
      *    (FINALU) TEM O PERCENTUAL FINANCIADO ABATIDO DO LIQUIDO,
      *    ANTES DA PARTE DA EMPRESA E DOS DESCONTOS DA FAMILIA
      *--------------------------------------------------------------*
       029-APLICAR-FINANC.

           MOVE ZEROS  TO  WS-VLR-GOVERNO

           IF FINALU-AUSENTE
              GO TO 029-APLICAR-FINANC-FIM
           END-IF

           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-NUMERO-FI OF REG-FINALU
           READ FINALU
           IF WS-FS-FIN = '23'
              GO TO 029-APLICAR-FINANC-FIM
           END-IF
           IF WS-FS-FIN NOT = '00'
              MOVE 'ERRO NA LEITURA DO FINALU'  TO WS-MSG
              MOVE  WS-FS-FIN                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF FIN-ATIVO OF REG-FINALU
              AND WS-COMPET-IN NOT < WS-VIG-INI-FI OF REG-FINALU
              AND (WS-VIG-FIM-FI OF REG-FINALU = ZEROS
                   OR WS-COMPET-IN NOT >
                      WS-VIG-FIM-FI OF REG-FINALU)
              COMPUTE WS-VLR-GOVERNO ROUNDED =
                      WS-VLR-LIQUIDO
                      * WS-PCT-FI OF REG-FINALU / 100
              COMPUTE WS-VLR-LIQUIDO =
                      WS-VLR-LIQUIDO - WS-VLR-GOVERNO
           END-IF
           .
       029-APLICAR-FINANC-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR A PARTE DA EMPRESA: ALUNO VINCULADO (CONVALU) A
      *    CONVENIO ATIVO E VIGENTE NA COMPETENCIA (CONVTAB) TEM O
      *    PERCENTUAL COBERTO ABATIDO DO LIQUIDO (VER V05)
       029-APLICAR-CONV-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR O DESCONTO DE IRMAOS (VER V14): O ALUNO DE ORDEM 2
      *    EM DIANTE NA CONTA FAMILIA TEM O PERCENTUAL DA SUA ORDEM
      *    ABATIDO DA PARTE DA FAMILIA (JA SEM A BOLSA E A PARTE DA
      *    EMPRESA); O DESCONTO DE PONTUALIDADE VEM DEPOIS, SOBRE O
      *    QUE SOBRA
      *--------------------------------------------------------------*
       029-APLICAR-IRMAO.

           MOVE ZEROS  TO  WS-PCT-IRMAO
           MOVE ZEROS  TO  WS-VLR-IRMAO

           IF FAMCTA-AUSENTE OR WS-VLR-FAMILIA = ZEROS
              GO TO 029-APLICAR-IRMAO-FIM
           END-IF

           MOVE WS-NUMERO-S OF REG-CADALU
                               TO  WS-NUMERO-FC OF REG-FAMCTA
           READ FAMCTA
           IF WS-FS-FAM = '23'
              GO TO 029-APLICAR-IRMAO-FIM
           END-IF
           IF WS-FS-FAM NOT = '00'
              MOVE 'ERRO NA LEITURA DO FAMCTA'  TO WS-MSG
              MOVE  WS-FS-FAM                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-ORDEM-FC OF REG-FAMCTA  TO  WS-ORDEM-SUB
           IF WS-ORDEM-SUB < 2
              GO TO 029-APLICAR-IRMAO-FIM
           END-IF
           IF WS-ORDEM-SUB > 9
              MOVE 9  TO  WS-ORDEM-SUB
           END-IF

           MOVE WS-TI-PCT (WS-ORDEM-SUB)  TO  WS-PCT-IRMAO
           COMPUTE WS-VLR-IRMAO ROUNDED =
                   WS-VLR-FAMILIA * WS-PCT-IRMAO / 100
           COMPUTE WS-VLR-FAMILIA =
                   WS-VLR-FAMILIA - WS-VLR-IRMAO
           .
       029-APLICAR-IRMAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR O DESCONTO DE PONTUALIDADE DA COBRANCA (VER V13):
      *    A REGRA MAIS ESPECIFICA DO DESCPON - CURSO + COMPETENCIA,
      *    TODOS OS CURSOS + COMPETENCIA, CURSO + TODAS AS
      *    COMPETENCIAS, REGRA GERAL. O PERCENTUAL INCIDE SOBRE A
      *    PARTE DA FAMILIA, E A DATA LIMITE E O DIA DA REGRA NO MES
      *    DO VENCIMENTO, NUNCA DEPOIS DO PROPRIO VENCIMENTO
      *--------------------------------------------------------------*
       029-APLICAR-PONTUAL.

           MOVE ZEROS  TO  WS-PCT-PONT
           MOVE ZEROS  TO  WS-DT-PONT
           MOVE ZEROS  TO  WS-VLR-PONT

           IF DESCPON-AUSENTE OR WS-VLR-FAMILIA = ZEROS
              GO TO 029-APLICAR-PONTUAL-FIM
           END-IF

           MOVE WS-CURSO-S OF REG-CADALU
                               TO  WS-CURSO-DP OF REG-DESCPON
           MOVE WS-COMPET-IN   TO  WS-COMPET-DP OF REG-DESCPON
           PERFORM 029-LER-DESCPON
           IF REGRA-DP-NAO-ACHADA
              MOVE SPACES        TO  WS-CURSO-DP OF REG-DESCPON
              MOVE WS-COMPET-IN  TO  WS-COMPET-DP OF REG-DESCPON
              PERFORM 029-LER-DESCPON
           END-IF
           IF REGRA-DP-NAO-ACHADA
              MOVE WS-CURSO-S OF REG-CADALU
                                 TO  WS-CURSO-DP OF REG-DESCPON
              MOVE ZEROS         TO  WS-COMPET-DP OF REG-DESCPON
              PERFORM 029-LER-DESCPON
           END-IF
           IF REGRA-DP-NAO-ACHADA
              MOVE SPACES        TO  WS-CURSO-DP OF REG-DESCPON
              MOVE ZEROS         TO  WS-COMPET-DP OF REG-DESCPON
              PERFORM 029-LER-DESCPON
           END-IF
           IF REGRA-DP-NAO-ACHADA
              GO TO 029-APLICAR-PONTUAL-FIM
           END-IF

           MOVE WS-PCT-DP OF REG-DESCPON  TO  WS-PCT-PONT
           MOVE WS-DTVENC-IN              TO  WS-DT-PONT
           IF WS-DIA-LIM-DP OF REG-DESCPON > ZEROS
              AND WS-DIA-LIM-DP OF REG-DESCPON < WS-DT-PONT-DD
              MOVE WS-DIA-LIM-DP OF REG-DESCPON  TO  WS-DT-PONT-DD
           END-IF

           COMPUTE WS-VLR-PONT ROUNDED =
                   WS-VLR-FAMILIA * WS-PCT-PONT / 100
           .
       029-APLICAR-PONTUAL-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA REGRA DO DESCPON PELA CHAVE JA MONTADA
      *--------------------------------------------------------------*
       029-LER-DESCPON.

           READ DESCPON
           IF WS-FS-DPN = '00'
              SET REGRA-DP-ACHADA  TO  TRUE
           ELSE
              IF WS-FS-DPN NOT = '23'
                 MOVE 'ERRO NA LEITURA DO DESCPON'  TO WS-MSG
                 MOVE  WS-FS-DPN                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              SET REGRA-DP-NAO-ACHADA  TO  TRUE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A PARTE DA EMPRESA NA FATURA CONSOLIDADA DO
      *    CONVENIO NA COMPETENCIA (CONVFAT - VER V05)
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    LANCAR A PARTE DO GOVERNO COMO PARCELA DO RECEBIVEL FINREC
      *    (VER V15), ABERTA ATE A CONCILIACAO DO REPASSE PELO
      *    CGPRG178. PARCELA JA EXISTENTE (FS='22') E SO CONTADA
      *--------------------------------------------------------------*
       038-LANCAR-FINREC.

           MOVE SPACES         TO  REG-FINREC
           MOVE WS-NUMERO-S OF REG-CADALU
                               TO  WS-NUMERO-FR OF REG-FINREC
           MOVE WS-COMPET-IN   TO  WS-COMPET-FR OF REG-FINREC
           MOVE WS-PROGRAMA-FI OF REG-FINALU
                               TO  WS-PROGRAMA-FR OF REG-FINREC
           MOVE WS-CONTRATO-FI OF REG-FINALU
                               TO  WS-CONTRATO-FR OF REG-FINREC
           MOVE WS-PCT-FI OF REG-FINALU
                               TO  WS-PCT-FR OF REG-FINREC
           MOVE WS-VLR-GOVERNO TO  WS-VALOR-FR OF REG-FINREC
           MOVE ZEROS          TO  WS-VALOR-REP-FR OF REG-FINREC
           MOVE ZEROS          TO  WS-DT-REP-FR OF REG-FINREC
           MOVE 'A'            TO  WS-SIT-FR OF REG-FINREC
           MOVE WS-RUNID-IN    TO  WS-RUNID-FR OF REG-FINREC
           MOVE WS-DATA-GERACAO-N
                               TO  WS-DTLOTE-FR OF REG-FINREC

           WRITE REG-FINREC
           IF WS-FS-FRC = '22'
              ADD 1  TO  WS-CTJAFINREC
           ELSE
              IF WS-FS-FRC NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO FINREC'  TO WS-MSG
                 MOVE  WS-FS-FRC                    TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1               TO  WS-CTFINANC
                 ADD WS-VLR-GOVERNO  TO  WS-VAL-GOVERNO
                 MOVE 'FGV'          TO  WS-EVENTO-CTB
                 MOVE WS-VLR-GOVERNO TO  WS-VALOR-CTB
                 PERFORM 037-ENFILEIRAR-CONTABIL
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A RECEITA RENUNCIADA NO CURSO DO ALUNO (VER V04)
      *--------------------------------------------------------------*
       034-ACUMULAR-RENUNCIA.
           ADD 1  TO  WS-CURSO-SUB
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB E
      *    REFERENCIA WS-REFER-CTB) NA FILA DA CONTABILIDADE, LIDA
      *    PELO CGPRG172 (VER V12)
      *--------------------------------------------------------------*
       037-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DATA-GERACAO-N  TO  WS-DATA-QC
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
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           MOVE WS-VAL-RENUNCIA  TO  WS-VAL-RENUNCIA-E
           DISPLAY ' * RECEITA RENUNCIADA (BOLSAS)  = '
                   WS-VAL-RENUNCIA-E
           DISPLAY ' * COBRANCAS C/ DESC. PONTUAL   = ' WS-CTPONT
           MOVE WS-VAL-PONT  TO  WS-VAL-PONT-E
           DISPLAY ' * DESCONTO PONTUAL OFERECIDO   = '
                   WS-VAL-PONT-E
           COMPUTE WS-VAL-COM-PONT = WS-VAL-GERADO - WS-VAL-PONT
           MOVE WS-VAL-COM-PONT  TO  WS-VAL-COM-PONT-E
           DISPLAY ' * VALOR GERADO C/ DESC. PONTUAL= '
                   WS-VAL-COM-PONT-E
           DISPLAY ' * COBRANCAS C/ DESC. IRMAOS    = ' WS-CTIRMAO
           MOVE WS-VAL-IRMAO  TO  WS-VAL-IRMAO-E
           DISPLAY ' * DESCONTO DE IRMAOS CONCEDIDO = '
                   WS-VAL-IRMAO-E
           DISPLAY ' * PARCELAS DO GOVERNO - FINREC = ' WS-CTFINANC
           DISPLAY ' * PARCELAS FINREC JA EXISTENTES= ' WS-CTJAFINREC
           MOVE WS-VAL-GOVERNO  TO  WS-VAL-GOVERNO-E
           DISPLAY ' * FATURADO AO GOVERNO FIES/PROUNI '
                   WS-VAL-GOVERNO-E
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' *========================================*'

           IF WS-QTD-CURSO > ZEROS
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF DESCPON-ABERTO
              CLOSE  DESCPON
              IF WS-FS-DPN  NOT = '00'
                 MOVE  'ERRO AO FECHAR O DESCPON'  TO WS-MSG
                 MOVE   WS-FS-DPN                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF FAMCTA-ABERTO
              CLOSE  FAMCTA
              IF WS-FS-FAM  NOT = '00'
                 MOVE  'ERRO AO FECHAR O FAMCTA'  TO WS-MSG
                 MOVE   WS-FS-FAM                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF FINALU-ABERTO
              CLOSE  FINALU
              IF WS-FS-FIN  NOT = '00'
                 MOVE  'ERRO AO FECHAR O FINALU'  TO WS-MSG
                 MOVE   WS-FS-FIN                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE  FINREC
              IF WS-FS-FRC  NOT = '00'
                 MOVE  'ERRO AO FECHAR O FINREC'  TO WS-MSG
                 MOVE   WS-FS-FRC                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF CONVENIOS-ABERTOS
              CLOSE  CONVALU
              IF WS-FS-VNC  NOT = '00'
