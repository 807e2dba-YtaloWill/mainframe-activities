      *           VENCIMENTO GERA MULTA E MORA POR DIA UTIL (CALPROC)
      *           E A BAIXA SO E PLENA QUANDO PRINCIPAL + ENCARGOS
      *           ESTAO COBERTOS - SENAO A COBRANCA FICA ABERTA COM
      *           O SALDO RESIDUAL, TUDO LISTADO NO RELBXA. DESDE A
      *           V10, CADA BAIXA ENFILEIRA O AVISO DE PAGAMENTO A
      *           FAMILIA NO NOTIFILA (ENVIADO PELO CGPRG160). DESDE
      *           A V12, PAGAMENTO INTEGRAL ATE A DATA LIMITE DO
      *           DESCONTO DE PONTUALIDADE QUITA PELO VALOR COM O
      *           DESCONTO, TOTALIZADO NO FIM DO RELBXA. DESDE A
      *           V13, O PAGAMENTO DO BOLETO CONSOLIDADO DA CONTA
      *           FAMILIA (ORIGEM 'F') E RATEADO ENTRE AS COBRANCAS
      *           DOS FILHOS, BAIXADAS UMA A UMA. DESDE A V14,
      *           PAGAMENTO DATADO NUMA COMPETENCIA FECHADA NO PERFIN
      *           VAI PARA O REJFILE SEM BAIXA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          DEVOLUCAO - A ENTRADA CARREGAVA OS
      *                          VALORES DO PAGAMENTO ANTERIOR (OU
      *                          LIXO NO PRIMEIRO)
      *  V09    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          RETBANC EM 1-5 (FILLER FINAL DE 12 P/
      *                          11, REGISTRO CONTINUA COM 40 BYTES -
      *                          LAYOUT ACERTADO COM O BANCO JUNTO COM
      *                          O REMBANC DO CGPRG083), LINHA DE
      *                          BAIXA E CHAVE DO MSTJRNL COM 5
      *                          POSICOES
      *  V10    OUT/2026 010197  NOTIFICACAO AS FAMILIAS: CADA BAIXA
      *                          (PLENA OU PARCIAL) ENFILEIRA O EVENTO
      *                          PAG (VALOR, DATA E SE QUITOU) NO
      *                          NOTIFILA; DUPLICIDADE E BLOQUEIO R/X
      *                          NAO NOTIFICAM
      *  V11    OUT/2026 010202  CONTABILIZACAO: CADA VALOR
      *                          ESTACIONADO NO DEVQUEUE (DUPLICIDADE
      *                          OU EXCESSO) ENFILEIRA NO CTBFILA O
      *                          EVENTO RDV NA DATA DO PAGAMENTO, PARA
      *                          O CGPRG172. A BAIXA EM SI E
      *                          CONTABILIZADA PELO CGPRG172 A PARTIR
      *                          DO MSTJRNL
      *  V12    OUT/2026 010204  DESCONTO DE PONTUALIDADE (VER
      *                          MENSALUC E CGPRG022 V13): PAGAMENTO
      *                          ATE A DATA LIMITE CARIMBADA NA
      *                          COBRANCA QUE COBRE O VALOR COM O
      *                          DESCONTO QUITA A COBRANCA, COM O
      *                          DESCONTO CONCEDIDO GRAVADO EM
      *                          WS-DESC-PONT-M (SO O QUE FALTOU PARA
      *                          O VALOR CHEIO - QUEM PAGOU O CHEIO
      *                          NAO TEM DEVOLUCAO); PAGAMENTO PARCIAL
      *                          NAO GANHA O DESCONTO E O RESIDUO E
      *                          SOBRE O VALOR CHEIO. NOVA COLUNA
      *                          DESCONTO NO RELBXA E BLOCO DE TOTAIS
      *                          NO FIM DA LISTAGEM (BAIXADO, ENCARGOS
      *                          E DESCONTOS CONCEDIDOS). O BANNER DO
      *                          043-ENFILEIRAR-PAGAMENTO, DESLOCADO
      *                          PARA CIMA DO 044, VOLTA AO LUGAR
      *  V13    OUT/2026 010206  BOLETO CONSOLIDADO DA CONTA FAMILIA
      *                          (CGPRG083 V06): O RETORNO DE ORIGEM
      *                          'F' (MATRICULA DO TITULAR) E
      *                          CONCILIADO CONTRA A LINHA 'F' DO
      *                          REMCTL E O VALOR PAGO E RATEADO ENTRE
      *                          AS COBRANCAS ABERTAS DOS FILHOS QUE
      *                          VIAJARAM NO BOLETO (LINHA 'M' COM O
      *                          TITULAR EM WS-TITULAR-RC), NA ORDEM
      *                          DO FILHO NO FAMCTA: CADA UM RECEBE O
      *                          SEU DEVIDO NA DATA (COM ENCARGOS E
      *                          DESCONTO DE PONTUALIDADE) E O ULTIMO
      *                          O SALDO. CADA PARTE PASSA PELO MESMO
      *                          031-BAIXAR COMO UM PAGAMENTO DO FILHO
      *                          (RELBXA, DIARIO, AVISO E
      *                          CONTABILIDADE POR ALUNO); A LINHA 'F'
      *                          FICA LIQUIDADA QUANDO TODOS QUITAM.
      *                          SEM FILHO ELEGIVEL, O VALOR VAI
      *                          INTEIRO PARA A FILA DE DEVOLUCAO.
      *                          NOVOS CONTADORES NA PROVA LIDO X
      *                          PROCESSADO
      *  V14    OUT/2026 010209  PERIODO FINANCEIRO (CALENDARIO PERFIN
      *                          - COPY PERFINC, AREA 'M', MANTIDO
      *                          PELO CGPRG180): PAGAMENTO CUJA DATA
      *                          CAI NUMA COMPETENCIA FECHADA NAO E
      *                          BAIXADO - VAI PARA O REJFILE (NOVO
      *                          NESTE PROGRAMA) COM O MOTIVO 'PER' E
      *                          A IMAGEM DO RETBANC, CONTADOR
      *                          WS-CTPERFEC NA PROVA LIDO X
      *                          PROCESSADO; BAIXA EM COMPETENCIA
      *                          REABERTA E GRAVADA NO PERAUD (COPY
      *                          PERAUDC) PARA A AUDITORIA DO CGPRG180
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT DEVQUEUE ASSIGN TO DEVQUEUJ
                  FILE STATUS   IS WS-FS-DEV
           .
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-NTF
           .
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
           SELECT TIMESTAT ASSIGN TO TIMESTAJ
                  FILE STATUS   IS WS-FS-TST
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V11)
      *-----> CONTA FAMILIA - RATEIO DO BOLETO CONSOLIDADO (VER V13)
           SELECT FAMCTA ASSIGN TO FAMCTAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-NUMERO-FC OF REG-FAMCTA
                  FILE STATUS   IS WS-FS-FAM
           .
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
      *-----> CALENDARIO DE PERIODOS FINANCEIROS E AUDITORIA DO
      *       PERIODO REABERTO (VER V14)
           SELECT PERFIN ASSIGN TO PERFINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PF OF REG-PERFIN
                  FILE STATUS   IS WS-FS-PER
           .
           SELECT PERAUD ASSIGN TO PERAUDJ
                  FILE STATUS   IS WS-FS-AUD
           .
      *-----> PAGAMENTOS EM PERIODO FECHADO (VER V14)
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           RECORDING MODE  F
           .
       01  REG-RETBANC.
           05 WS-NUMERO-RET       PIC 9(05).
           05 WS-COMPET-RET       PIC 9(06).
           05 WS-VALOR-RET        PIC 9(07)V99.
           05 WS-DT-PAGTO-RET     PIC 9(08).
      *-----> 'M' COBRANCA / 'A' PARCELA DE ACORDO; ESPACO EM
      *       RETORNO ANTIGO VALE 'M' (VER V07); 'F' BOLETO
      *       CONSOLIDADO DA CONTA FAMILIA (VER V13)
           05 WS-ORIGEM-RET       PIC X(01).
           05 FILLER              PIC X(11).
       FD  MENSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TIMESTAT.
           COPY TIMESTAC.
      *-----> FILA DE NOTIFICACOES AS FAMILIAS (VER V10)
       FD  NOTIFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIFILA.
           COPY NOTIFILC.
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V11)
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
      *-----> CONTA FAMILIA (VER V13)
       FD  FAMCTA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FAMCTA.
           COPY FAMCTAC.
      *-----> PERIODOS FINANCEIROS E AUDITORIA (VER V14)
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
      *-----> PAGAMENTOS EM PERIODO FECHADO (VER V14)
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILE.
           COPY REJCARDC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-DEV              PIC X(02).
           05  WS-FS-NTF              PIC X(02).
           05  WS-CTDEVOL             PIC 9(04) VALUE ZEROS.
           05  WS-CTNOTIF             PIC 9(04) VALUE ZEROS.
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG023'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-VAL-BAIXADO-E       PIC $$$.$$$.$$9,99.
           05  WS-VAL-ENCARGOS        PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-ENCARGOS-E      PIC $$$.$$$.$$9,99.
           05  WS-CTPONT              PIC 9(04) VALUE ZEROS.
           05  WS-VAL-DESC-PONT       PIC 9(09)V99 VALUE ZEROS.
           05  WS-VAL-DESC-PONT-E     PIC $$$.$$$.$$9,99.

      *-----> CARTAO DE PARAMETROS DOS ENCARGOS (SYSIN): PERCENTUAL
      *       DE MULTA SOBRE O PRINCIPAL E PERCENTUAL DE MORA POR
           05  WS-VLR-PAGO-ACUM       PIC 9(09)V99.
           05  WS-VLR-RESIDUO         PIC 9(09)V99.
           05  WS-VLR-EXCESSO         PIC 9(09)V99.
      *-----> DESCONTO DE PONTUALIDADE DA BAIXA CORRENTE (VER V12)
           05  WS-VLR-PONT            PIC 9(07)V99.
           05  WS-MOTIVO-DEV          PIC X(03).
           05  WS-DIAS-UTEIS          PIC 9(05).
           05  WS-TENTATIVAS          PIC 9(05).
              '          MULTA'.
           05 FILLER                PIC X(15) VALUE
              '           MORA'.
           05 FILLER                PIC X(15) VALUE
              '       DESCONTO'.
           05 FILLER                PIC X(15) VALUE
              '           PAGO'.
           05 FILLER                PIC X(15) VALUE
              '        RESIDUO'.
           05 FILLER                PIC X(05) VALUE ' SIT.'.
           05 FILLER                PIC X(10) VALUE SPACES.

       01  WS-REG-LINHA-BXA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-BX        PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-COMPET-BX        PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PRINC-BX         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MORA-BX          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DESC-BX          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PAGO-BX          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RESIDUO-BX       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SIT-BX           PIC X(08).
           05 FILLER              PIC X(07) VALUE SPACES.

      *-----> TOTAIS NO FIM DA LISTAGEM DE BAIXAS (VER V12)
       01  WS-REG-TOTAL-BXA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-TOT       PIC X(40).
           05 WS-VALOR-TOT        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(65) VALUE SPACES.

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.

           05  WS-CTSITBLO            PIC 9(04)  VALUE ZEROS.
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-CHAVE-JRN-MAT       PIC 9(05).
           05  WS-CHAVE-JRN-CMP       PIC 9(06).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).
           05  WS-SEG-FIM             PIC 9(07).
           05  WS-SEG-ELAPSE          PIC S9(07).

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE (VER V11)
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-EVENTO-CTB          PIC X(03).
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).

      *-----> APOIO DO RATEIO DO BOLETO DA CONTA FAMILIA (VER V13):
      *       FILHOS DO FAMCTA EM TABELA (ATE 300), NA ORDEM DA
      *       MATRICULA, QUE DENTRO DA FAMILIA E A ORDEM DO FILHO
       01  WS-AREA-FAMILIA.
           05  WS-FS-FAM              PIC X(02).
           05  WS-QTD-FAM             PIC 9(03) VALUE ZEROS.
           05  WS-FAM-SUB             PIC 9(03).
           05  WS-ULT-ELEG            PIC 9(03).
           05  WS-QTD-ELEG            PIC 9(02).
           05  WS-TITULAR-RAT         PIC 9(05).
           05  WS-SALDO-RAT           PIC 9(07)V99.
           05  WS-PARTE-RAT           PIC 9(07)V99.
           05  WS-DEVIDO-FIL          PIC S9(09)V99.
           05  WS-RET-FAMILIA         PIC X(40).
           05  WS-SW-QUITADA          PIC X(01).
               88 FAMILIA-QUITADA         VALUE 'S'.
               88 FAMILIA-EM-ABERTO       VALUE 'N'.
           05  WS-CTFAMILIA           PIC 9(04) VALUE ZEROS.
           05  WS-CTRATEIO            PIC 9(04) VALUE ZEROS.
           05  WS-TAB-FAMILIA         OCCURS 300 TIMES.
               10  WS-TF-NUMERO       PIC 9(05).
               10  WS-TF-TITULAR      PIC 9(05).
               10  WS-TF-SW-ELEG      PIC X(01).
                   88 FILHO-ELEGIVEL      VALUE 'S'.
               10  WS-TF-DEVIDO       PIC 9(09)V99.

      *-----> APOIO DO CALENDARIO DE PERIODOS FINANCEIROS (VER V14):
      *       SITUACAO DA ULTIMA COMPETENCIA CONSULTADA NO PERFIN
       01  WS-AREA-PERIODO.
           05  WS-FS-PER              PIC X(02).
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

           OPEN EXTEND NOTIFILA
           IF WS-FS-NTF = '35'
              OPEN OUTPUT NOTIFILA
           END-IF
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 015-CARREGAR-FAMCTA THRU 015-CARREGAR-FAMCTA-FIM

      *-----> PERIODOS FINANCEIROS (VER V14): SEM O PERFIN, TODA
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

           PERFORM 025-LER-RETBANC
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS FILHOS DO FAMCTA EM TABELA (VER V13). FAMCTA
      *    AUSENTE (FS='35') VALE COMO NENHUMA FAMILIA; TABELA CHEIA
      *    COM FILHO AINDA POR LER ABORTA
      *--------------------------------------------------------------*
       015-CARREGAR-FAMCTA.

           OPEN INPUT FAMCTA
           IF WS-FS-FAM = '35'
              DISPLAY ' * FAMCTA AUSENTE - SEM RATEIO DE FAMILIA'
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

           PERFORM 016-LER-FAMCTA
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO RETORNO DO BANCO
      *--------------------------------------------------------------*
       025-LER-RETBANC.
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-ORIGEM-RET = 'A' OR 'F'
              MOVE WS-ORIGEM-RET  TO  WS-ORIGEM-NORM
           ELSE
              MOVE 'M'  TO  WS-ORIGEM-NORM
           END-IF

      *-----> PAGAMENTO DATADO NUMA COMPETENCIA FECHADA NAO E
      *       BAIXADO - VAI PARA O REJFILE (VER V14)
           MOVE WS-DT-PAGTO-RET (1:6)  TO  WS-COMPET-PER
           PERFORM 060-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              PERFORM 062-REJEITAR-PERIODO
           ELSE
              MOVE WS-NUMERO-RET  TO  WS-NUMERO-RC OF REG-REMCTL
              MOVE WS-COMPET-RET  TO  WS-COMPET-RC OF REG-REMCTL
              MOVE WS-ORIGEM-NORM TO  WS-ORIGEM-RC OF REG-REMCTL
              READ REMCTL

              IF WS-FS-CTL = '23'
                 ADD 1  TO  WS-CTSEMREM
                 DISPLAY ' *** PAGAMENTO SEM REMESSA - MATR. '
                         WS-NUMERO-RET ' COMPET. ' WS-COMPET-RET
                         ' NAO BAIXADO ***'
              ELSE
                 IF WS-FS-CTL NOT = '00'
                    MOVE 'ERRO NA LEITURA DO REMCTL'  TO WS-MSG
                    MOVE  WS-FS-CTL                   TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    IF WS-ORIGEM-NORM = 'F'
                       PERFORM 050-RATEAR-FAMILIA
                           THRU 050-RATEAR-FAMILIA-FIM
                    ELSE
                       PERFORM 030-LOCALIZAR-COBRANCA
                           THRU 030-LOCALIZAR-FIM
                    END-IF
                 END-IF
              END-IF
           END-IF

              PERFORM 042-ENFILEIRAR-DEVOLUCAO
           ELSE
              PERFORM 032-CALCULAR-ENCARGOS
              PERFORM 040-APURAR-PONTUAL

              COMPUTE WS-VLR-DEVIDO = WS-VALOR-M OF REG-MENSALU
                      + WS-VLR-ENCARGOS - WS-VLR-PONT
              COMPUTE WS-VLR-PAGO-ACUM =
                      WS-VALOR-PAGO-M OF REG-MENSALU + WS-VALOR-RET

              IF WS-VLR-PAGO-ACUM NOT < WS-VLR-DEVIDO
                 MOVE 'P'           TO  WS-SIT-M OF REG-MENSALU
                 MOVE ZEROS         TO  WS-VLR-RESIDUO
      *          O DESCONTO CONCEDIDO E SO O QUE FALTOU PARA O VALOR
      *          CHEIO - QUEM PAGOU O CHEIO NA DATA NAO TEM O
      *          DESCONTO DEVOLVIDO (VER V12)
                 IF WS-VLR-PONT > ZEROS
                    IF WS-VLR-PAGO-ACUM NOT <
                       WS-VALOR-M OF REG-MENSALU + WS-VLR-ENCARGOS
                       MOVE ZEROS  TO  WS-VLR-PONT
                    ELSE
                       COMPUTE WS-VLR-PONT =
                               WS-VALOR-M OF REG-MENSALU
                               + WS-VLR-ENCARGOS - WS-VLR-PAGO-ACUM
                    END-IF
                    COMPUTE WS-VLR-DEVIDO = WS-VALOR-M OF REG-MENSALU
                            + WS-VLR-ENCARGOS - WS-VLR-PONT
                 END-IF
      *          O EXCESSO ACIMA DO DEVIDO NAO FICA NA COBRANCA -
      *          VAI PARA A FILA DE DEVOLUCAO (VER V04)
                 IF WS-VLR-PAGO-ACUM > WS-VLR-DEVIDO
                 END-IF
                 MOVE WS-VLR-PAGO-ACUM  TO  WS-VALOR-PAGO-M
                                            OF REG-MENSALU
                 MOVE WS-VLR-PONT       TO  WS-DESC-PONT-M
                                            OF REG-MENSALU
              ELSE
      *          O DESCONTO SO VALE PARA A QUITACAO ATE A DATA
      *          LIMITE - O RESIDUO FICA SOBRE O VALOR CHEIO (V12)
                 MOVE ZEROS             TO  WS-VLR-PONT
                 COMPUTE WS-VLR-DEVIDO = WS-VALOR-M OF REG-MENSALU
                         + WS-VLR-ENCARGOS
                 MOVE WS-VLR-PAGO-ACUM  TO  WS-VALOR-PAGO-M
                                            OF REG-MENSALU
                 MOVE 'A'           TO  WS-SIT-M OF REG-MENSALU
              ELSE
                 MOVE REG-MENSALU  TO  WS-IMAGEM-DEPOIS
                 PERFORM 046-JORNALIZAR
                 IF PERIODO-REABERTO
                    PERFORM 064-AUDITAR-PERIODO
                 END-IF
                 ADD WS-VALOR-RET    TO  WS-VAL-BAIXADO
                 ADD WS-VLR-ENCARGOS TO  WS-VAL-ENCARGOS
                 IF WS-VLR-PONT > ZEROS
                    ADD 1            TO  WS-CTPONT
                    ADD WS-VLR-PONT  TO  WS-VAL-DESC-PONT
                 END-IF
                 IF MENS-PAGA OF REG-MENSALU
                    ADD 1  TO  WS-CTBAIXA
                    PERFORM 033-LIQUIDAR-REMESSA
                    ADD 1  TO  WS-CTPARCIAL
                 END-IF
                 PERFORM 038-IMPRIMIR-BAIXA
                 PERFORM 043-ENFILEIRAR-PAGAMENTO
              END-IF
           END-IF
           .
           MOVE WS-VALOR-M OF REG-MENSALU   TO  WS-PRINC-BX
           MOVE WS-VLR-MULTA                TO  WS-MULTA-BX
           MOVE WS-VLR-MORA                 TO  WS-MORA-BX
           MOVE WS-VLR-PONT                 TO  WS-DESC-BX
           MOVE WS-VLR-PAGO-ACUM            TO  WS-PAGO-BX
           MOVE WS-VLR-RESIDUO              TO  WS-RESIDUO-BX
           IF MENS-PAGA OF REG-MENSALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR O DESCONTO DE PONTUALIDADE (VER V12): PAGAMENTO ATE
      *    A DATA LIMITE CARIMBADA NA GERACAO TEM O PERCENTUAL
      *    ABATIDO DO PRINCIPAL. COBRANCA ANTERIOR AO DESCONTO
      *    (CAMPO NAO NUMERICO) OU PARCELA DE ACORDO NAO TEM DESCONTO
      *--------------------------------------------------------------*
       040-APURAR-PONTUAL.

           MOVE ZEROS  TO  WS-VLR-PONT

           IF WS-PCT-PONT-M OF REG-MENSALU NUMERIC
              AND WS-DT-PONT-M OF REG-MENSALU NUMERIC
              IF WS-PCT-PONT-M OF REG-MENSALU > ZEROS
                 AND WS-DT-PAGTO-RET NOT >
                     WS-DT-PONT-M OF REG-MENSALU
                 COMPUTE WS-VLR-PONT ROUNDED =
                         WS-VALOR-M OF REG-MENSALU
                         * WS-PCT-PONT-M OF REG-MENSALU / 100
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS NO FIM DA LISTAGEM DE BAIXAS (VER V12)
      *--------------------------------------------------------------*
       041-IMPRIMIR-TOTAIS.

           IF WS-CTLIN > 50
              PERFORM 039-IMPCAB
           END-IF

           WRITE REG-RELBXA FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-TOT' TO WS-MSG
              MOVE WS-FS-REL                 TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'TOTAL BAIXADO NO DIA'          TO  WS-ROTULO-TOT
           MOVE WS-VAL-BAIXADO                  TO  WS-VALOR-TOT
           PERFORM 045-GRAVAR-TOTAL
           MOVE 'TOTAL DE ENCARGOS (MULTA + MORA)'
                                                TO  WS-ROTULO-TOT
           MOVE WS-VAL-ENCARGOS                 TO  WS-VALOR-TOT
           PERFORM 045-GRAVAR-TOTAL
           MOVE 'TOTAL DE DESCONTOS DE PONTUALIDADE'
                                                TO  WS-ROTULO-TOT
           MOVE WS-VAL-DESC-PONT                TO  WS-VALOR-TOT
           PERFORM 045-GRAVAR-TOTAL
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE TOTAL DO RELBXA
      *--------------------------------------------------------------*
       045-GRAVAR-TOTAL.

           WRITE REG-RELBXA FROM WS-REG-TOTAL-BXA
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TOTAL RELBXA' TO WS-MSG
              MOVE WS-FS-REL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM DE BAIXAS
      *--------------------------------------------------------------*
       039-IMPCAB.
           ELSE
              ADD 1  TO  WS-CTDEVOL
           END-IF

           MOVE 'RDV'              TO  WS-EVENTO-CTB
           MOVE WS-VLR-EXCESSO     TO  WS-VALOR-CTB
           MOVE WS-NUMERO-RET      TO  WS-REFER-NUM-CTB
           MOVE WS-COMPET-RET      TO  WS-REFER-SUB-CTB
           PERFORM 044-ENFILEIRAR-CONTABIL
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB E
      *    REFERENCIA WS-REFER-CTB) NA FILA DA CONTABILIDADE, LIDA
      *    PELO CGPRG172 (VER V11)
      *--------------------------------------------------------------*
       044-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DT-PAGTO-RET TO  WS-DATA-QC
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
      *    ENFILEIRAR O AVISO DO PAGAMENTO BAIXADO A FAMILIA (VER
      *    V10), DIZENDO SE A COBRANCA FICOU QUITADA
      *--------------------------------------------------------------*
       043-ENFILEIRAR-PAGAMENTO.

           MOVE SPACES             TO  REG-NOTIFILA
           SET NF-PAGAMENTO        TO  TRUE
           SET NF-SEM-CARTA        TO  TRUE
           MOVE WS-NUMERO-RET      TO  WS-NUMERO-NF
           MOVE WS-PROGID          TO  WS-ORIGEM-NF
           MOVE WS-DT-PAGTO-RET    TO  WS-DATA-NF
           MOVE WS-COMPET-RET      TO  WS-COMPET-PAG-NF
           MOVE WS-VALOR-RET       TO  WS-VALOR-NF
           MOVE WS-DT-PAGTO-RET    TO  WS-DT-PAGTO-NF
           IF MENS-PAGA OF REG-MENSALU
              MOVE 'S'             TO  WS-QUITADA-NF
           ELSE
              MOVE 'N'             TO  WS-QUITADA-NF
           END-IF

           WRITE REG-NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTNOTIF
           .
      *--------------------------------------------------------------*
      *    MARCAR A LINHA DE CONTROLE DA REMESSA COMO LIQUIDADA

           PERFORM 092-GRAVAR-TEMPOS

           PERFORM 041-IMPRIMIR-TOTAIS

           MOVE WS-VAL-BAIXADO   TO  WS-VAL-BAIXADO-E
           MOVE WS-VAL-ENCARGOS  TO  WS-VAL-ENCARGOS-E
           MOVE WS-VAL-DESC-PONT TO  WS-VAL-DESC-PONT-E

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG023        *'
           DISPLAY ' * PAGAMENTOS SEM REMESSA       = ' WS-CTSEMREM
           DISPLAY ' * PARCELAS DE ACORDO BAIXADAS  = ' WS-CTPARCELA
           DISPLAY ' * BLOQUEADAS POR SITUACAO R/X  = ' WS-CTSITBLO
           DISPLAY ' * BOLETOS DE FAMILIA RECEBIDOS = ' WS-CTFAMILIA
           DISPLAY ' * PARTES RATEADAS AOS FILHOS   = ' WS-CTRATEIO
           DISPLAY ' * ENFILEIRADOS P/ DEVOLUCAO    = ' WS-CTDEVOL
           DISPLAY ' * EVENTOS NA FILA    - NOTIFILA= ' WS-CTNOTIF
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' * EM PERIODO FECHADO - REJFILE = ' WS-CTPERFEC
           DISPLAY ' * EM PERIODO REABERTO- PERAUD  = ' WS-CTPERAUD
           DISPLAY ' * VALOR TOTAL BAIXADO          = '
                   WS-VAL-BAIXADO-E
           DISPLAY ' * ENCARGOS CALCULADOS          = '
                   WS-VAL-ENCARGOS-E
           DISPLAY ' * BAIXAS C/ DESC. PONTUALIDADE = ' WS-CTPONT
           DISPLAY ' * DESCONTOS DE PONTUALIDADE    = '
                   WS-VAL-DESC-PONT-E
           DISPLAY ' *========================================*'

      *-----> O BOLETO DE FAMILIA CONTA UMA VEZ: CADA PARTE RATEADA
      *       JA ENTROU COMO BAIXA DO FILHO (VER V13)
           COMPUTE WS-CTPROC = WS-CTBAIXA + WS-CTPARCIAL
                   + WS-CTNENC + WS-CTJAPAGA + WS-CTSEMREM
                   + WS-CTSITBLO + WS-CTFAMILIA - WS-CTRATEIO
                   + WS-CTPERFEC
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                   TO WS-FS-MSG
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

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG023        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-COMPET-M OF REG-MENSALU
                                  TO  WS-CHAVE-JRN-CMP
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-CHAVE-JRN-MAT  TO  WS-CHAVE-MJ (1:5)
           MOVE WS-CHAVE-JRN-CMP  TO  WS-CHAVE-MJ (6:6)
           MOVE 'RETBANCO'        TO  WS-OPER-MJ
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           END-IF
           .
      *--------------------------------------------------------------*
      *    RATEAR O PAGAMENTO DO BOLETO CONSOLIDADO DA FAMILIA (VER
      *    V13): APURA O DEVIDO NA DATA DE CADA FILHO QUE VIAJOU NO
      *    BOLETO E AINDA ESTA EM ABERTO E BAIXA CADA PARTE COMO UM
      *    PAGAMENTO DO PROPRIO FILHO (O RETBANC E MONTADO COM A
      *    MATRICULA E O VALOR DA PARTE); O ULTIMO LEVA O SALDO
      *--------------------------------------------------------------*
       050-RATEAR-FAMILIA.

           ADD 1  TO  WS-CTFAMILIA
           MOVE REG-RETBANC    TO  WS-RET-FAMILIA
           MOVE WS-NUMERO-RET  TO  WS-TITULAR-RAT
           MOVE WS-VALOR-RET   TO  WS-SALDO-RAT

           MOVE ZEROS  TO  WS-QTD-ELEG
                           WS-ULT-ELEG
           MOVE 1      TO  WS-FAM-SUB
           PERFORM 051-APURAR-FILHO THRU 051-APURAR-FILHO-FIM
               UNTIL WS-FAM-SUB > WS-QTD-FAM

           IF WS-QTD-ELEG = ZEROS
              DISPLAY ' *** BOLETO DE FAMILIA SEM COBRANCA ABERTA - '
                      'TITULAR ' WS-TITULAR-RAT ' COMPET. '
                      WS-COMPET-RET ' - NA FILA DE DEVOLUCAO ***'
              MOVE ZEROS         TO  WS-VLR-DEVIDO
              MOVE WS-VALOR-RET  TO  WS-VLR-PAGO-ACUM
              MOVE WS-VALOR-RET  TO  WS-VLR-EXCESSO
              MOVE 'EXC'         TO  WS-MOTIVO-DEV
              PERFORM 042-ENFILEIRAR-DEVOLUCAO
              GO TO 050-RATEAR-FAMILIA-FIM
           END-IF

           SET FAMILIA-QUITADA  TO  TRUE
           MOVE 1  TO  WS-FAM-SUB
           PERFORM 052-BAIXAR-FILHO THRU 052-BAIXAR-FILHO-FIM
               UNTIL WS-FAM-SUB > WS-QTD-FAM

           MOVE WS-RET-FAMILIA  TO  REG-RETBANC

      *    TODOS OS FILHOS QUITADOS: A LINHA 'F' FICA LIQUIDADA
           IF FAMILIA-QUITADA
              MOVE WS-TITULAR-RAT  TO  WS-NUMERO-RC OF REG-REMCTL
              MOVE WS-COMPET-RET   TO  WS-COMPET-RC OF REG-REMCTL
              MOVE 'F'             TO  WS-ORIGEM-RC OF REG-REMCTL
              READ REMCTL
              IF WS-FS-CTL NOT = '00'
                 MOVE 'ERRO NA LEITURA DO REMCTL'  TO WS-MSG
                 MOVE  WS-FS-CTL                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              PERFORM 033-LIQUIDAR-REMESSA
           END-IF
           .
       050-RATEAR-FAMILIA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR UM FILHO DO TITULAR: ELEGIVEL SE A SUA LINHA 'M' NO
      *    REMCTL APONTA O TITULAR E A COBRANCA ESTA ABERTA; GUARDA O
      *    DEVIDO NA DATA DO PAGAMENTO (PRINCIPAL + ENCARGOS - DESCONTO
      *    DE PONTUALIDADE - JA PAGO)
      *--------------------------------------------------------------*
       051-APURAR-FILHO.

           MOVE 'N'  TO  WS-TF-SW-ELEG (WS-FAM-SUB)
           IF WS-TF-TITULAR (WS-FAM-SUB) NOT = WS-TITULAR-RAT
              GO TO 051-APURAR-FILHO-SAI
           END-IF

           MOVE WS-TF-NUMERO (WS-FAM-SUB)
                               TO  WS-NUMERO-RC OF REG-REMCTL
           MOVE WS-COMPET-RET  TO  WS-COMPET-RC OF REG-REMCTL
           MOVE 'M'            TO  WS-ORIGEM-RC OF REG-REMCTL
           READ REMCTL
           IF WS-FS-CTL = '23'
              GO TO 051-APURAR-FILHO-SAI
           END-IF
           IF WS-FS-CTL NOT = '00'
              MOVE 'ERRO NA LEITURA DO REMCTL'  TO WS-MSG
              MOVE  WS-FS-CTL                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-TITULAR-RC OF REG-REMCTL NOT NUMERIC
              GO TO 051-APURAR-FILHO-SAI
           END-IF
           IF WS-TITULAR-RC OF REG-REMCTL NOT = WS-TITULAR-RAT
              GO TO 051-APURAR-FILHO-SAI
           END-IF

           MOVE WS-TF-NUMERO (WS-FAM-SUB)
                               TO  WS-NUMERO-M OF REG-MENSALU
           MOVE WS-COMPET-RET  TO  WS-COMPET-M OF REG-MENSALU
           READ MENSALU
           IF WS-FS-MEN = '23'
              GO TO 051-APURAR-FILHO-SAI
           END-IF
           IF WS-FS-MEN NOT = '00'
              MOVE 'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
              MOVE  WS-FS-MEN                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF NOT MENS-ABERTA OF REG-MENSALU
              GO TO 051-APURAR-FILHO-SAI
           END-IF

           PERFORM 032-CALCULAR-ENCARGOS
           PERFORM 040-APURAR-PONTUAL
           COMPUTE WS-DEVIDO-FIL = WS-VALOR-M OF REG-MENSALU
                   + WS-VLR-ENCARGOS - WS-VLR-PONT
                   - WS-VALOR-PAGO-M OF REG-MENSALU
           IF WS-DEVIDO-FIL < ZEROS
              MOVE ZEROS  TO  WS-DEVIDO-FIL
           END-IF

           MOVE 'S'            TO  WS-TF-SW-ELEG (WS-FAM-SUB)
           MOVE WS-DEVIDO-FIL  TO  WS-TF-DEVIDO (WS-FAM-SUB)
           MOVE WS-FAM-SUB     TO  WS-ULT-ELEG
           ADD 1  TO  WS-QTD-ELEG
           .
       051-APURAR-FILHO-SAI.
           ADD 1  TO  WS-FAM-SUB
           .
       051-APURAR-FILHO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    BAIXAR A PARTE DE UM FILHO ELEGIVEL: O MENOR ENTRE O SALDO
      *    E O SEU DEVIDO; O ULTIMO ELEGIVEL LEVA O SALDO INTEIRO
      *    (A SOBRA VAI A DEVOLUCAO PELO PROPRIO 031-BAIXAR)
      *--------------------------------------------------------------*
       052-BAIXAR-FILHO.

           IF NOT FILHO-ELEGIVEL (WS-FAM-SUB)
              GO TO 052-BAIXAR-FILHO-SAI
           END-IF

           IF WS-FAM-SUB = WS-ULT-ELEG
              OR WS-SALDO-RAT < WS-TF-DEVIDO (WS-FAM-SUB)
              MOVE WS-SALDO-RAT  TO  WS-PARTE-RAT
           ELSE
              MOVE WS-TF-DEVIDO (WS-FAM-SUB)  TO  WS-PARTE-RAT
           END-IF
           IF WS-PARTE-RAT = ZEROS
              SET FAMILIA-EM-ABERTO  TO  TRUE
              GO TO 052-BAIXAR-FILHO-SAI
           END-IF

      *    LINHA 'M' DO FILHO NA AREA DO REMCTL P/ O 033 E COBRANCA
      *    RELIDA NA AREA DO MENSALU P/ O 031
           MOVE WS-TF-NUMERO (WS-FAM-SUB)
                               TO  WS-NUMERO-RC OF REG-REMCTL
           MOVE WS-COMPET-RET  TO  WS-COMPET-RC OF REG-REMCTL
           MOVE 'M'            TO  WS-ORIGEM-RC OF REG-REMCTL
           READ REMCTL
           IF WS-FS-CTL NOT = '00'
              MOVE 'ERRO NA LEITURA DO REMCTL'  TO WS-MSG
              MOVE  WS-FS-CTL                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-TF-NUMERO (WS-FAM-SUB)
                               TO  WS-NUMERO-M OF REG-MENSALU
           MOVE WS-COMPET-RET  TO  WS-COMPET-M OF REG-MENSALU
           READ MENSALU
           IF WS-FS-MEN NOT = '00'
              MOVE 'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
              MOVE  WS-FS-MEN                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-TF-NUMERO (WS-FAM-SUB)  TO  WS-NUMERO-RET
           MOVE WS-PARTE-RAT               TO  WS-VALOR-RET
           MOVE 'M'                        TO  WS-ORIGEM-RET
           MOVE 'M'                        TO  WS-SW-ORIGEM
           MOVE REG-MENSALU                TO  WS-IMAGEM-ANTES
           ADD 1  TO  WS-CTRATEIO
           PERFORM 031-BAIXAR THRU 031-BAIXAR-FIM
           SUBTRACT WS-PARTE-RAT  FROM  WS-SALDO-RAT

           IF NOT MENS-PAGA OF REG-MENSALU
              SET FAMILIA-EM-ABERTO  TO  TRUE
           END-IF
           .
       052-BAIXAR-FILHO-SAI.
           ADD 1  TO  WS-FAM-SUB
           .
       052-BAIXAR-FILHO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SITUACAO DA COMPETENCIA WS-COMPET-PER DA AREA DO PROGRAMA
      *    NO CALENDARIO DE PERIODOS FINANCEIROS (VER V14). SO VAI AO
      *    PERFIN QUANDO A COMPETENCIA MUDA; SEM REGISTRO (OU SEM O
      *    ARQUIVO) O PERIODO ESTA ABERTO
      *--------------------------------------------------------------*
       060-CONFERIR-PERIODO.

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
      *    RECUSAR O PAGAMENTO DATADO NUMA COMPETENCIA FECHADA:
      *    GRAVA-LO NO REJFILE COM A IMAGEM DO RETBANC E O MOTIVO
      *    'PER' (VER V14)
      *--------------------------------------------------------------*
       062-REJEITAR-PERIODO.

           ADD 1  TO  WS-CTPERFEC
           DISPLAY ' *** PAGAMENTO EM PERIODO FECHADO - MATR. '
                   WS-NUMERO-RET ' COMPET. ' WS-COMPET-RET
                   ' NAO BAIXADO ***'

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE ZEROS             TO  WS-RUNID-RJ
           MOVE WS-DTSYS-TST      TO  WS-DATA-RJ
           MOVE 'PER'             TO  WS-MOTIVO-RJ
           MOVE REG-RETBANC       TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO PERAUD O LANCAMENTO FEITO EM PERIODO REABERTO,
      *    PARA A LISTAGEM DE AUDITORIA DO CGPRG180 (VER V14)
      *--------------------------------------------------------------*
       064-AUDITAR-PERIODO.

           MOVE SPACES             TO  REG-PERAUD
           MOVE WS-AREA-PER        TO  WS-AREA-PA
           MOVE WS-COMPET-PER      TO  WS-COMPET-PA
           MOVE WS-PROGID          TO  WS-PROG-PA
           MOVE ZEROS              TO  WS-RUNID-PA
           MOVE 'RETBANCO'         TO  WS-OPER-PA
           MOVE WS-DTSYS-PER       TO  WS-DATA-PA
           MOVE WS-HRSYS-PER (1:6) TO  WS-HORA-PA
           MOVE WS-DT-PAGTO-RET    TO  WS-DT-MOVTO-PA
           MOVE WS-CHAVE-JRN-MAT   TO  WS-REFER-PA (1:5)
           MOVE WS-CHAVE-JRN-CMP   TO  WS-REFER-PA (6:6)
           MOVE WS-VALOR-RET       TO  WS-VALOR-PA

           WRITE REG-PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PERAUD'  TO WS-MSG
              MOVE  WS-FS-AUD                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPERAUD
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
