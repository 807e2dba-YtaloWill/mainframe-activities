      *           CARTAO INVALIDO (COBRANCA INEXISTENTE, JA PAGA/
      *           RENEGOCIADA, ENTRADA MAIOR QUE O SALDO, ACORDO
      *           DUPLICADO) E REJEITADO INTEIRO PARA O REJFILE -
      *           ACORDO NAO SE APLICA PELA METADE. ACORDO NUMA
      *           COMPETENCIA FECHADA NO PERFIN TAMBEM E REJEITADO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                            ORIGINAIS JA MARCADOS 'R',
      *                            QUEBRANDO A REGRA DO ACORDO
      *                            INTEIRO OU NADA
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO DE
      *                          ACORDO COM MATRICULA DE 5 POSICOES
      *                          (CAMPOS SEGUINTES DESLOCADOS DE 1)
      *  V05    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): AS PARCELAS
      *                          DO ACORDO NO MENSACOR HERDAM A
      *                          UNIDADE DA PRIMEIRA COBRANCA ROLADA
      *                          (WS-UNIDADE-M, ESPACO = SEDE)
      *  V06    OUT/2026 010204  A PARCELA NOVA ZERA OS CAMPOS DE
      *                          DESCONTO DE PONTUALIDADE DO MENSALUC
      *                          (WS-PCT-PONT-M, WS-DT-PONT-M E
      *                          WS-DESC-PONT-M) - PARCELA DE ACORDO
      *                          NAO TEM DESCONTO PONTUAL
      *  V07    OUT/2026 010206  WS-PCT-IRMAO-M (DESCONTO DE IRMAOS,
      *                          NOVO CAMPO DO MENSALUC) ZERADO NA
      *                          PARCELA DO ACORDO - O DESCONTO DE
      *                          IRMAOS E DA MENSALIDADE ORIGINAL, NAO
      *                          DA PARCELA
      *  V08    OUT/2026 010209  PERIODO FINANCEIRO (CALENDARIO PERFIN
      *                          - COPY PERFINC, AREA 'M', MANTIDO
      *                          PELO CGPRG180): ACORDO DATADO (DATA
      *                          DO LOTE) NUMA COMPETENCIA FECHADA E
      *                          REJEITADO INTEIRO PARA O REJFILE COM
      *                          O MOTIVO 'PER'; ACORDO APLICADO EM
      *                          COMPETENCIA REABERTA E GRAVADO NO
      *                          PERAUD (COPY PERAUDC) PARA A
      *                          AUDITORIA DO CGPRG180
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
      *-----> CALENDARIO DE PERIODOS FINANCEIROS E AUDITORIA DO
      *       PERIODO REABERTO (VER V08)
           SELECT PERFIN ASSIGN TO PERFINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PF OF REG-PERFIN
                  FILE STATUS   IS WS-FS-PER
           .
           SELECT PERAUD ASSIGN TO PERAUDJ
                  FILE STATUS   IS WS-FS-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-REJFILE.
           COPY REJCARDC.
      *-----> PERIODOS FINANCEIROS E AUDITORIA (VER V08)
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
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
               88 CARTAO-INVALIDO         VALUE 'I'.
           05  WS-COMP-SUB            PIC 9(01).
           05  WS-PARC-SUB            PIC 9(02).
      *-----> UNIDADE (CAMPUS) DA PRIMEIRA COBRANCA ROLADA, HERDADA
      *       PELAS PARCELAS DO ACORDO, ESPACO = SEDE (VER V05)
           05  WS-UNID-ACORDO         PIC X(01).
           05  WS-VLR-SALDO           PIC 9(09)V99 VALUE ZEROS.
           05  WS-VLR-PARCELA         PIC 9(07)V99.
           05  WS-VLR-ULTIMA          PIC 9(07)V99.
      *       EM ATRASO ROLADAS (ATE 6 POR ACORDO)
       01  WS-REG-SYSIN.
           05 WS-ACORDO-IN        PIC 9(04).
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-ENTRADA-IN       PIC 9(07)V99.
           05 WS-QTD-PARC-IN      PIC 9(02).
           05 WS-DIA-VENC-IN      PIC 9(02).
       01  WS-REG-PARCELA.
           COPY MENSALUC.

      *-----> APOIO DO CALENDARIO DE PERIODOS FINANCEIROS (VER V08):
      *       SITUACAO DA ULTIMA COMPETENCIA CONSULTADA NO PERFIN
       01  WS-AREA-PERIODO.
           05  WS-FS-PER              PIC X(02).
           05  WS-FS-AUD              PIC X(02).
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

      *-----> PERIODOS FINANCEIROS (VER V08): SEM O PERFIN, TODA
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

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
                 PERFORM 060-GERAR-PARCELAS
                 ADD 1              TO  WS-CTACORDO
                 ADD WS-VLR-SALDO   TO  WS-VAL-ROLADO
                 IF PERIODO-REABERTO
                    PERFORM 074-AUDITAR-PERIODO
                 END-IF
                 DISPLAY ' * ACORDO ' WS-ACORDO-IN ' MATR. '
                         WS-NUMERO-IN ' GRAVADO COM '
                         WS-QTD-PARC-IN ' PARCELAS'
              GO TO 031-VALIDAR-FIM
           END-IF

      *-----> O ACORDO E LANCADO NA DATA DO LOTE: COMPETENCIA
      *       FECHADA NO PERFIN RECUSA O CARTAO (VER V08)
           MOVE WS-HDR-DATA-LOTE (1:6)  TO  WS-COMPET-PER
           PERFORM 070-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              PERFORM 072-REJEITAR-PERIODO
              GO TO 031-VALIDAR-FIM
           END-IF

           MOVE 1  TO  WS-COMP-SUB
           PERFORM 032-CONFERIR-COMPETENCIA
               UNTIL CARTAO-INVALIDO
              GO TO 999-ERRO
           END-IF

           IF WS-COMP-SUB = 1
              IF WS-UNIDADE-M OF REG-MENSALU = SPACE
                 MOVE '1'  TO  WS-UNID-ACORDO
              ELSE
                 MOVE WS-UNIDADE-M OF REG-MENSALU  TO  WS-UNID-ACORDO
              END-IF
           END-IF

           MOVE 'R'           TO  WS-SIT-M OF REG-MENSALU
           MOVE WS-ACORDO-IN  TO  WS-ACORDO-M OF REG-MENSALU
           MOVE WS-HDR-RUNID  TO  WS-RUNID-M OF REG-MENSALU
                                     OF WS-REG-PARCELA
           MOVE ZEROS            TO  WS-DESC-BOLSA-M
                                     OF WS-REG-PARCELA
           MOVE ZEROS            TO  WS-PCT-PONT-M
                                     OF WS-REG-PARCELA
           MOVE ZEROS            TO  WS-DT-PONT-M
                                     OF WS-REG-PARCELA
           MOVE ZEROS            TO  WS-DESC-PONT-M
                                     OF WS-REG-PARCELA
           MOVE ZEROS            TO  WS-PCT-IRMAO-M
                                     OF WS-REG-PARCELA
           MOVE WS-ACORDO-IN     TO  WS-ACORDO-M OF WS-REG-PARCELA
           MOVE WS-HDR-RUNID     TO  WS-RUNID-M OF WS-REG-PARCELA
           MOVE WS-HDR-DATA-LOTE TO  WS-DTLOTE-M OF WS-REG-PARCELA
           MOVE WS-UNID-ACORDO   TO  WS-UNIDADE-M OF WS-REG-PARCELA

           WRITE REG-MENSACOR  FROM  WS-REG-PARCELA
           IF WS-FS-ACP NOT = '00'
           END-IF
           .
      *--------------------------------------------------------------*
      *    SITUACAO DA COMPETENCIA WS-COMPET-PER DA AREA DO PROGRAMA
      *    NO CALENDARIO DE PERIODOS FINANCEIROS (VER V08). SO VAI AO
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
      *    REJEITAR CARTAO DATADO NUMA COMPETENCIA FECHADA NO PERFIN
      *--------------------------------------------------------------*
       072-REJEITAR-PERIODO.

           SET CARTAO-INVALIDO  TO  TRUE
           ADD 1  TO  WS-CTREJ
           ADD 1  TO  WS-CTPERFEC

           DISPLAY ' *** CARTAO REJEITADO - PERIODO FECHADO ***'
           DISPLAY ' * ACORDO    : ' WS-ACORDO-IN
           DISPLAY ' * COMPET.   : ' WS-COMPET-PER

           MOVE 'PER'  TO  WS-MOTIVO-REJ
           PERFORM 039-GRAVAR-REJEITO
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO PERAUD O LANCAMENTO FEITO EM PERIODO REABERTO,
      *    PARA A LISTAGEM DE AUDITORIA DO CGPRG180 (VER V08)
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
           MOVE WS-HDR-DATA-LOTE   TO  WS-DT-MOVTO-PA
           MOVE WS-ACORDO-IN       TO  WS-REFER-PA (1:4)
           MOVE WS-NUMERO-IN       TO  WS-REFER-PA (5:5)
           MOVE WS-VLR-SALDO       TO  WS-VALOR-PA

           WRITE REG-PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PERAUD'  TO WS-MSG
              MOVE  WS-FS-AUD                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPERAUD
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' * PARCELAS GERADAS - MENSACOR  = ' WS-CTPARC
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * REJEITOS GRAVADOS - REJFILE  = ' WS-CTGRAVREJ
           DISPLAY ' * REJ. EM PERIODO FECHADO      = ' WS-CTPERFEC
           DISPLAY ' * EM PERIODO REABERTO - PERAUD = ' WS-CTPERAUD
           DISPLAY ' * SALDO ROLADO NOS ACORDOS     = '
                   WS-VAL-ROLADO-E
           DISPLAY ' *========================================*'
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

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG084        *'
           DISPLAY ' *----------------------------------------*'
