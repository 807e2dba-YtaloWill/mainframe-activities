      *           MENTIRA DIGITADO NA MAO PARA PAGAMENTO DE BALCAO.
      *           ACESSO PELO MENU CG81 (OPCAO 5, NIVEL 1 OU 2); O
      *           NIVEL E RECONFERIDO AQUI CONTRA O OPERTAB PELO
      *           USERID, COMO NO CGPRG081. RECEBIMENTO NUMA
      *           COMPETENCIA FECHADA NO PERFIN E RECUSADO
      *--------------------------------------------------------------*
      * INSTALACAO (RDO/CEDA):
      *   TRANSACAO ..: CG87   PROGRAM(CGPRG087)
      *   ARQUIVO ....: CXMOVTO (FCT NOVA, KSDS CHAVE = RECIBO
      *                 COMP-3 4 BYTES; ADD HABILITADO)
      *   ARQUIVO ....: OPERTAB (FCT JA EXISTENTE DO CG81)
      *   ARQUIVO ....: PERFIN (FCT NOVA, KSDS DO CGPRG180, CHAVE
      *                 AREA + COMPETENCIA, 7 BYTES; SO LEITURA)
      *   ARQUIVO ....: PERAUD (FCT NOVA, ESDS GRAVADO POR RBA COMO O
      *                 MSTJRNL; ADD HABILITADO)
      *   TELA DE TEXTO LIVRE, NO MESMO MOLDE DO CGPRG046
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      *                            A TESTAR O RESP: FALHA DE JORNAL
      *                            VAI AO 900-ERRO EM VEZ DE SER
      *                            ENGOLIDA
      *  V06    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CHAVE
      *                          DIGITADA COM MATRICULA DE 5 POSICOES,
      *                          COMMAREA DE 13 BYTES, TELA DA
      *                          COBRANCA E CHAVES DO
      *                          MSTJRNL/AUDITORIA COM A MATRICULA EM
      *                          1-5
      *  V07    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): O BALCAO SO
      *                          RECEBE COBRANCA DA UNIDADE DO
      *                          OPERADOR (WS-UNIDADE-M CONTRA
      *                          WS-UNIDADE-T DO OPERTAB, ESPACO =
      *                          SEDE, * = TODAS)
      *  V08    OUT/2026 010204  DESCONTO DE PONTUALIDADE (VER
      *                          MENSALUC E CGPRG022 V13): RECEBIMENTO
      *                          ATE A DATA LIMITE CARIMBADA NA
      *                          COBRANCA QUITA PELO VALOR COM O
      *                          DESCONTO, NA MESMA REGRA DO CGPRG023
      *                          V12 (DESCONTO CONCEDIDO = O QUE
      *                          FALTOU PARA O VALOR CHEIO, GRAVADO EM
      *                          WS-DESC-PONT-M; RECEBIMENTO PARCIAL
      *                          NAO GANHA O DESCONTO). A TELA DA
      *                          COBRANCA MOSTRA O DESCONTO VALIDO NO
      *                          DIA E A DATA LIMITE
      *  V09    OUT/2026 010209  PERIODO FINANCEIRO (CALENDARIO PERFIN
      *                          - COPY PERFINC, AREA 'M', MANTIDO
      *                          PELO CGPRG180): RECEBIMENTO NUMA
      *                          COMPETENCIA (DATA DO DIA) FECHADA E
      *                          RECUSADO NA TELA E REGISTRADO COM 'N'
      *                          NO AUDITLOG; RECEBIMENTO EM
      *                          COMPETENCIA REABERTA E GRAVADO NO
      *                          PERAUD (COPY PERAUDC, ESDS NO FCT,
      *                          GRAVADO POR RBA) PARA A AUDITORIA DO
      *                          CGPRG180
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               88 ORIGEM-MENSALU          VALUE 'M'.
               88 ORIGEM-ACORDO           VALUE 'A'.
           05  WS-RBA-JRN             PIC S9(08) COMP.
           05  WS-RBA-AUD             PIC S9(08) COMP.
           05  WS-ABSTIME             PIC S9(15) COMP-3.
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-AGORA          PIC 9(06).
           05  WS-VLR-DEVIDO          PIC 9(09)V99.
           05  WS-VLR-PAGO-ACUM       PIC 9(09)V99.
           05  WS-VLR-SALDO           PIC 9(09)V99.
      *-----> DESCONTO DE PONTUALIDADE VALIDO NA DATA (VER V08)
           05  WS-VLR-PONT            PIC 9(07)V99.
      *-----> UNIDADE (CAMPUS) DO OPERADOR NO OPERTAB E DA COBRANCA,
      *       COM ESPACO TROCADO POR SEDE; '*' NO OPERADOR = TODAS
      *       AS UNIDADES (VER V07)
           05  WS-UNID-OPER           PIC X(01).
           05  WS-UNID-MEN            PIC X(01).

      *-----> REGISTRO DO OPERTAB (KSDS DO ONLINE, COMO NO CGPRG081)
       01  WS-REG-OPERTAB.
           05  CA-FASE                PIC X(01).
               88 FASE-CHAVE              VALUE 'C'.
               88 FASE-VALOR              VALUE 'V'.
           05  CA-NUMERO              PIC 9(05).
           05  CA-COMPET              PIC 9(06).
      *-----> 'M' = COBRANCA DO MENSALU / 'A' = PARCELA DO
      *       MENSACOR, DECIDIDO NA FASE DA CHAVE (VER V04)
       01  WS-REG-MENSALU.
           COPY MENSALUC.
       01  WS-CHAVE-MEN.
           05  WS-CHV-NUMERO          PIC 9(05)   COMP-3.
           05  WS-CHV-COMPET          PIC 9(06)   COMP-3.

      *-----> REGISTRO DE CONTROLE DO PROXIMO RECIBO (CXCTL)
              'CGPRG087 - RECEBIMENTO NO BALCAO        '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'DIGITE MATRICULA(5) + COMPETENCIA(6) E ENTER'.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(10) VALUE 'PF3=SAIR. '.

      *-----> AREA DE ENTRADA DA CHAVE (MATRICULA + COMPETENCIA)
       01  WS-TELA-CHAVE.
           05 WS-MAT-E            PIC X(05).
           05 WS-COMPET-E         PIC X(06).
       01  WS-TAM-CHAVE             PIC S9(04) COMP VALUE +11.

      *-----> TELA DA COBRANCA LOCALIZADA, PEDINDO O VALOR
       01  WS-TELA-COBRANCA.
           05 FILLER               PIC X(17) VALUE
              'COBRANCA ABERTA: '.
           05 WS-MAT-C             PIC 9(05).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-COMPET-C          PIC 9(06).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(12) VALUE 'SALDO      $'.
           05 WS-SALDO-C           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(12) VALUE 'DESC.PONT. $'.
           05 WS-DESC-PONT-C       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05) VALUE ' ATE '.
           05 WS-DT-PONT-C         PIC 9(08).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'DIGITE O VALOR RECEBIDO (9 INTEIROS + 2 DEC,'.
           05 FILLER               PIC X(22) VALUE
       01  WS-IMAGEM-ANTES        PIC X(90).
       01  WS-IMAGEM-DEPOIS       PIC X(90).

      *-----> CALENDARIO DE PERIODOS FINANCEIROS E AUDITORIA DO
      *       PERIODO REABERTO (VER V09)
       01  WS-REG-PERFIN.
           COPY PERFINC.
       01  WS-REG-PERAUD.
           COPY PERAUDC.
       01  WS-SW-PERIODO          PIC X(01)       VALUE 'A'.
           88 PERIODO-ABERTO          VALUE 'A' ' '.
           88 PERIODO-FECHADO         VALUE 'F'.
           88 PERIODO-REABERTO        VALUE 'R'.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
       LINKAGE SECTION.
      *----------------*
       01  DFHCOMMAREA            PIC X(13).
      *
       PROCEDURE DIVISION.
      *==================*
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR A UNIDADE DO OPERADOR NO OPERTAB (VER V07).
      *    OPERADOR SEM UNIDADE FICA COM A SEDE
      *--------------------------------------------------------------*
       012-APURAR-UNIDADE.

           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC
           MOVE WS-USERID (1:3)  TO  WS-OPERID

           EXEC CICS READ
                DATASET   ('OPERTAB')
                INTO      (WS-REG-OPERTAB)
                RIDFLD    (WS-OPERID)
                RESP      (WS-RESP2)
           END-EXEC

           MOVE '1'  TO  WS-UNID-OPER
           IF WS-RESP2 = DFHRESP(NORMAL)
              AND WS-UNIDADE-T OF WS-REG-OPERTAB NOT = SPACE
              MOVE WS-UNIDADE-T OF WS-REG-OPERTAB  TO  WS-UNID-OPER
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TELA DE PEDIDO DA CHAVE
      *--------------------------------------------------------------*
       015-ENVIAR-PEDIDO.
              END-EXEC
           END-IF

      *-----> O BALCAO DE CADA UNIDADE SO RECEBE DOS SEUS ALUNOS
      *       (VER V07)
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 012-APURAR-UNIDADE
              IF WS-UNIDADE-M OF WS-REG-MENSALU = SPACE
                 MOVE '1'  TO  WS-UNID-MEN
              ELSE
                 MOVE WS-UNIDADE-M OF WS-REG-MENSALU  TO  WS-UNID-MEN
              END-IF
              IF WS-UNID-OPER NOT = '*'
                 AND WS-UNID-MEN NOT = WS-UNID-OPER
                 MOVE 'ALUNO DE OUTRA UNIDADE'  TO  WS-REJ-MOTIVO
                 PERFORM 080-ENVIAR-REJEICAO
                 GO TO 030-TRATAR-FIM
              END-IF
           END-IF

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF MENS-ABERTA OF WS-REG-MENSALU
                 - WS-VALOR-PAGO-M OF WS-REG-MENSALU
           MOVE WS-VLR-SALDO  TO  WS-SALDO-C

           PERFORM 055-DATA-HORA
           PERFORM 057-APURAR-PONTUAL
           MOVE WS-VLR-PONT   TO  WS-DESC-PONT-C
           IF WS-VLR-PONT > ZEROS
              MOVE WS-DT-PONT-M OF WS-REG-MENSALU  TO  WS-DT-PONT-C
           ELSE
              MOVE ZEROS                           TO  WS-DT-PONT-C
           END-IF

           MOVE WS-NUMERO-M OF WS-REG-MENSALU  TO  CA-NUMERO
           MOVE WS-COMPET-M OF WS-REG-MENSALU  TO  CA-COMPET
           MOVE WS-SW-ORIGEM-CX                TO  CA-ORIGEM
              GO TO 050-TRATAR-FIM
           END-IF

      *-----> O RECEBIMENTO E LANCADO NA DATA DO DIA: COMPETENCIA
      *       FECHADA NO PERFIN RECUSA A BAIXA (VER V09)
           PERFORM 055-DATA-HORA
           PERFORM 070-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              EXEC CICS ASSIGN
                   USERID (WS-USERID)
              END-EXEC
              MOVE 'PERIODO FINANCEIRO FECHADO'  TO  WS-REJ-MOTIVO
              PERFORM 086-AUDITAR-NEGATIVA
              PERFORM 080-ENVIAR-REJEICAO
              GO TO 050-TRATAR-FIM
           END-IF

           MOVE CA-NUMERO  TO  WS-CHV-NUMERO
           MOVE CA-COMPET  TO  WS-CHV-COMPET

           END-IF

           PERFORM 055-DATA-HORA
           PERFORM 057-APURAR-PONTUAL

           COMPUTE WS-VLR-DEVIDO =
                   WS-VALOR-M OF WS-REG-MENSALU
                 + WS-ENCARGOS-M OF WS-REG-MENSALU
                 - WS-VLR-PONT
           COMPUTE WS-VLR-PAGO-ACUM =
                   WS-VALOR-PAGO-M OF WS-REG-MENSALU
                 + WS-VALOR-E-N
           IF WS-VLR-PAGO-ACUM NOT < WS-VLR-DEVIDO
              MOVE 'P'  TO  WS-SIT-M OF WS-REG-MENSALU
              MOVE 'PAGA    '  TO  WS-SIT-T
      *       DESCONTO CONCEDIDO = O QUE FALTOU PARA O VALOR CHEIO,
      *       COMO NO CGPRG023 (VER V08)
              IF WS-VLR-PONT > ZEROS
                 IF WS-VLR-PAGO-ACUM NOT <
                    WS-VALOR-M OF WS-REG-MENSALU
                    + WS-ENCARGOS-M OF WS-REG-MENSALU
                    MOVE ZEROS  TO  WS-VLR-PONT
                 ELSE
                    COMPUTE WS-VLR-PONT =
                            WS-VALOR-M OF WS-REG-MENSALU
                          + WS-ENCARGOS-M OF WS-REG-MENSALU
                          - WS-VLR-PAGO-ACUM
                 END-IF
                 MOVE WS-VLR-PONT  TO  WS-DESC-PONT-M
                                       OF WS-REG-MENSALU
              END-IF
           ELSE
              MOVE 'PARCIAL '  TO  WS-SIT-T
           END-IF

           MOVE WS-REG-MENSALU  TO  WS-IMAGEM-DEPOIS
           PERFORM 068-JORNALIZAR
           IF PERIODO-REABERTO
              PERFORM 074-AUDITAR-PERIODO
           END-IF

           PERFORM 060-TIRAR-RECIBO
           PERFORM 065-GRAVAR-MOVIMENTO
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    DESCONTO DE PONTUALIDADE VALIDO NA DATA DE HOJE (VER V08):
      *    ATE A DATA LIMITE CARIMBADA NA GERACAO, O PERCENTUAL SOBRE
      *    O PRINCIPAL. COBRANCA ANTERIOR AO DESCONTO (CAMPO NAO
      *    NUMERICO) OU PARCELA DE ACORDO NAO TEM DESCONTO
      *--------------------------------------------------------------*
       057-APURAR-PONTUAL.

           MOVE ZEROS  TO  WS-VLR-PONT

           IF WS-PCT-PONT-M OF WS-REG-MENSALU NUMERIC
              AND WS-DT-PONT-M OF WS-REG-MENSALU NUMERIC
              IF WS-PCT-PONT-M OF WS-REG-MENSALU > ZEROS
                 AND WS-DATA-HOJE NOT >
                     WS-DT-PONT-M OF WS-REG-MENSALU
                 COMPUTE WS-VLR-PONT ROUNDED =
                         WS-VALOR-M OF WS-REG-MENSALU
                       * WS-PCT-PONT-M OF WS-REG-MENSALU / 100
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TIRAR O PROXIMO NUMERO DE RECIBO DO CONTROLE CXCTL
      *--------------------------------------------------------------*
       060-TIRAR-RECIBO.
           END-IF
           MOVE 'R'               TO  WS-OP-MJ
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE CA-NUMERO         TO  WS-CHAVE-MJ (1:5)
           MOVE CA-COMPET         TO  WS-CHAVE-MJ (6:6)
           MOVE WS-USERID         TO  WS-OPER-MJ
           MOVE WS-DATA-HOJE      TO  WS-DATA-MJ
           MOVE WS-HORA-AGORA     TO  WS-HORA-MJ
           END-IF
           .
      *--------------------------------------------------------------*
      *    SITUACAO NO CALENDARIO DE PERIODOS FINANCEIROS (VER V09)
      *    DA COMPETENCIA DE HOJE DAS MENSALIDADES. SEM REGISTRO NO
      *    PERFIN O PERIODO ESTA ABERTO
      *--------------------------------------------------------------*
       070-CONFERIR-PERIODO.

           MOVE 'A'                  TO  WS-SW-PERIODO
           MOVE 'M'                  TO  WS-AREA-PF
           MOVE WS-DATA-HOJE (1:6)   TO  WS-COMPET-PF

           EXEC CICS READ
                DATASET   ('PERFIN')
                INTO      (WS-REG-PERFIN)
                RIDFLD    (WS-CHAVE-PF)
                KEYLENGTH (LENGTH OF WS-CHAVE-PF)
                RESP      (WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP2
              WHEN DFHRESP(NORMAL)
                 MOVE WS-SIT-PF  TO  WS-SW-PERIODO
              WHEN DFHRESP(NOTFND)
                 MOVE 'A'        TO  WS-SW-PERIODO
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO PERAUD O RECEBIMENTO FEITO EM PERIODO REABERTO,
      *    PARA A LISTAGEM DE AUDITORIA DO CGPRG180 (VER V09) -
      *    ESDS COMPARTILHADO COM O LOTE, GRAVADO POR RBA
      *--------------------------------------------------------------*
       074-AUDITAR-PERIODO.

           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC

           MOVE SPACES               TO  WS-REG-PERAUD
           MOVE 'M'                  TO  WS-AREA-PA
           MOVE WS-DATA-HOJE (1:6)   TO  WS-COMPET-PA
           MOVE WS-PROGID            TO  WS-PROG-PA
           MOVE ZEROS                TO  WS-RUNID-PA
           MOVE WS-USERID            TO  WS-OPER-PA
           MOVE WS-DATA-HOJE         TO  WS-DATA-PA
           MOVE WS-HORA-AGORA        TO  WS-HORA-PA
           MOVE WS-DATA-HOJE         TO  WS-DT-MOVTO-PA
           MOVE CA-NUMERO            TO  WS-REFER-PA (1:5)
           MOVE CA-COMPET            TO  WS-REFER-PA (6:6)
           MOVE WS-VALOR-E-N         TO  WS-VALOR-PA

           EXEC CICS WRITE
                DATASET   ('PERAUD')
                FROM      (WS-REG-PERAUD)
                RIDFLD    (WS-RBA-AUD)
                RBA
                RESP      (WS-RESP2)
           END-EXEC
           IF WS-RESP2 NOT = DFHRESP(NORMAL)
              PERFORM 900-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TELA DE RECUSA
      *--------------------------------------------------------------*
       080-ENVIAR-REJEICAO.
           MOVE WS-USERID   TO  WS-USERID-AU
           MOVE EIBTRNID    TO  WS-TRANS-AU
           MOVE SPACES      TO  WS-ALVO-AU
           MOVE CA-NUMERO      TO  WS-ALVO-AU (1:5)
           MOVE CA-COMPET      TO  WS-ALVO-AU (6:6)
           MOVE 'A'       TO  WS-RESULT-AU

           EXEC CICS WRITE
