      *           TOTAL RECEBIDO, GAVETA E DIFERENCA; QUALQUER
      *           DIFERENCA, OPERADOR COM MOVIMENTO SEM CARTAO DE
      *           GAVETA OU CARTAO SEM MOVIMENTO DEVOLVE RETURN-CODE
      *           8 PARA A ESTEIRA SEGURAR O DIA. DESDE A V02, CADA
      *           RECIBO DO DIA ENFILEIRA O AVISO DE PAGAMENTO A
      *           FAMILIA NO NOTIFILA (ENVIADO PELO CGPRG160)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *  V01    SET/2026 010136  PROGRAMA CRIADO - FECHAMENTO
      *                          DIARIO DO CAIXA DO BALCAO COM
      *                          CONCILIACAO CONTRA A GAVETA
      *  V02    OUT/2026 010197  NOTIFICACAO AS FAMILIAS: CADA RECIBO
      *                          DO DIA FECHADO ENFILEIRA O EVENTO PAG
      *                          (VALOR E DATA) NO NOTIFILA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-RECIBO-CX OF REG-CXMOVTO
                  FILE STATUS   IS WS-FS-MOV
           .
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-NTF
           .
           SELECT RELCX ASSIGN TO RELCXJ
                  FILE STATUS   IS WS-FS-REL
           .
           .
       01  REG-RELCX              PIC X(94)
           .
      *-----> FILA DE NOTIFICACOES AS FAMILIAS (VER V02)
       FD  NOTIFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIFILA.
           COPY NOTIFILC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTDIA               PIC 9(04) VALUE ZEROS.
           05  WS-CTCARTAO            PIC 9(02) VALUE ZEROS.
           05  WS-CTDIVERG            PIC 9(02) VALUE ZEROS.
           05  WS-CTNOTIF             PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FS-MOV              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-NTF              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG088'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
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

           PERFORM 025-LER-CXMOVTO
           .
      *--------------------------------------------------------------*
              ADD 1  TO  WS-CX-QTD (WS-OPER-SUB)
              ADD WS-VALOR-CX OF REG-CXMOVTO
                  TO  WS-CX-TOTAL (WS-OPER-SUB)
              PERFORM 035-ENFILEIRAR-PAGAMENTO
           END-IF

           PERFORM 025-LER-CXMOVTO
           ADD 1  TO  WS-OPER-SUB
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O AVISO DO PAGAMENTO RECEBIDO NO BALCAO A
      *    FAMILIA (VER V02). O RECIBO NAO DIZ SE A COBRANCA FICOU
      *    QUITADA - O TEXTO SAI SEM A SITUACAO
      *--------------------------------------------------------------*
       035-ENFILEIRAR-PAGAMENTO.

           MOVE SPACES                       TO  REG-NOTIFILA
           SET NF-PAGAMENTO                  TO  TRUE
           SET NF-SEM-CARTA                  TO  TRUE
           MOVE WS-NUMERO-CX OF REG-CXMOVTO  TO  WS-NUMERO-NF
           MOVE WS-PROGID                    TO  WS-ORIGEM-NF
           MOVE WS-DATA-CX OF REG-CXMOVTO    TO  WS-DATA-NF
           MOVE WS-COMPET-CX OF REG-CXMOVTO  TO  WS-COMPET-PAG-NF
           MOVE WS-VALOR-CX OF REG-CXMOVTO   TO  WS-VALOR-NF
           MOVE WS-DATA-CX OF REG-CXMOVTO    TO  WS-DT-PAGTO-NF

           WRITE REG-NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTNOTIF
           .
      *--------------------------------------------------------------*
      *    LER UM CARTAO DE GAVETA
      *--------------------------------------------------------------*
       040-LER-GAVETA.
           DISPLAY ' * OPERADORES NO FECHAMENTO     = ' WS-QTD-OPER
           DISPLAY ' * OPERADORES COM DIVERGENCIA   = ' WS-CTDIVERG
           DISPLAY ' * TOTAL RECEBIDO NO DIA        = ' WS-VAL-DIA-E
           DISPLAY ' * AVISOS NA FILA - NOTIFILA    = ' WS-CTNOTIF
           DISPLAY ' *========================================*'

           IF WS-CTDIVERG NOT = ZEROS
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG088        *'
           DISPLAY ' *----------------------------------------*'
