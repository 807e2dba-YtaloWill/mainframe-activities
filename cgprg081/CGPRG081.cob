      *  V09    SET/2026 010178  NOVA OPCAO 9 - PAINEL DE OPERACOES
      *                          (CG98/CGPRG138), NIVEL 2 OU 3
      *                          (SUPERVISOR DE TURNO)
      *  V10    OUT/2026 010229  NOVA OPCAO R - SOLICITACAO DE
      *                          RELATORIOS (CGSR/CGPRG210), NIVEL
      *                          1 OU MAIS (O NIVEL MINIMO DE CADA
      *                          RELATORIO E CONFERIDO NA CGSR)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05 FILLER               PIC X(01) VALUE X'15'.
           05 WS-LINHA9-M          PIC X(30).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 WS-LINHA10-M         PIC X(30).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'OPCAO(1)+ARGUMENTO(11) E ENTER. PF3 = SAIR. '.
           05 WS-MSG-M             PIC X(30) VALUE SPACES.
           ELSE
              MOVE SPACES                       TO  WS-LINHA9-M
           END-IF
           IF CA-NIVEL = 1 OR 2 OR 3
              MOVE 'R - SOLICITACAO DE RELATORIOS' TO  WS-LINHA10-M
           ELSE
              MOVE SPACES                          TO  WS-LINHA10-M
           END-IF

           EXEC CICS SEND TEXT
                FROM    (WS-TELA-MENU)
                           TO  WS-MSG-M
                      PERFORM 020-ENVIAR-MENU
                   END-IF
               WHEN 'R'
                   IF CA-NIVEL = 1 OR 2 OR 3
                      PERFORM 070-AUDITAR-CONCESSAO
                      EXEC CICS RETURN
                           TRANSID ('CGSR')
                           IMMEDIATE
                      END-EXEC
                   ELSE
                      PERFORM 071-AUDITAR-NEGATIVA
                      MOVE 'SEM AUTORIDADE PARA A OPCAO'
                           TO  WS-MSG-M
                      PERFORM 020-ENVIAR-MENU
                   END-IF
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA'  TO  WS-MSG-M
                   PERFORM 020-ENVIAR-MENU
