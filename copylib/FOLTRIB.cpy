      *--------------------------------------------------------------*
      *    ROTINA COMUM DE TRIBUTOS DA FOLHA (INSS E IRRF POR        *
      *    VIGENCIA) - VER FOLTRIBD, INSSTABC E IRRFTABC             *
      *--------------------------------------------------------------*
      *    INCLUIDA VIA COPY NA PROCEDURE DIVISION DOS CALCULOS QUE  *
      *    PAGAM FORA DA FOLHA MENSAL (DECIMO TERCEIRO, RESCISAO),   *
      *    PARA QUE DESCONTEM PREVIDENCIA E IMPOSTO COM AS MESMAS    *
      *    FAIXAS E DO MESMO JEITO QUE O CGPRG123.                   *
      *--------------------------------------------------------------*
       971-CARREGAR-TRIBUTOS.

           MOVE ZEROS  TO  WS-VIG-INSS-TRB
           MOVE ZEROS  TO  WS-QTD-INSS-TRB
           OPEN INPUT INSSTAB
           IF WS-FS-INS  NOT = '00'
              MOVE  'ERRO AO ABRIR O INSSTAB'  TO WS-MSG
              MOVE   WS-FS-INS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           PERFORM 972-LER-INSSTAB THRU 972-LER-INSSTAB-FIM
           PERFORM 972-LER-INSSTAB THRU 972-LER-INSSTAB-FIM
               UNTIL WS-FS-INS = '10'
           IF WS-QTD-INSS-TRB = ZEROS
              MOVE  'INSSTAB SEM VIGENCIA VALIDA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * VIGENCIA INSSTAB: ' WS-VIG-INSS-TRB
           CLOSE INSSTAB
           IF WS-FS-INS  NOT = '00'
              MOVE  'ERRO AO FECHAR O INSSTAB'  TO WS-MSG
              MOVE   WS-FS-INS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE ZEROS  TO  WS-VIG-IRRF-TRB
           MOVE ZEROS  TO  WS-QTD-IRRF-TRB
           OPEN INPUT IRRFTAB
           IF WS-FS-IRR  NOT = '00'
              MOVE  'ERRO AO ABRIR O IRRFTAB'  TO WS-MSG
              MOVE   WS-FS-IRR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           PERFORM 973-LER-IRRFTAB THRU 973-LER-IRRFTAB-FIM
           PERFORM 973-LER-IRRFTAB THRU 973-LER-IRRFTAB-FIM
               UNTIL WS-FS-IRR = '10'
           IF WS-QTD-IRRF-TRB = ZEROS
              MOVE  'IRRFTAB SEM VIGENCIA VALIDA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * VIGENCIA IRRFTAB: ' WS-VIG-IRRF-TRB
           CLOSE IRRFTAB
           IF WS-FS-IRR  NOT = '00'
              MOVE  'ERRO AO FECHAR O IRRFTAB'  TO WS-MSG
              MOVE   WS-FS-IRR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UMA FAIXA DO INSSTAB, RETENDO SO A MELHOR VIGENCIA
      *--------------------------------------------------------------*
       972-LER-INSSTAB.

           READ INSSTAB
           IF WS-FS-INS = '10'
              GO TO 972-LER-INSSTAB-FIM
           END-IF
           IF WS-FS-INS  NOT = '00'
              MOVE  'ERRO NA LEITURA DO INSSTAB'  TO WS-MSG
              MOVE   WS-FS-INS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-VIG-IN > WS-COMPET-TRB
              GO TO 972-LER-INSSTAB-FIM
           END-IF
           IF WS-VIG-IN > WS-VIG-INSS-TRB
              MOVE WS-VIG-IN  TO  WS-VIG-INSS-TRB
              MOVE ZEROS      TO  WS-QTD-INSS-TRB
           END-IF
           IF WS-VIG-IN = WS-VIG-INSS-TRB
              IF WS-QTD-INSS-TRB = 15
                 MOVE  'INSSTAB COM FAIXAS DEMAIS'  TO WS-MSG
                 MOVE  '  '                         TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-INSS-TRB
              MOVE WS-TETO-IN  TO  WS-INSS-TETO-TRB (WS-QTD-INSS-TRB)
              MOVE WS-ALIQ-IN  TO  WS-INSS-ALIQ-TRB (WS-QTD-INSS-TRB)
           END-IF
           .
       972-LER-INSSTAB-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA FAIXA DO IRRFTAB, RETENDO SO A MELHOR VIGENCIA
      *--------------------------------------------------------------*
       973-LER-IRRFTAB.

           READ IRRFTAB
           IF WS-FS-IRR = '10'
              GO TO 973-LER-IRRFTAB-FIM
           END-IF
           IF WS-FS-IRR  NOT = '00'
              MOVE  'ERRO NA LEITURA DO IRRFTAB'  TO WS-MSG
              MOVE   WS-FS-IRR                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-VIG-IR > WS-COMPET-TRB
              GO TO 973-LER-IRRFTAB-FIM
           END-IF
           IF WS-VIG-IR > WS-VIG-IRRF-TRB
              MOVE WS-VIG-IR  TO  WS-VIG-IRRF-TRB
              MOVE ZEROS      TO  WS-QTD-IRRF-TRB
           END-IF
           IF WS-VIG-IR = WS-VIG-IRRF-TRB
              IF WS-QTD-IRRF-TRB = 15
                 MOVE  'IRRFTAB COM FAIXAS DEMAIS'  TO WS-MSG
                 MOVE  '  '                         TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-IRRF-TRB
              MOVE WS-LIMITE-IR
                   TO  WS-IRRF-LIM-TRB (WS-QTD-IRRF-TRB)
              MOVE WS-ALIQ-IR
                   TO  WS-IRRF-ALIQ-TRB (WS-QTD-IRRF-TRB)
              MOVE WS-DEDUZ-IR
                   TO  WS-IRRF-DEDUZ-TRB (WS-QTD-IRRF-TRB)
           END-IF
           .
       973-LER-IRRFTAB-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CALCULAR PREVIDENCIA E IMPOSTO DE RENDA DE WS-BRUTO-TRB
      *--------------------------------------------------------------*
       974-CALCULAR-TRIBUTOS.

      *-----> PREVIDENCIA: CADA FAIXA TRIBUTA SO A FATIA DO BRUTO
      *       QUE LHE CABE
           MOVE ZEROS  TO  WS-INSS-TRB
           MOVE ZEROS  TO  WS-TETO-ANT-TRB
           MOVE 1      TO  WS-FAIXA-TRB
           PERFORM 975-FATIA-INSS
               UNTIL WS-FAIXA-TRB > WS-QTD-INSS-TRB

      *-----> IMPOSTO: FAIXA QUE CONTEM A BASE
           MOVE ZEROS  TO  WS-IRRF-TRB
           COMPUTE WS-BASE-IR-TRB = WS-BRUTO-TRB - WS-INSS-TRB
           MOVE 1  TO  WS-FAIXA-TRB
           PERFORM 976-AVANCAR-FAIXA-IRRF
               UNTIL WS-FAIXA-TRB NOT < WS-QTD-IRRF-TRB
                  OR WS-BASE-IR-TRB NOT >
                     WS-IRRF-LIM-TRB (WS-FAIXA-TRB)

           IF WS-BASE-IR-TRB * WS-IRRF-ALIQ-TRB (WS-FAIXA-TRB) / 100
              > WS-IRRF-DEDUZ-TRB (WS-FAIXA-TRB)
              COMPUTE WS-IRRF-TRB ROUNDED =
                      (WS-BASE-IR-TRB * WS-IRRF-ALIQ-TRB (WS-FAIXA-TRB)
                       / 100) - WS-IRRF-DEDUZ-TRB (WS-FAIXA-TRB)
                  ON SIZE ERROR
                      MOVE ZEROS  TO  WS-IRRF-TRB
              END-COMPUTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRIBUTAR A FATIA DE UMA FAIXA PREVIDENCIARIA
      *--------------------------------------------------------------*
       975-FATIA-INSS.

           IF WS-BRUTO-TRB > WS-INSS-TETO-TRB (WS-FAIXA-TRB)
              MOVE WS-INSS-TETO-TRB (WS-FAIXA-TRB)  TO  WS-TOPO-TRB
           ELSE
              MOVE WS-BRUTO-TRB  TO  WS-TOPO-TRB
           END-IF

           IF WS-TOPO-TRB > WS-TETO-ANT-TRB
              COMPUTE WS-FATIA-TRB = WS-TOPO-TRB - WS-TETO-ANT-TRB
              COMPUTE WS-INSS-TRB ROUNDED = WS-INSS-TRB
                      + (WS-FATIA-TRB
                         * WS-INSS-ALIQ-TRB (WS-FAIXA-TRB) / 100)
           END-IF

           MOVE WS-INSS-TETO-TRB (WS-FAIXA-TRB)  TO  WS-TETO-ANT-TRB
           ADD 1  TO  WS-FAIXA-TRB
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA FAIXA DO IMPOSTO DE RENDA
      *--------------------------------------------------------------*
       976-AVANCAR-FAIXA-IRRF.

           ADD 1  TO  WS-FAIXA-TRB
           .
