      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CNH (LGPD) - VER CNHMSKDC   *
      *--------------------------------------------------------------*
      *    INCLUIDA VIA COPY NA PROCEDURE DIVISION DOS PROGRAMAS     *
      *    QUE EXPOEM O REGISTRO DA CNH, NA MESMA CONVENCAO DO CPF   *
      *    (CPFMASK). NO MODO MASCARADO SO O MIOLO DA CNH FICA       *
      *    LEGIVEL; NO MODO PLENO A CNH SAI INTEIRA E O CONTADOR DE  *
      *    REVELACOES AVANCA. CNH ZERADA (CONDUTOR SEM HABILITACAO)  *
      *    SAI EM BRANCO NOS DOIS MODOS.                             *
      *--------------------------------------------------------------*
       996-FORMATAR-CNH.

           IF WS-CNH-ENTRADA = ZEROS
              MOVE SPACES  TO  WS-CNH-SAIDA
              GO TO 996-FORMATAR-CNH-FIM
           END-IF

           IF CNH-MODO-PLENO
              MOVE WS-CNH-ENT-X  TO  WS-CNH-SAIDA
              ADD 1  TO  WS-CT-CNH-PLENO
           ELSE
              MOVE SPACES  TO  WS-CNH-SAIDA
              STRING '***'
                     WS-CNH-ENT-X (4:6)
                     '**'
                  DELIMITED BY SIZE  INTO  WS-CNH-SAIDA
           END-IF
           .
       996-FORMATAR-CNH-FIM.
           EXIT.
