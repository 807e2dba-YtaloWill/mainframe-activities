      *--------------------------------------------------------------*
      *    ROTINA COMUM DE RATEIO DE COMISSAO ENTRE OS PARTICIPANTES *
      *    DA VENDA DE LOTE - VER RATEIODC E VENDRATC                *
      *--------------------------------------------------------------*
      *    INCLUIDA VIA COPY NA PROCEDURE DIVISION DOS PROGRAMAS QUE *
      *    DIVIDEM A VENDA (FECHAMENTO DE COMISSOES, ESTORNO DO      *
      *    DISTRATO E META X REALIZADO), PARA QUE OS TRES REPARTAM   *
      *    O MESMO VALOR EXATAMENTE DO MESMO JEITO.                  *
      *--------------------------------------------------------------*
       996-RATEAR.

           MOVE WS-QTPART-RV  TO  WS-QT-RAT
           MOVE ZEROS         TO  WS-SOMA-RAT
           MOVE 1             TO  WS-SUB-RAT
           PERFORM 997-RATEAR-PARTE
               UNTIL WS-SUB-RAT > WS-QT-RAT
           .
      *--------------------------------------------------------------*
      *    CALCULAR A PARTE DE UM PARTICIPANTE (O ULTIMO LEVA O QUE
      *    FALTA PARA FECHAR A BASE)
      *--------------------------------------------------------------*
       997-RATEAR-PARTE.

           MOVE WS-VEND-RV (WS-SUB-RAT)  TO  WS-VEND-RAT (WS-SUB-RAT)
           IF WS-SUB-RAT = WS-QT-RAT
              COMPUTE WS-VALOR-RAT (WS-SUB-RAT) =
                      WS-BASE-RAT - WS-SOMA-RAT
           ELSE
              COMPUTE WS-VALOR-RAT (WS-SUB-RAT) ROUNDED =
                      WS-BASE-RAT * WS-PERC-RV (WS-SUB-RAT) / 100
              ADD WS-VALOR-RAT (WS-SUB-RAT)  TO  WS-SOMA-RAT
           END-IF
           ADD 1  TO  WS-SUB-RAT
           .
