      *--------------------------------------------------------------*
      *    RETORNO DE ENTREGA DO GATEWAY DE MENSAGENS (NOTIRET) -    *
      *    LRECL 40                                                  *
      *--------------------------------------------------------------*
      *    UM REGISTRO 'R' POR MENSAGEM DA REMESSA NOTIGW (MESMO     *
      *    IDENTIFICADOR), FECHADO PELO RODAPE '9' COM A QTDE.       *
      *    PROCESSADO PELO CGPRG161: 'E' = ENTREGUE, 'F' = FALHA     *
      *    (CODIGO DO GATEWAY EM WS-CODIGO-NR) - A FALHA CAI NA      *
      *    CARTA DE CONTINGENCIA DO CARTAFIL                         *
      *--------------------------------------------------------------*
           05 WS-TIPO-NR          PIC X(01).
              88 NR-RETORNO           VALUE 'R'.
              88 NR-RODAPE            VALUE '9'.
           05 WS-RETORNO-NR.
              10 WS-ID-NR         PIC 9(14).
              10 WS-STATUS-NR     PIC X(01).
                 88 NR-ENTREGUE       VALUE 'E'.
                 88 NR-FALHA          VALUE 'F'.
              10 WS-CODIGO-NR     PIC X(03).
              10 WS-DATA-NR       PIC 9(08).
              10 FILLER           PIC X(13).
      *-----> RODAPE DO RETORNO
           05 WS-RODAPE-NR  REDEFINES  WS-RETORNO-NR.
              10 WS-QTD-NR        PIC 9(06).
              10 FILLER           PIC X(33).
