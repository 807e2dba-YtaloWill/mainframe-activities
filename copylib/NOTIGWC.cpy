      *--------------------------------------------------------------*
      *    REMESSA DE MENSAGENS AO GATEWAY (NOTIGW) - LRECL 270      *
      *--------------------------------------------------------------*
      *    GRAVADA PELO CGPRG160, UMA MENSAGEM POR REGISTRO 'M',     *
      *    FECHADA PELO RODAPE '9' COM A QTDE E A DATA DO ENVIO. O   *
      *    GATEWAY DEVOLVE O RESULTADO DE CADA MENSAGEM PELO MESMO   *
      *    IDENTIFICADOR NO NOTIRET (COPY NOTIRETC)                  *
      *    CANAL: 'E' = E-MAIL (DESTINO = ENDERECO)                  *
      *           'S' = SMS (DESTINO = DDD + CELULAR, 11 DIGITOS)    *
      *--------------------------------------------------------------*
           05 WS-TIPO-GW          PIC X(01).
              88 GW-MENSAGEM          VALUE 'M'.
              88 GW-RODAPE            VALUE '9'.
           05 WS-MENSAGEM-GW.
              10 WS-ID-GW         PIC 9(14).
              10 WS-CANAL-GW      PIC X(01).
              10 WS-DESTINO-GW    PIC X(45).
              10 WS-ASSUNTO-GW    PIC X(40).
              10 WS-TEXTO-GW      PIC X(160).
              10 FILLER           PIC X(09).
      *-----> RODAPE DA REMESSA
           05 WS-RODAPE-GW  REDEFINES  WS-MENSAGEM-GW.
              10 WS-QTD-GW        PIC 9(06).
              10 WS-DATA-GW       PIC 9(08).
              10 FILLER           PIC X(255).
