      *--------------------------------------------------------------*
      *    RETORNO DE NFS-E DA PREFEITURA (RETNFSE) - LRECL 100      *
      *--------------------------------------------------------------*
      *    UM REGISTRO '2' POR RPS DA REMESSA RPSARQ (MESMA SERIE E  *
      *    NUMERO), FECHADO PELO RODAPE '9' COM A QTDE. PROCESSADO   *
      *    PELO CGPRG170: 'E' = NFS-E EMITIDA (NUMERO, DATA E        *
      *    CODIGO DE VERIFICACAO), 'R' = RPS REJEITADO (CODIGO E     *
      *    MENSAGEM DA PREFEITURA). CAMPOS EM ZONADO                 *
      *--------------------------------------------------------------*
           05 WS-TIPO-RN          PIC X(01).
              88 RN-DETALHE           VALUE '2'.
              88 RN-RODAPE            VALUE '9'.
           05 WS-DETALHE-RN.
              10 WS-SERIE-RN      PIC X(05).
              10 WS-RPS-RN        PIC 9(09).
              10 WS-SIT-RN        PIC X(01).
                 88 RN-EMITIDA        VALUE 'E'.
                 88 RN-REJEITADA      VALUE 'R'.
              10 WS-NFSE-RN       PIC X(15).
              10 WS-DT-NFSE-RN    PIC 9(08).
              10 WS-VERIF-RN      PIC X(09).
              10 WS-ERRO-RN       PIC X(04).
              10 WS-MENSAGEM-RN   PIC X(40).
              10 FILLER           PIC X(08).
      *-----> RODAPE DO RETORNO
           05 WS-RODAPE-RN  REDEFINES  WS-DETALHE-RN.
              10 WS-QTD-RN        PIC 9(07).
              10 FILLER           PIC X(92).
