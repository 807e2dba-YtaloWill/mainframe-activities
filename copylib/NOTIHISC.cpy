      *--------------------------------------------------------------*
      *    HISTORICO DAS NOTIFICACOES (NOTIHIST) - KSDS PELO         *
      *    IDENTIFICADOR DA MENSAGEM (DATA DO ENVIO + SEQUENCIAL DO  *
      *    DIA), LRECL 300                                           *
      *--------------------------------------------------------------*
      *    UM REGISTRO POR EVENTO DA FILA NOTIFILA TRATADO PELO      *
      *    CGPRG160, COM O TEXTO ENTREGUE AO GATEWAY. O CGPRG161     *
      *    ATUALIZA A SITUACAO COM O RETORNO DO GATEWAY E, NA FALHA, *
      *    IMPRIME A CARTA DE CONTINGENCIA COM O MESMO TEXTO.        *
      *    SITUACOES:                                                *
      *      P = ENVIADA, AGUARDANDO O RETORNO DO GATEWAY            *
      *      E = ENTREGUE                                            *
      *      F = FALHA NA ENTREGA (CODIGO DO GATEWAY EM COD-RET)     *
      *      O = NAO ENVIADA - FAMILIA OPTOU POR NAO RECEBER         *
      *      S = NAO ENVIADA - FAMILIA SEM CONTATO NO CONTFAM        *
      *--------------------------------------------------------------*
           05 WS-ID-NH            PIC 9(14).
           05 WS-ID-NH-R  REDEFINES  WS-ID-NH.
              10 WS-DT-ID-NH      PIC 9(08).
              10 WS-SEQ-ID-NH     PIC 9(06).
           05 WS-EVENTO-NH        PIC X(03).
           05 WS-NUMERO-NH        PIC 9(05)      COMP-3.
           05 WS-ORIGEM-NH        PIC X(08).
           05 WS-DATA-EVT-NH      PIC 9(08)      COMP-3.
           05 WS-CARTA-ORIG-NH    PIC X(01).
           05 WS-SIT-NH           PIC X(01).
              88 NH-ENVIADA           VALUE 'P'.
              88 NH-ENTREGUE          VALUE 'E'.
              88 NH-FALHA             VALUE 'F'.
              88 NH-OPTOU-SAIR        VALUE 'O'.
              88 NH-SEM-CONTATO       VALUE 'S'.
           05 WS-CANAL-NH         PIC X(01).
              88 NH-EMAIL             VALUE 'E'.
              88 NH-SMS               VALUE 'S'.
           05 WS-DESTINO-NH       PIC X(45).
           05 WS-ASSUNTO-NH       PIC X(40).
           05 WS-TEXTO-NH         PIC X(160).
           05 WS-DT-ENVIO-NH      PIC 9(08)      COMP-3.
           05 WS-RUNID-NH         PIC 9(04)      COMP-3.
      *-----> PREENCHIDOS PELO CGPRG161 NO RETORNO DO GATEWAY
           05 WS-DT-RETORNO-NH    PIC 9(08)      COMP-3.
           05 WS-COD-RET-NH       PIC X(03).
           05 WS-CARTA-NH         PIC X(01).
              88 NH-CARTA-GERADA      VALUE 'S'.
           05 FILLER              PIC X(02).
