      *--------------------------------------------------------------*
      *    CONTATOS ELETRONICOS DA FAMILIA (CONTFAM) - KSDS PELA     *
      *    MATRICULA (WS-NUMERO-CF, MESMA DO CADALU), LRECL 80       *
      *--------------------------------------------------------------*
      *    E-MAIL E CELULAR DO RESPONSAVEL PARA AS NOTIFICACOES DO   *
      *    CGPRG160, E A OPCAO DA FAMILIA: 'N' = NAO QUER RECEBER     *
      *    MENSAGENS (NUNCA E NOTIFICADA, NEM POR E-MAIL NEM POR     *
      *    SMS). MANTIDO PELO PEDIDO 'M' DO PORTAL (CGPRG158). O     *
      *    E-MAIL TEM PRECEDENCIA; SEM E-MAIL VAI SMS NO CELULAR     *
      *--------------------------------------------------------------*
           05 WS-NUMERO-CF        PIC 9(05)      COMP-3.
           05 WS-EMAIL-CF         PIC X(45).
           05 WS-CELULAR-CF       PIC 9(11)      COMP-3.
           05 WS-OPCAO-CF         PIC X(01).
              88 CF-ACEITA            VALUE 'S'.
              88 CF-RECUSA            VALUE 'N'.
           05 WS-DT-OPCAO-CF      PIC 9(08)      COMP-3.
           05 WS-RUNID-CF         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(17).
