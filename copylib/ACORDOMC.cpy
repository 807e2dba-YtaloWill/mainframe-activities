      *    STORAGE, COMO O CADALUC                                    *
      *--------------------------------------------------------------*
           05 WS-ACORDO-A         PIC 9(04)      COMP-3.
           05 WS-NUMERO-A         PIC 9(05)      COMP-3.
           05 WS-DTACORDO-A       PIC 9(08)      COMP-3.
      *-----> VALOR ORIGINAL ROLADO (PRINCIPAL + ENCARGOS - PAGO
      *       DAS COMPETENCIAS RENEGOCIADAS), ENTRADA RECEBIDA NO
