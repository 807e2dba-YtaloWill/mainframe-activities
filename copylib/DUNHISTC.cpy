      *    NA FD QUANTO NA WORKING-STORAGE                           *
      *--------------------------------------------------------------*
           05 WS-CHAVE-DH.
              10 WS-NUMERO-DH     PIC 9(05)      COMP-3.
              10 WS-COMPET-DH     PIC 9(06)      COMP-3.
              10 WS-ESTAGIO-DH    PIC X(01).
           05 WS-DTACAO-DH        PIC 9(08)      COMP-3.
