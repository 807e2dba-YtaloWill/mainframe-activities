      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-DIPLOMA-DG       PIC 9(06)      COMP-3.
           05 WS-NUMERO-DG        PIC 9(05)      COMP-3.
           05 WS-NOME-DG          PIC X(20).
           05 WS-CURSO-DG         PIC X(12).
           05 WS-DTEMISSAO-DG     PIC 9(08)      COMP-3.
