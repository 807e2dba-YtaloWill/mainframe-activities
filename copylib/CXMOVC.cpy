           05 WS-DATA-CX          PIC 9(08)      COMP-3.
           05 WS-HORA-CX          PIC 9(06)      COMP-3.
           05 WS-OPERID-CX        PIC X(03).
           05 WS-NUMERO-CX        PIC 9(05)      COMP-3.
           05 WS-COMPET-CX        PIC 9(06)      COMP-3.
           05 WS-VALOR-CX         PIC 9(07)V99   COMP-3.
           05 FILLER              PIC X(04).
