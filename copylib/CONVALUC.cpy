      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-NUMERO-CA        PIC 9(05)      COMP-3.
           05 WS-CONVENIO-CA      PIC 9(03)      COMP-3.
           05 FILLER              PIC X(05).
