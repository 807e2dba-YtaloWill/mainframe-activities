      *    SEGUEM NO FLUXO ANTIGO - SO NOTA TEM O CONTROLE DUPLO     *
      *--------------------------------------------------------------*
           05 WS-CHAVE-NP.
              10 WS-NUMERO-NP     PIC 9(05)      COMP-3.
              10 WS-DTSOL-NP      PIC 9(08)      COMP-3.
              10 WS-HRSOL-NP      PIC 9(06)      COMP-3.
           05 WS-NOTA1-ANT-NP     PIC 9(02)V99   COMP-3.
              88 NOTA-APLICADA        VALUE 'X'.
           05 WS-OPER-APR-NP      PIC X(03).
           05 WS-DTDEC-NP         PIC 9(08)      COMP-3.
      *-----> 3A E 4A AVALIACOES DA REGRA DO CURSO (CURSOTAB), ANTES E
      *       PROPOSTAS - OCUPAM PARTE DO FILLER (O REGISTRO CHEGA AOS
      *       60 BYTES DO LRECL DO CLUSTER)
           05 WS-NOTA3-ANT-NP     PIC 9(02)V99   COMP-3.
           05 WS-NOTA4-ANT-NP     PIC 9(02)V99   COMP-3.
           05 WS-NOTA3-NOVA-NP    PIC 9(02)V99   COMP-3.
           05 WS-NOTA4-NOVA-NP    PIC 9(02)V99   COMP-3.
           05 FILLER              PIC X(04).
