      *    ORDEM DE MATRICULA COMO GERACAO DE GDG; A GERACAO         *
      *    ANTERIOR E A BASE DO CONFRONTO DE DELTAS (A/C/D) NO       *
      *    ESTILO DO CGPRG015.                                       *
      *    MATRICULA EM ZONADO COM 5 DIGITOS (UM BYTE TIRADO DO      *
      *    FILLER): A GERACAO CORRENTE E REFORMATADA PELO CGPRG157   *
      *    PARA O PROXIMO CONFRONTO DE DELTAS                        *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-MATRICULA-PX     PIC 9(05).
           05 WS-NOME-PX          PIC X(20).
           05 WS-CURSO-PX         PIC X(12).
           05 WS-MEDIA-PX         PIC 9(02)V99.
           05 WS-FREQ-PX          PIC 9(03)V99.
           05 WS-SALDO-PX         PIC 9(08)V99.
           05 WS-PROXVENC-PX      PIC 9(08).
           05 FILLER              PIC X(15).
