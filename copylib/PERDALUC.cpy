      *    CONTRA O OPERTAB). O ARQUIVO E ACUMULATIVO (OPEN EXTEND)   *
      *    E PRESERVA O RASTRO CONTABIL DEPOIS QUE A COBRANCA SOME    *
      *    DO RADAR DA INADIMPLENCIA                                  *
      *    MATRICULA EM ZONADO COM 5 DIGITOS (UM BYTE TIRADO DO       *
      *    FILLER, OS CAMPOS SEGUINTES ANDAM UMA POSICAO): O          *
      *    ACUMULADO ANTERIOR E REFORMATADO PELO CGPRG157             *
      *--------------------------------------------------------------*
           05  WS-NUMERO-PD           PIC 9(05).
           05  WS-COMPET-PD           PIC 9(06).
           05  WS-VALOR-PD            PIC 9(07)V99.
           05  WS-ENCARGOS-PD         PIC 9(07)V99.
           05  WS-DTPERDA-PD          PIC 9(08).
           05  WS-OPERID-PD           PIC X(03).
           05  WS-MOTIVO-PD           PIC X(02).
           05  FILLER                 PIC X(06).
