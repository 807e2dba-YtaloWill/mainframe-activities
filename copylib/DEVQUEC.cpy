      *             EXC = VALOR ACIMA DO DEVIDO (SO O EXCESSO)        *
      *             SIT = COBRANCA EM SITUACAO QUE NAO ADMITE         *
      *                   POSTAGEM ('R' RENEGOCIADA / 'X' PERDA)      *
      *    MATRICULA EM ZONADO COM 5 DIGITOS (UM BYTE TIRADO DO       *
      *    FILLER, OS CAMPOS SEGUINTES ANDAM UMA POSICAO): A FILA     *
      *    ANTERIOR E REFORMATADA PELO CGPRG157                       *
      *--------------------------------------------------------------*
           05  WS-NUMERO-DV           PIC 9(05).
           05  WS-COMPET-DV           PIC 9(06).
           05  WS-VLR-DEVIDO-DV       PIC 9(09)V99.
           05  WS-VLR-PAGO-DV         PIC 9(09)V99.
           05  WS-OPERID-DV           PIC X(03).
      *-----> IMAGEM ORIGINAL DO REGISTRO DO RETBANC
           05  WS-IMAGEM-DV           PIC X(40).
           05  FILLER                 PIC X(13).
