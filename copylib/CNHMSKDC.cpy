      *--------------------------------------------------------------*
      *    AREA DE DADOS DA CONVENCAO DE MASCARA DE CNH (LGPD)       *
      *--------------------------------------------------------------*
      *    MESMA CONVENCAO DO CPF (CPFMSKDC/CPFMASK), USADA COM A    *
      *    ROTINA 996-FORMATAR-CNH (COPY CNHMASK NA PROCEDURE        *
      *    DIVISION): O CHAMADOR POE O REGISTRO DA CNH EM            *
      *    WS-CNH-ENTRADA, ESCOLHE O MODO E RECEBE EM WS-CNH-SAIDA   *
      *    OU A CNH PLENA (11 DIGITOS) OU A MASCARA ***XXXXXX** -    *
      *    SO O MIOLO FICA LEGIVEL. O MODO PLENO SEGUE AS MESMAS     *
      *    REGRAS DO CPF PLENO (OPERADOR AUTORIZADO NO OPERTAB E     *
      *    DISCLOG GRAVADO PELO CHAMADOR).                           *
      *--------------------------------------------------------------*
           05  WS-CNH-ENTRADA         PIC 9(11).
           05  WS-CNH-ENT-X  REDEFINES  WS-CNH-ENTRADA
                                      PIC X(11).
           05  WS-CNH-SAIDA           PIC X(11).
           05  WS-SW-CNH-MODO         PIC X(01)  VALUE 'M'.
               88  CNH-MODO-PLENO         VALUE 'P'.
               88  CNH-MODO-MASCARADO     VALUE 'M'.
           05  WS-CT-CNH-PLENO        PIC 9(05)  VALUE ZEROS.
