      *--------------------------------------------------------------*
      *    LAYOUT DA FILA DE LIBERACAO DE ESCRITURA (ESCFILA)        *
      *    KSDS PELA CHAVE LOTE + DATA DA QUITACAO, LRECL 40: UM     *
      *    REGISTRO POR CONTRATO DE LOTE TOTALMENTE PAGO - PELA      *
      *    QUITACAO ANTECIPADA (CARTAO 'Q' DO CGPRG184, ORIGEM 'A')  *
      *    OU PELA BAIXA DA ULTIMA PARCELA ABERTA NO CGPRG116        *
      *    (ORIGEM 'N'). O CGPRG186 IMPRIME O TERMO DE QUITACAO DOS  *
      *    REGISTROS NOVOS E LISTA PARA O JURIDICO OS PAGOS HA MAIS  *
      *    DE N DIAS SEM ESCRITURA LIBERADA; A LIBERACAO E BAIXADA   *
      *    PELO CARTAO 'L' DO CGPRG184.                              *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-EF.
              10 WS-LOTE-EF       PIC 9(05)      COMP-3.
              10 WS-DT-QUIT-EF    PIC 9(08)      COMP-3.
           05 WS-COMPRADOR-EF     PIC 9(04)      COMP-3.
           05 WS-ORIGEM-EF        PIC X(01).
              88 QUITACAO-ANTECIPADA  VALUE 'A'.
              88 QUITACAO-NORMAL      VALUE 'N'.
      *-----> VALOR PAGO NA QUITACAO ANTECIPADA (ZEROS NA NORMAL)
           05 WS-VALQUIT-EF       PIC 9(08)V99   COMP-3.
           05 WS-SIT-EF           PIC X(01).
              88 ESCRITURA-PENDENTE   VALUE 'P'.
              88 ESCRITURA-LIBERADA   VALUE 'L'.
           05 WS-TERMO-EF         PIC X(01).
              88 TERMO-IMPRESSO       VALUE 'S'.
              88 TERMO-PENDENTE       VALUE 'N'.
           05 WS-DT-TERMO-EF      PIC 9(08)      COMP-3.
           05 WS-DT-LIB-EF        PIC 9(08)      COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU OU BAIXOU O REGISTRO
           05 WS-RUNID-EF         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(07).
