      *--------------------------------------------------------------*
      *    LAYOUT DO INDICE ANTI-DUPLICIDADE DOS CONTRATOS DE LOTE   *
      *    (CTRLIDX) - KSDS PELO NUMERO DO LOTE, LRECL 20: APONTA O  *
      *    CONTRATO VIGENTE DA VENDA DO LOTE (CTRLOTE - COPY         *
      *    CTRLOTC). GRAVADO PELO CGPRG183 ANTES DE O NUMERO SER     *
      *    CONSUMIDO - A CHAVE DUPLICADA (FS='22') BARRA A SEGUNDA   *
      *    EMISSAO, COMO O DIPLIDX DO CGPRG100 - E EXCLUIDO PELO     *
      *    DISTRATO (CGPRG118), QUE LIBERA O LOTE PARA UM CONTRATO   *
      *    NOVO NA REVENDA.                                          *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-LOTE-CI          PIC 9(05)      COMP-3.
           05 WS-CONTRATO-CI      PIC 9(06)      COMP-3.
           05 WS-DT-EMIS-CI       PIC 9(08)      COMP-3.
           05 FILLER              PIC X(08).
