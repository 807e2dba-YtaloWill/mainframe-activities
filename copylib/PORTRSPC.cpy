      *--------------------------------------------------------------*
      *    RESPOSTA AO PORTAL DA FAMILIA (PORTRSP) - LRECL 80, UM    *
      *    REGISTRO POR PEDIDO DO PORTREQ (COPY PORTREQC), GRAVADO   *
      *    PELO CGPRG158 COM O MESMO TIPO, PROTOCOLO E MATRICULA DO  *
      *    PEDIDO, A SITUACAO ('A' = ACEITO, 'R' = RECUSADO), O      *
      *    MOTIVO DA RECUSA (CODIGOS DO REJCARDC - NEN, END, CEP,    *
      *    UF, FON - MAIS TIP = TIPO DE PEDIDO INVALIDO E SCE = SEM  *
      *    ENDERECO CADASTRADO PARA TROCAR O TELEFONE) E O TEXTO     *
      *    MOSTRADO A FAMILIA. FECHA COM UM RODAPE '9' E AS QTDES    *
      *--------------------------------------------------------------*
           05 WS-TIPO-PR          PIC X(01).
              88 PR-RODAPE            VALUE '9'.
           05 WS-DETALHE-PR.
              10 WS-PROTOCOLO-PR  PIC 9(10).
              10 WS-MATRICULA-PR  PIC X(05).
              10 WS-STATUS-PR     PIC X(01).
                 88 PR-ACEITO         VALUE 'A'.
                 88 PR-RECUSADO       VALUE 'R'.
              10 WS-MOTIVO-PR     PIC X(03).
              10 WS-DESCR-PR      PIC X(40).
              10 WS-DATA-PROC-PR  PIC 9(08).
              10 FILLER           PIC X(12).
      *-----> RODAPE DA RESPOSTA
           05 WS-RODAPE-PR  REDEFINES  WS-DETALHE-PR.
              10 WS-QTD-ACEITOS-PR PIC 9(06).
              10 WS-QTD-RECUSA-PR PIC 9(06).
              10 WS-QTD-TOTAL-PR  PIC 9(06).
              10 FILLER           PIC X(61).
