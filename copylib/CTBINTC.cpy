      *--------------------------------------------------------------*
      *    INTERFACE DE LANCAMENTOS P/ A CONTABILIDADE (CTBINTF)     *
      *    LRECL 100                                                 *
      *--------------------------------------------------------------*
      *    GRAVADA PELO CGPRG172 (GDG DIARIO) SO QUANDO O DIA FECHA: *
      *    CABECALHO '1' COM O SISTEMA E AS DATAS, DOIS REGISTROS    *
      *    '2' (DEBITO 'D' E CREDITO 'C') POR EVENTO DO DIA, COM A   *
      *    CONTA DA TABELA CTBMAPA E O VALOR SOMADO DO EVENTO, E     *
      *    RODAPE '9' COM A QTDE DE LANCAMENTOS E OS TOTAIS A DEBITO *
      *    E A CREDITO (SEMPRE IGUAIS). CAMPOS EM ZONADO             *
      *--------------------------------------------------------------*
           05 WS-TIPO-CI          PIC X(01).
              88 CI-CABECALHO         VALUE '1'.
              88 CI-DETALHE           VALUE '2'.
              88 CI-RODAPE            VALUE '9'.
           05 WS-CABECALHO-CI.
              10 WS-SISTEMA-CI    PIC X(02).
              10 WS-DT-MOVTO-CI   PIC 9(08).
              10 WS-DT-GERACAO-CI PIC 9(08).
              10 FILLER           PIC X(81).
      *-----> UM LANCAMENTO (PERNA DEBITO OU CREDITO)
           05 WS-DETALHE-CI  REDEFINES  WS-CABECALHO-CI.
              10 WS-SEQ-CI        PIC 9(06).
              10 WS-DT-LANC-CI    PIC 9(08).
              10 WS-CONTA-CI      PIC X(12).
              10 WS-NATUREZA-CI   PIC X(01).
                 88 CI-DEBITO         VALUE 'D'.
                 88 CI-CREDITO        VALUE 'C'.
              10 WS-VALOR-CI      PIC 9(13)V99.
              10 WS-HIST-CI       PIC X(40).
              10 WS-EVENTO-CI     PIC X(03).
              10 WS-QTD-EV-CI     PIC 9(07).
              10 FILLER           PIC X(07).
      *-----> RODAPE DA INTERFACE
           05 WS-RODAPE-CI  REDEFINES  WS-CABECALHO-CI.
              10 WS-QTD-CI        PIC 9(07).
              10 WS-TOT-DEB-CI    PIC 9(13)V99.
              10 WS-TOT-CRE-CI    PIC 9(13)V99.
              10 FILLER           PIC X(62).
