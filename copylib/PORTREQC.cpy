      *--------------------------------------------------------------*
      *    PEDIDOS DAS FAMILIAS VINDOS DO PORTAL (PORTREQ) - LRECL   *
      *    100, UM PEDIDO POR REGISTRO, ARQUIVO DIARIO PROCESSADO    *
      *    PELO CGPRG158. WS-TIPO-PQ DIZ O PEDIDO:                   *
      *      'E' = ALTERACAO DE ENDERECO (ENDERECO/CEP/CIDADE/UF)    *
      *      'F' = ALTERACAO DE TELEFONE                             *
      *      'D' = DECLARACAO DE MATRICULA (VAI AO CGPRG035)         *
      *      'M' = E-MAIL/CELULAR E OPCAO DAS NOTIFICACOES (CONTFAM) *
      *      '9' = RODAPE COM A QTDE DE PEDIDOS DO ARQUIVO           *
      *    OS CAMPOS VEM DIGITADOS PELA FAMILIA NO PORTAL - MATRICULA*
      *    E CEP SAO CONFERIDOS COMO NUMERICOS ANTES DO USO. O       *
      *    PROTOCOLO E DEVOLVIDO NA RESPOSTA (COPY PORTRSPC)         *
      *--------------------------------------------------------------*
           05 WS-TIPO-PQ          PIC X(01).
              88 PQ-ENDERECO          VALUE 'E'.
              88 PQ-FONE              VALUE 'F'.
              88 PQ-DECLARACAO        VALUE 'D'.
              88 PQ-CONTATO           VALUE 'M'.
              88 PQ-RODAPE            VALUE '9'.
           05 WS-DETALHE-PQ.
              10 WS-PROTOCOLO-PQ  PIC 9(10).
              10 WS-MATRICULA-PQ  PIC 9(05).
              10 WS-DATA-PQ       PIC 9(08).
              10 WS-DADOS-PQ      PIC X(60).
      *-----> PEDIDO 'E' - ENDERECO NOVO
              10 WS-DADOS-END-PQ  REDEFINES  WS-DADOS-PQ.
                 15 WS-ENDER-PQ   PIC X(30).
                 15 WS-CEP-PQ     PIC 9(08).
                 15 WS-CIDADE-PQ  PIC X(20).
                 15 WS-UF-PQ      PIC X(02).
      *-----> PEDIDO 'F' - TELEFONE NOVO (DDD + NUMERO)
              10 WS-DADOS-FONE-PQ REDEFINES  WS-DADOS-PQ.
                 15 WS-FONE-PQ    PIC X(11).
                 15 FILLER        PIC X(49).
      *-----> PEDIDO 'M' - CONTATO ELETRONICO E OPCAO DA FAMILIA
      *       ('S' = RECEBER NOTIFICACOES, 'N' = NAO RECEBER)
              10 WS-DADOS-CONT-PQ REDEFINES  WS-DADOS-PQ.
                 15 WS-EMAIL-PQ   PIC X(45).
                 15 WS-CELULAR-PQ PIC X(11).
                 15 WS-CELULAR-PQ-N REDEFINES WS-CELULAR-PQ
                                  PIC 9(11).
                 15 WS-OPCAO-PQ   PIC X(01).
                 15 FILLER        PIC X(03).
              10 FILLER           PIC X(16).
      *-----> RODAPE DO ARQUIVO
           05 WS-RODAPE-PQ  REDEFINES  WS-DETALHE-PQ.
              10 WS-QTD-PEDIDOS-PQ PIC 9(06).
              10 FILLER           PIC X(93).
