      *--------------------------------------------------------------*
      *    REMESSA DE RPS PARA A PREFEITURA (RPSARQ) - LRECL 200     *
      *--------------------------------------------------------------*
      *    GRAVADA PELO CGPRG169 NO LEIAUTE DO CONVENIO DE NFS-E:    *
      *    CABECALHO '1' COM O PRESTADOR (CNPJ E INSCRICAO           *
      *    MUNICIPAL), UM REGISTRO '2' POR RPS E RODAPE '9' COM A    *
      *    QTDE E OS TOTAIS. CAMPOS EM ZONADO. A PREFEITURA DEVOLVE  *
      *    A NFS-E DE CADA RPS NO RETNFSE (COPY RETNFSEC)            *
      *--------------------------------------------------------------*
           05 WS-TIPO-RP          PIC X(01).
              88 RP-CABECALHO         VALUE '1'.
              88 RP-DETALHE           VALUE '2'.
              88 RP-RODAPE            VALUE '9'.
           05 WS-CABECALHO-RP.
              10 WS-CNPJ-RP       PIC 9(14).
              10 WS-INSCR-RP      PIC X(11).
              10 WS-DT-GERACAO-RP PIC 9(08).
              10 WS-DT-MOVTO-RP   PIC 9(08).
              10 FILLER           PIC X(158).
      *-----> UM RPS. SITUACAO 'T' = TRIBUTADO NO MUNICIPIO;
      *       TOMADOR: '1' = CPF INFORMADO
           05 WS-DETALHE-RP  REDEFINES  WS-CABECALHO-RP.
              10 WS-SERIE-RP      PIC X(05).
              10 WS-NUMERO-RP     PIC 9(09).
              10 WS-DT-EMISSAO-RP PIC 9(08).
              10 WS-SIT-RP        PIC X(01).
              10 WS-VALOR-RP      PIC 9(13)V99.
              10 WS-SERVICO-RP    PIC X(05).
              10 WS-ALIQ-RP       PIC 9(01)V99.
              10 WS-ISS-RP        PIC 9(13)V99.
              10 WS-IND-TOM-RP    PIC X(01).
              10 WS-CPF-TOM-RP    PIC 9(14).
              10 WS-NOME-TOM-RP   PIC X(40).
              10 WS-DISCRIM-RP    PIC X(80).
              10 FILLER           PIC X(03).
      *-----> RODAPE DA REMESSA
           05 WS-RODAPE-RP  REDEFINES  WS-CABECALHO-RP.
              10 WS-QTD-RP        PIC 9(07).
              10 WS-TOT-VALOR-RP  PIC 9(13)V99.
              10 WS-TOT-ISS-RP    PIC 9(13)V99.
              10 FILLER           PIC X(162).
