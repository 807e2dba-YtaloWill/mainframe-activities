      *--------------------------------------------------------------*
      *    ARQUIVO DO FGTS E DA DECLARACAO MENSAL DA FOLHA (FGTSARQ) *
      *    - LRECL 100                                               *
      *--------------------------------------------------------------*
      *    GRAVADO PELO CGPRG195 NO LEIAUTE FIXO DE ENTREGA: UM      *
      *    CABECALHO '1' COM O EMPREGADOR E A COMPETENCIA, UM        *
      *    REGISTRO '2' POR TRABALHADOR COM A BASE E O DEPOSITO DO   *
      *    MES E UM RODAPE '9' COM A QTDE E OS TOTAIS. CAMPOS EM     *
      *    ZONADO, VALORES COM CENTAVOS IMPLICITOS                   *
      *--------------------------------------------------------------*
           05 WS-TIPO-FG          PIC X(01).
              88 FG-CABECALHO         VALUE '1'.
              88 FG-DETALHE           VALUE '2'.
              88 FG-RODAPE            VALUE '9'.
           05 WS-CABECALHO-FG.
              10 WS-CNPJ-FG       PIC 9(14).
              10 WS-RAZAO-FG      PIC X(40).
              10 WS-COMPET-FG     PIC 9(06).
              10 WS-DT-GERACAO-FG PIC 9(08).
              10 WS-ALIQ-FG       PIC 9(02)V99.
              10 FILLER           PIC X(27).
      *-----> UM TRABALHADOR: PIS/PASEP, MATRICULA, ADMISSAO, BASE DE
      *       CALCULO (REMUNERACAO BRUTA DA COMPETENCIA) E DEPOSITO
           05 WS-DETALHE-FG  REDEFINES  WS-CABECALHO-FG.
              10 WS-PIS-FG        PIC 9(11).
              10 WS-DPTO-FG       PIC 9(04).
              10 WS-FUNC-FG       PIC 9(04).
              10 WS-NOME-FG       PIC X(20).
              10 WS-ADMISSAO-FG   PIC 9(08).
              10 WS-BASE-FG       PIC 9(13)V99.
              10 WS-DEPOSITO-FG   PIC 9(13)V99.
              10 FILLER           PIC X(22).
      *-----> RODAPE DO ARQUIVO
           05 WS-RODAPE-FG  REDEFINES  WS-CABECALHO-FG.
              10 WS-QTD-FG        PIC 9(07).
              10 WS-TOT-BASE-FG   PIC 9(13)V99.
              10 WS-TOT-DEPOS-FG  PIC 9(13)V99.
              10 FILLER           PIC X(62).
