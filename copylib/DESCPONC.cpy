      *--------------------------------------------------------------*
      *    TABELA DE DESCONTO DE PONTUALIDADE (DESCPON)              *
      *    KSDS PELA CHAVE CURSO + COMPETENCIA (WS-CHAVE-DP, 18      *
      *    BYTES), LRECL 40                                          *
      *--------------------------------------------------------------*
      *    UMA REGRA POR CURSO E/OU COMPETENCIA: PERCENTUAL DE       *
      *    DESCONTO SOBRE A MENSALIDADE LIQUIDA (JA COM A BOLSA) E   *
      *    DIA LIMITE PARA O PAGAMENTO PONTUAL. CURSO EM ESPACOS =   *
      *    TODOS OS CURSOS; COMPETENCIA ZERADA = TODAS AS            *
      *    COMPETENCIAS. O CGPRG022 PROCURA, NESTA ORDEM: CURSO +    *
      *    COMPETENCIA, TODOS OS CURSOS + COMPETENCIA, CURSO +       *
      *    TODAS AS COMPETENCIAS E, POR ULTIMO, A REGRA GERAL        *
      *    (ESPACOS + ZEROS), E CARIMBA A REGRA ACHADA NA COBRANCA   *
      *    (WS-PCT-PONT-M/WS-DT-PONT-M EM MENSALUC). MANTIDA PELO    *
      *    CGPRG174 (CARTOES I/A/E). COMPARTILHADO VIA COPY, TANTO   *
      *    NA FD QUANTO NA WORKING-STORAGE                           *
      *--------------------------------------------------------------*
           05 WS-CHAVE-DP.
              10 WS-CURSO-DP      PIC X(12).
              10 WS-COMPET-DP     PIC 9(06).
           05 WS-PCT-DP           PIC 9(02)V99.
      *-----> DIA DO MES DO VENCIMENTO ATE O QUAL O DESCONTO VALE
      *       (LIMITADO AO PROPRIO VENCIMENTO); ZERO = ATE O
      *       VENCIMENTO
           05 WS-DIA-LIM-DP       PIC 9(02).
      *-----> DATA DO LOTE DA ULTIMA MANUTENCAO (WS-HDR-DATA-LOTE)
           05 WS-DT-ALT-DP        PIC 9(08).
           05 FILLER              PIC X(08).
