      *    CARTAO 'P' DE PAGAMENTO. A PARCELA ZERO E A ENTRADA, JA   *
      *    GRAVADA PAGA. O ENVELHECIMENTO DOS COMPRADORES EM ATRASO  *
      *    POR REGIAO (ESTILO CGPRG024) E O CGPRG117.                *
      *    LRECL 58: O SALDO ABERTO E CORRIGIDO NO ANIVERSARIO DO    *
      *    CONTRATO PELO INDICE DA VENDA (CGPRG182 - TABELA INDCORR  *
      *    DO CGPRG181); WS-VALOR-LP PASSA A SER O VALOR CORRIGIDO E *
      *    WS-VALOR-ORIG-LP GUARDA O VALOR DO PLANO ORIGINAL.        *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
      *-----> LOTE/EXECUCAO QUE GRAVOU OU BAIXOU O REGISTRO
           05 WS-RUNID-LP         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-LP        PIC 9(08)      COMP-3.
      *-----> CORRECAO MONETARIA ANUAL DO SALDO (CGPRG182): INDICE
      *       DO CONTRATO ('INCC'/'IGPM'; ESPACOS NO PLANO ANTIGO =
      *       INDICE PADRAO DO CARTAO DA CORRECAO), VALOR ORIGINAL DA
      *       PARCELA (ZEROS OU NAO NUMERICO = NUNCA CORRIGIDA) E
      *       COMPETENCIA AAAAMM DA ULTIMA CORRECAO
           05 WS-INDICE-LP        PIC X(04).
              88 INDICE-INCC          VALUE 'INCC'.
              88 INDICE-IGPM          VALUE 'IGPM'.
              88 INDICE-VALIDO        VALUE 'INCC' 'IGPM'.
           05 WS-VALOR-ORIG-LP    PIC 9(08)V99   COMP-3.
           05 WS-COMPET-CORR-LP   PIC 9(06)      COMP-3.
           05 FILLER              PIC X(05).
