      *--------------------------------------------------------------*
      *    CONTA FAMILIA (FAMCTA) - KSDS PELA MATRICULA DO FILHO     *
      *    (WS-NUMERO-FC, MESMA DO CADALU), LRECL 50                 *
      *--------------------------------------------------------------*
      *    UM REGISTRO POR ALUNO ATIVO DE FAMILIA COM DOIS OU MAIS   *
      *    FILHOS ATIVOS SOB O MESMO RESPONSAVEL FINANCEIRO: O       *
      *    RESPONSAVEL DO CADEND VINCULADO AO MESMO CPF NO CADASTRO  *
      *    UNICO DE PESSOAS (PESSOA, PAPEL 'R' - CGPRG166). A CONTA  *
      *    E IDENTIFICADA PELO CPF DO RESPONSAVEL E PELO TITULAR (A  *
      *    MENOR MATRICULA ATIVA DA FAMILIA), CUJA MATRICULA LEVA O  *
      *    BOLETO CONSOLIDADO DA FAMILIA NA REMESSA (CGPRG083,       *
      *    ORIGEM 'F'). A ORDEM DO FILHO (1 = TITULAR, PELA          *
      *    MATRICULA) DECIDE O DESCONTO DE IRMAOS DO CGPRG022        *
      *    (DESCIRM) E A SEQUENCIA DO RATEIO DO PAGAMENTO NO         *
      *    CGPRG023. REMONTADO POR INTEIRO PELO CGPRG176 ANTES DE    *
      *    CADA GERACAO.                                             *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-NUMERO-FC        PIC 9(05)      COMP-3.
           05 WS-CPF-RESP-FC      PIC 9(11)      COMP-3.
           05 WS-TITULAR-FC       PIC 9(05)      COMP-3.
           05 WS-ORDEM-FC         PIC 9(02).
           05 WS-QTD-FILHOS-FC    PIC 9(02).
           05 WS-RESPON-FC        PIC X(20).
      *-----> DATA DA MONTAGEM (AAAAMMDD) E RUN-ID DO CGPRG176
           05 WS-DT-MONT-FC       PIC 9(08)      COMP-3.
           05 WS-RUNID-FC         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(06).
