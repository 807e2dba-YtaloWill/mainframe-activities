      *--------------------------------------------------------------*
      *    LAYOUT DO CONTROLE DO DECIMO TERCEIRO SALARIO (DECTERC)   *
      *    KSDS PELA CHAVE DEPARTAMENTO+FUNCIONARIO+ANO, LRECL 60,   *
      *    GRAVADO PELO CALCULO DO DECIMO TERCEIRO (CGPRG190): A     *
      *    1A PARCELA (ADIANTAMENTO DE NOVEMBRO) GUARDA O VALOR      *
      *    ADIANTADO, QUE A 2A PARCELA (DEZEMBRO) DESCONTA; AS       *
      *    DATAS DE PAGAMENTO DE CADA PARCELA PROTEGEM A REEXECUCAO  *
      *    CONTRA PAGAR DUAS VEZES. ZEROS NA DATA = PARCELA NAO PAGA *
      *--------------------------------------------------------------*
           05 WS-CHAVE-DT.
              10 WS-DPTO-DT       PIC 9(04)      COMP-3.
              10 WS-FUNC-DT       PIC 9(04)      COMP-3.
              10 WS-ANO-DT        PIC 9(04)      COMP-3.
      *-----> MESES DE DIREITO (AVOS) E DECIMO TERCEIRO INTEGRAL DO
      *       ULTIMO CALCULO (SALARIO + MEDIA DAS VARIAVEIS)
           05 WS-AVOS-DT          PIC 9(02).
           05 WS-INTEGRAL-DT      PIC 9(08)V99   COMP-3.
      *-----> 1A PARCELA: ADIANTAMENTO SEM DESCONTOS
           05 WS-ADIANT-DT        PIC 9(08)V99   COMP-3.
           05 WS-DTPG1-DT         PIC 9(08)      COMP-3.
      *-----> 2A PARCELA: RETENCOES SOBRE O INTEGRAL E SALDO PAGO
      *       (INTEGRAL - PREVIDENCIA - IMPOSTO - ADIANTAMENTO)
           05 WS-INSS-DT          PIC 9(07)V99   COMP-3.
           05 WS-IRRF-DT          PIC 9(07)V99   COMP-3.
           05 WS-SALDO-DT         PIC 9(08)V99   COMP-3.
           05 WS-DTPG2-DT         PIC 9(08)      COMP-3.
           05 FILLER              PIC X(11).
