      *--------------------------------------------------------------*
      *    CADASTRO DE FINANCIAMENTO PUBLICO DO ALUNO (FINALU)       *
      *    KSDS PELA MATRICULA (WS-NUMERO-FI, MESMA DO CADALU),      *
      *    LRECL 40                                                  *
      *--------------------------------------------------------------*
      *    UM FINANCIAMENTO POR ALUNO - FIES OU BOLSA PROUNI - COM   *
      *    O PERCENTUAL DA MENSALIDADE PAGO PELO GOVERNO E A         *
      *    VIGENCIA (AAAAMM INICIAL/FINAL). MANTIDO PELO CGPRG177    *
      *    (CARTOES I/A/E). O CGPRG022 CONSULTA O CADASTRO NA        *
      *    GERACAO: DO LIQUIDO (JA SEM A BOLSA DA CASA) SAI A PARTE  *
      *    DO GOVERNO, LANCADA NO RECEBIVEL FINREC (COPY FINRECC) E  *
      *    CONCILIADA CONTRA O REPASSE MENSAL PELO CGPRG178; O       *
      *    MENSALU FICA SO COM A PARTE DO ALUNO. COMPARTILHADO VIA   *
      *    COPY, TANTO NA FD QUANTO NA WORKING-STORAGE               *
      *--------------------------------------------------------------*
           05 WS-NUMERO-FI        PIC 9(05)      COMP-3.
           05 WS-PROGRAMA-FI      PIC X(01).
              88 FIN-FIES             VALUE 'F'.
              88 FIN-PROUNI           VALUE 'P'.
      *-----> PERCENTUAL DA MENSALIDADE PAGO PELO GOVERNO (001 A
      *       100; NO PROUNI SO 050 OU 100 - BOLSA PARCIAL/INTEGRAL)
           05 WS-PCT-FI           PIC 9(03)      COMP-3.
           05 WS-VIG-INI-FI       PIC 9(06)      COMP-3.
      *-----> ZEROS = SEM PRAZO FINAL
           05 WS-VIG-FIM-FI       PIC 9(06)      COMP-3.
      *-----> NUMERO DO CONTRATO FIES / DO TERMO DE BOLSA PROUNI
           05 WS-CONTRATO-FI      PIC X(15).
           05 WS-SIT-FI           PIC X(01).
              88 FIN-ATIVO            VALUE 'A'.
              88 FIN-SUSPENSO         VALUE 'S'.
      *-----> DATA DO LOTE DA ULTIMA MANUTENCAO (WS-HDR-DATA-LOTE)
           05 WS-DT-ALT-FI        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(05).
