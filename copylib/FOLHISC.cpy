      *--------------------------------------------------------------*
      *    LAYOUT DO HISTORICO DE PAGAMENTOS DA FOLHA (FOLHIST)      *
      *    KSDS PELA CHAVE DEPARTAMENTO+FUNCIONARIO+COMPETENCIA+     *
      *    ESPECIE DO PAGAMENTO, LRECL 120. CADA FOLHA MENSAL        *
      *    (CGPRG123), PARCELA DO DECIMO TERCEIRO (CGPRG190) E       *
      *    RESCISAO (CGPRG191) GRAVA UM REGISTRO POR FUNCIONARIO;    *
      *    A REEXECUCAO DA MESMA COMPETENCIA E ESPECIE SUBSTITUI O   *
      *    REGISTRO. BASE DO INFORME DE RENDIMENTOS ANUAL (CGPRG194).*
      *    DEPARTAMENTO E FUNCIONARIO ZERADOS = TOTAL DA EXECUCAO    *
      *    (A LINHA TOTAL EMPRESA DO RELFOLM), GRAVADO PELA FOLHA    *
      *    MENSAL PARA A CONCILIACAO DO INFORME.                     *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-HF.
              10 WS-DPTO-HF       PIC 9(04)      COMP-3.
              10 WS-FUNC-HF       PIC 9(04)      COMP-3.
      *-----> COMPETENCIA AAAAMM; NO DECIMO TERCEIRO, AAAA13
              10 WS-COMPET-HF     PIC 9(06)      COMP-3.
              10 WS-TIPO-HF       PIC X(01).
                 88 HIST-MENSAL          VALUE 'M'.
                 88 HIST-ADIANT-13       VALUE 'A'.
                 88 HIST-SALDO-13        VALUE 'D'.
                 88 HIST-RESCISAO        VALUE 'R'.
           05 WS-NOME-HF          PIC X(20).
      *-----> BRUTO DO CONTRACHEQUE/TRCT E SUA PARTIDA PARA O
      *       INFORME: RENDIMENTO TRIBUTAVEL NO AJUSTE ANUAL, DECIMO
      *       TERCEIRO (TRIBUTACAO EXCLUSIVA, SEM O ADIANTAMENTO JA
      *       INFORMADO NA 1A PARCELA) E VERBAS ISENTAS (FERIAS E
      *       AVISO INDENIZADOS NA RESCISAO)
           05 WS-BRUTO-HF         PIC 9(10)V99   COMP-3.
           05 WS-TRIB-HF          PIC 9(10)V99   COMP-3.
           05 WS-DEC-HF           PIC 9(10)V99   COMP-3.
           05 WS-ISENTO-HF        PIC 9(10)V99   COMP-3.
      *-----> RETENCOES: SOBRE OS RENDIMENTOS TRIBUTAVEIS E, EM
      *       SEPARADO, SOBRE O DECIMO TERCEIRO
           05 WS-INSS-HF          PIC 9(10)V99   COMP-3.
           05 WS-IRRF-HF          PIC 9(10)V99   COMP-3.
           05 WS-INSS13-HF        PIC 9(10)V99   COMP-3.
           05 WS-IRRF13-HF        PIC 9(10)V99   COMP-3.
           05 WS-LIQUIDO-HF       PIC 9(10)V99   COMP-3.
      *-----> QUANTIDADE DE CONTRACHEQUES (SO NO REGISTRO DE TOTAL)
           05 WS-QTD-HF           PIC 9(05)      COMP-3.
      *-----> RASTRO: DATA DO CREDITO, PROGRAMA E DATA DA GRAVACAO
           05 WS-DTCRED-HF        PIC 9(08)      COMP-3.
           05 WS-PROGID-HF        PIC X(08).
           05 WS-DTPROC-HF        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(05).
