      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE EMPRESTIMOS CONSIGNADOS (EMPCONS)   *
      *    KSDS PELA CHAVE DEPARTAMENTO+FUNCIONARIO+BANCO+CONTRATO,  *
      *    LRECL 80. CARREGADO PELO CGPRG196 A PARTIR DOS ARQUIVOS   *
      *    MENSAIS DAS INSTITUICOES CONVENIADAS (CONSENT); A FOLHA   *
      *    MENSAL (CGPRG123) DESCONTA A PARCELA DENTRO DA MARGEM     *
      *    CONSIGNAVEL E GUARDA O RESULTADO DA COMPETENCIA NO PROPRIO*
      *    CONTRATO; O CGPRG197 GERA O RETORNO POR INSTITUICAO E O   *
      *    CGPRG198 O EXTRATO DE MARGEM DO FUNCIONARIO.              *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-EC.
              10 WS-DPTO-EC       PIC 9(04)      COMP-3.
              10 WS-FUNC-EC       PIC 9(04)      COMP-3.
      *-----> CODIGO DE COMPENSACAO DA INSTITUICAO E NUMERO DO
      *       CONTRATO COMO A INSTITUICAO O INFORMA
              10 WS-BANCO-EC      PIC 9(03).
              10 WS-CONTRATO-EC   PIC X(15).
           05 WS-PARCELA-EC       PIC 9(07)V99   COMP-3.
           05 WS-TOT-PARC-EC      PIC 9(03)      COMP-3.
           05 WS-REST-EC          PIC 9(03)      COMP-3.
           05 WS-SIT-EC           PIC X(01).
              88 CONTRATO-ATIVO       VALUE 'A'.
              88 CONTRATO-QUITADO     VALUE 'Q'.
              88 CONTRATO-ENCERRADO   VALUE 'E'.
              88 CONTRATO-RESCISAO    VALUE 'R'.
           05 WS-DT-INCL-EC       PIC 9(08)      COMP-3.
      *-----> RESULTADO DA ULTIMA COMPETENCIA PROCESSADA: VALOR
      *       DESCONTADO, PARTE NAO DESCONTADA E MOTIVO. PARCELAS
      *       RESTANTES E SITUACAO ANTERIORES AO DESCONTO FICAM
      *       GUARDADAS PARA QUE A REEXECUCAO DA MESMA COMPETENCIA
      *       NAO ABATA A PARCELA DUAS VEZES
           05 WS-COMPET-MOV-EC    PIC 9(06)      COMP-3.
           05 WS-REST-ANT-EC      PIC 9(03)      COMP-3.
           05 WS-SIT-ANT-EC       PIC X(01).
           05 WS-DESCONT-EC       PIC 9(07)V99   COMP-3.
           05 WS-FALTA-EC         PIC 9(07)V99   COMP-3.
           05 WS-MOTIVO-EC        PIC X(01).
              88 MOV-INTEGRAL         VALUE ' '.
              88 MOV-MARGEM           VALUE 'M'.
              88 MOV-FERIAS           VALUE 'F'.
              88 MOV-DESLIGADO        VALUE 'D'.
              88 MOV-SEM-FOLHA        VALUE 'S'.
           05 FILLER              PIC X(23).
