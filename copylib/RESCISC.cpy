      *--------------------------------------------------------------*
      *    LAYOUT DAS RESCISOES CALCULADAS (RESCISAO)                *
      *    KSDS PELA CHAVE DEPARTAMENTO+FUNCIONARIO+DATA DO          *
      *    DESLIGAMENTO, LRECL 160, GRAVADO PELO CALCULO DA          *
      *    RESCISAO (CGPRG191) ANTES DE O FUNCIONARIO SAIR DO        *
      *    CADFUNC: GUARDA O CADASTRO DO DESLIGADO E TODAS AS        *
      *    VERBAS DO TERMO DE RESCISAO (TRCT), QUE DEIXA DE EXISTIR  *
      *    SO NO PAPEL.                                              *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-RS.
              10 WS-DPTO-RS       PIC 9(04)      COMP-3.
              10 WS-FUNC-RS       PIC 9(04)      COMP-3.
              10 WS-DTDESL-RS     PIC 9(08)      COMP-3.
      *-----> CADASTRO DO FUNCIONARIO NA DATA DO DESLIGAMENTO
           05 WS-NOME-RS          PIC X(20).
           05 WS-ADMISSAO-RS      PIC 9(08)      COMP-3.
           05 WS-SALARIO-RS       PIC 9(07)V99   COMP-3.
      *-----> CAUSA DO DESLIGAMENTO E TRATAMENTO DO AVISO PREVIO
           05 WS-TIPO-RS          PIC X(01).
              88 RESC-SEM-JUSTA       VALUE 'S'.
              88 RESC-JUSTA-CAUSA     VALUE 'J'.
              88 RESC-PEDIDO          VALUE 'P'.
              88 RESC-ACORDO          VALUE 'A'.
           05 WS-AVISO-RS         PIC X(01).
              88 AVISO-INDENIZADO     VALUE 'I'.
              88 AVISO-TRABALHADO     VALUE 'T'.
              88 AVISO-DISPENSADO     VALUE 'D'.
      *-----> VERBAS RESCISORIAS (PROVENTOS)
           05 WS-SALDO-SAL-RS     PIC 9(07)V99   COMP-3.
           05 WS-DIAS-VENC-RS     PIC 9(03)      COMP-3.
           05 WS-FER-VENC-RS      PIC 9(08)V99   COMP-3.
           05 WS-AVOS-FER-RS      PIC 9(02).
           05 WS-FER-PROP-RS      PIC 9(08)V99   COMP-3.
           05 WS-TERCO-RS         PIC 9(08)V99   COMP-3.
           05 WS-AVOS-13-RS       PIC 9(02).
           05 WS-DEC-PROP-RS      PIC 9(08)V99   COMP-3.
           05 WS-DIAS-AVISO-RS    PIC 9(03)      COMP-3.
           05 WS-AVISO-IND-RS     PIC 9(08)V99   COMP-3.
      *-----> DESCONTOS
           05 WS-DESC-AVISO-RS    PIC 9(08)V99   COMP-3.
           05 WS-ADIANT-13-RS     PIC 9(08)V99   COMP-3.
           05 WS-INSS-RS          PIC 9(07)V99   COMP-3.
           05 WS-IRRF-RS          PIC 9(07)V99   COMP-3.
      *-----> TOTAIS E CREDITO
           05 WS-BRUTO-RS         PIC 9(08)V99   COMP-3.
           05 WS-LIQUIDO-RS       PIC 9(08)V99   COMP-3.
      *-----> FGTS: BASE E DEPOSITO DO MES RESCISORIO (8%) E
      *       PERCENTUAL DA MULTA RESCISORIA (40 SEM JUSTA CAUSA,
      *       20 NO ACORDO, ZERO NOS DEMAIS) COM A BASE ESTIMADA
      *       DOS DEPOSITOS DO CONTRATO
           05 WS-BASE-FGTS-RS     PIC 9(08)V99   COMP-3.
           05 WS-FGTS-MES-RS      PIC 9(08)V99   COMP-3.
           05 WS-BASE-MULTA-RS    PIC 9(08)V99   COMP-3.
           05 WS-PCT-MULTA-RS     PIC 9(02).
      *-----> RASTRO: DATA DO CREDITO, OPERADOR, LOTE E DATA DO
      *       CALCULO
           05 WS-DTCRED-RS        PIC 9(08)      COMP-3.
           05 WS-OPER-RS          PIC X(03).
           05 WS-RUNID-RS         PIC 9(04)      COMP-3.
           05 WS-DTPROC-RS        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(04).
