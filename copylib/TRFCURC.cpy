      *--------------------------------------------------------------*
      *    LAYOUT DO REGISTRO DE TRANSFERENCIAS DE CURSO (TRFCURS) - *
      *    LRECL 60                                                  *
      *    KSDS INDEXADO PELA MATRICULA ANTIGA (WS-NUMERO-ANT-TR),   *
      *    UM REGISTRO POR TRANSFERENCIA INTERNA, GRAVADO PELO       *
      *    CGPRG155 QUANDO O ALUNO PASSA PARA OUTRO CURSO COM        *
      *    MATRICULA NOVA DA FAIXA DO FAIXNUM. LIGA A MATRICULA      *
      *    ANTIGA A NOVA: O CGPRG029 (CPF DUPLICADO), O CGPRG033     *
      *    (FORMATURA) E O CGPRG034 (EVASAO) SEGUEM A LIGACAO (EM    *
      *    CADEIA, SE O ALUNO TRANSFERIU MAIS DE UMA VEZ) PARA       *
      *    TRATAR AS DUAS MATRICULAS COMO UM SO ALUNO. A DATA DA     *
      *    TRANSFERENCIA LIMITA A LIGACAO: REGISTRO DO HISTALU       *
      *    POSTERIOR A ELA NAO E DO ALUNO TRANSFERIDO. COMPARTILHADO *
      *    VIA COPY, TANTO NA FD QUANTO NA WORKING-STORAGE           *
      *--------------------------------------------------------------*
           05 WS-NUMERO-ANT-TR    PIC 9(05)      COMP-3.
           05 WS-NUMERO-NOVO-TR   PIC 9(05)      COMP-3.
           05 WS-CURSO-ANT-TR     PIC X(12).
           05 WS-CURSO-NOVO-TR    PIC X(12).
      *-----> DATA DO LOTE DA TRANSFERENCIA (AAAAMMDD), OPERADOR DO
      *       CARTAO E RUN-ID DO LOTE (COPY SYSINHT)
           05 WS-DT-TRANSF-TR     PIC 9(08)      COMP-3.
           05 WS-OPER-TR          PIC X(03).
           05 WS-RUNID-TR         PIC 9(04)      COMP-3.
      *-----> O QUE FOI LEVADO PARA A MATRICULA NOVA: MENSALIDADES
      *       EM ABERTO E QUANTAS DELAS FORAM REPRECIFICADAS PELA
      *       MENSALIDADE DO CURSO NOVO (WS-MENSAL-CT DO CURSOTAB);
      *       'S'/'N' PARA ENDERECO (CADEND), FREQUENCIA (FREQALU) E
      *       BOLSA (BOLSALU)
           05 WS-QTD-MENS-TR      PIC 9(03)      COMP-3.
           05 WS-QTD-REPREC-TR    PIC 9(03)      COMP-3.
           05 WS-SW-END-TR        PIC X(01).
           05 WS-SW-FRQ-TR        PIC X(01).
           05 WS-SW-BOLSA-TR      PIC X(01).
           05 FILLER              PIC X(12).
