      *--------------------------------------------------------------*
      *    RECEBIVEL DO GOVERNO - FIES/PROUNI (FINREC)               *
      *    KSDS PELA CHAVE MATRICULA+COMPETENCIA (WS-CHAVE-FR, 7     *
      *    BYTES EMPACOTADOS, COMO O MENSALU), LRECL 60              *
      *--------------------------------------------------------------*
      *    UMA PARCELA POR ALUNO FINANCIADO E COMPETENCIA, GRAVADA   *
      *    PELO CGPRG022 NA GERACAO COM A PARTE DO GOVERNO DA        *
      *    MENSALIDADE (VER FINALUC). O CGPRG178 BAIXA A PARCELA     *
      *    CONTRA O ARQUIVO DE REPASSE MENSAL DO GOVERNO (REPGOV):   *
      *    REPASSE IGUAL AO PREVISTO = 'P'; REPASSE DE OUTRO VALOR = *
      *    'D' (DIVERGENTE, DIFERENCA NO RELATORIO RELREPG); SEM     *
      *    REPASSE A PARCELA SEGUE 'A'. COMPARTILHADO VIA COPY,      *
      *    TANTO NA FD QUANTO NA WORKING-STORAGE                     *
      *--------------------------------------------------------------*
           05 WS-CHAVE-FR.
              10 WS-NUMERO-FR     PIC 9(05)      COMP-3.
              10 WS-COMPET-FR     PIC 9(06)      COMP-3.
           05 WS-PROGRAMA-FR      PIC X(01).
           05 WS-CONTRATO-FR      PIC X(15).
           05 WS-PCT-FR           PIC 9(03)      COMP-3.
      *-----> PARTE DO GOVERNO PREVISTA NA GERACAO
           05 WS-VALOR-FR         PIC 9(07)V99   COMP-3.
      *-----> VALOR E DATA DO REPASSE RECEBIDO (CGPRG178)
           05 WS-VALOR-REP-FR     PIC 9(07)V99   COMP-3.
           05 WS-DT-REP-FR        PIC 9(08)      COMP-3.
           05 WS-SIT-FR           PIC X(01).
              88 REPASSE-ABERTO       VALUE 'A'.
              88 REPASSE-PAGO         VALUE 'P'.
              88 REPASSE-DIVERGENTE   VALUE 'D'.
      *-----> LOTE/EXECUCAO QUE GRAVOU OU BAIXOU A PARCELA
           05 WS-RUNID-FR         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-FR        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(11).
