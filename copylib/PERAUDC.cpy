      *--------------------------------------------------------------*
      *    AUDITORIA DE LANCAMENTOS EM PERIODO REABERTO (PERAUD) -   *
      *    SEQUENCIAL EM EXTEND NO LOTE E ESDS NO FCT DO ONLINE      *
      *    (GRAVADO POR RBA, COMO O MSTJRNL), LRECL 80               *
      *--------------------------------------------------------------*
      *    UM REGISTRO POR LANCAMENTO FEITO NUMA COMPETENCIA QUE O   *
      *    PERFIN DA COMO REABERTA: AREA E COMPETENCIA, PROGRAMA,    *
      *    RUN-ID (ZEROS NO ONLINE), OPERADOR, TERMINAL OU ORIGEM    *
      *    (ESPACOS NO LOTE SEM OPERADOR), DATA E HORA DO SISTEMA NO *
      *    LANCAMENTO, DATA DO FATO, REFERENCIA                      *
      *    (MATRICULA, LOTE, ACORDO OU FUNCIONARIO, EM ZONADO) E     *
      *    VALOR. O CGPRG180 LISTA OS REGISTROS DA COMPETENCIA COM   *
      *    DATA IGUAL OU POSTERIOR A REABERTURA, SOB DEMANDA OU NO   *
      *    NOVO FECHAMENTO. COMPARTILHADO VIA COPY, TANTO NA FD      *
      *    QUANTO NA WORKING-STORAGE                                 *
      *--------------------------------------------------------------*
           05 WS-CHAVE-PA.
              10 WS-AREA-PA       PIC X(01).
              10 WS-COMPET-PA     PIC 9(06).
           05 WS-PROG-PA          PIC X(08).
           05 WS-RUNID-PA         PIC 9(04).
           05 WS-OPER-PA          PIC X(08).
           05 WS-DATA-PA          PIC 9(08).
           05 WS-HORA-PA          PIC 9(06).
           05 WS-DT-MOVTO-PA      PIC 9(08).
           05 WS-REFER-PA         PIC X(13).
           05 WS-VALOR-PA         PIC 9(11)V99.
           05 FILLER              PIC X(05).
