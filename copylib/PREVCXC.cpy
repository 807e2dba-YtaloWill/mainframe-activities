      *--------------------------------------------------------------*
      *    REGISTRO DO HISTORICO DA PREVISAO DE CAIXA (PREVCXA) -     *
      *    LRECL 60                                                   *
      *--------------------------------------------------------------*
      *    UMA LINHA POR FLUXO DE RECEBIVEL E SEMANA DA PREVISAO DE   *
      *    90 DIAS DO CGPRG179: DATA DE REFERENCIA E RUNID DA         *
      *    PREVISAO, FLUXO (1 MENSALU, 2 MENSACOR, 3 CONVFAT,         *
      *    4 LOTEPARC), SEMANA (01 A 13) E SEU PERIODO, VALOR BRUTO   *
      *    A VENCER, TAXA DE PONTUALIDADE APLICADA E VALOR PREVISTO.  *
      *    O ARQUIVO E ACUMULATIVO (OPEN EXTEND) E A PREVISAO         *
      *    SEGUINTE LE O HISTORICO PARA CONFRONTAR AS SEMANAS JA      *
      *    ENCERRADAS DA PREVISAO ANTERIOR COM O REALIZADO            *
      *--------------------------------------------------------------*
           05  WS-DTREF-PX            PIC 9(08).
           05  WS-RUNID-PX            PIC 9(04).
           05  WS-FLUXO-PX            PIC 9(01).
           05  WS-SEMANA-PX           PIC 9(02).
           05  WS-DT-INI-PX           PIC 9(08).
           05  WS-DT-FIM-PX           PIC 9(08).
           05  WS-VLR-BRUTO-PX        PIC 9(09)V99.
           05  WS-PCT-PX              PIC 9(03)V99.
           05  WS-VLR-PREV-PX         PIC 9(09)V99.
           05  FILLER                 PIC X(02).
