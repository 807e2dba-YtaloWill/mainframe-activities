      *--------------------------------------------------------------*
      *    LAYOUT DO FECHAMENTO MENSAL DO PONTO (FOLHAPON) -         *
      *    SEQUENCIAL, LRECL 80, UM REGISTRO POR FUNCIONARIO COM     *
      *    MOVIMENTO NA COMPETENCIA, GRAVADO PELO CGPRG193 E LIDO    *
      *    PELA FOLHA MENSAL (CGPRG123): PROVENTOS SOMAM AO BRUTO,   *
      *    DESCONTOS SAEM DO BRUTO. QUANTIDADES EM MINUTOS, DIAS E   *
      *    SEMANAS, VALORES JA CALCULADOS SOBRE O SALARIO DO MES     *
      *--------------------------------------------------------------*
           05 WS-DPTO-FP          PIC 9(04)      COMP-3.
           05 WS-FUNC-FP          PIC 9(04)      COMP-3.
           05 WS-COMPET-FP        PIC 9(06)      COMP-3.
      *-----> PROVENTOS: HORAS EXTRAS A 50% E A 100% E ADICIONAL
      *       NOTURNO (20% SOBRE A HORA NOTURNA REDUZIDA)
           05 WS-MIN-HE50-FP      PIC 9(05)      COMP-3.
           05 WS-VLR-HE50-FP      PIC 9(08)V99   COMP-3.
           05 WS-MIN-HE100-FP     PIC 9(05)      COMP-3.
           05 WS-VLR-HE100-FP     PIC 9(08)V99   COMP-3.
           05 WS-MIN-NOT-FP       PIC 9(05)      COMP-3.
           05 WS-VLR-NOT-FP       PIC 9(08)V99   COMP-3.
      *-----> DESCONTOS: FALTAS, DESCANSO SEMANAL REMUNERADO PERDIDO
      *       E ATRASOS/SAIDAS ANTECIPADAS ALEM DA TOLERANCIA
           05 WS-DIAS-FALTA-FP    PIC 9(02)      COMP-3.
           05 WS-VLR-FALTA-FP     PIC 9(08)V99   COMP-3.
           05 WS-SEM-DSR-FP       PIC 9(01)      COMP-3.
           05 WS-VLR-DSR-FP       PIC 9(08)V99   COMP-3.
           05 WS-MIN-ATRASO-FP    PIC 9(05)      COMP-3.
           05 WS-VLR-ATRASO-FP    PIC 9(08)V99   COMP-3.
           05 WS-PROVENTOS-FP     PIC 9(08)V99   COMP-3.
           05 WS-DESCONTOS-FP     PIC 9(08)V99   COMP-3.
           05 FILLER              PIC X(07).
