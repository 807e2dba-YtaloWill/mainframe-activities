      *                          (COPY MSTJRNLC) COM IMAGEM ANTES E
      *                          DEPOIS, PARA A RECONSTRUCAO DE
      *                          CONTINGENCIA (CGPRG136)
      *  V03    OUT/2026 010191  PERCENTUAL DE FREQUENCIA CONTA AS
      *                          FALTAS ABONADAS (WS-QTD-ABONO-F,
      *                          APROVADAS NO CGPRG153); INCLUSAO
      *                          NASCE SEM ABONO
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO DE
      *                          CHAMADA COM A MATRICULA EM 1-5 (AULAS
      *                          6-8, PRESENCAS 9-11) E CHAVE DO
      *                          MSTJRNL COM 5 POSICOES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*

      *-----> ENTRADA - CARTAO DE CHAMADA VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-QTD-AULAS-IN     PIC 9(03).
           05 WS-QTD-PRES-IN      PIC 9(03).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-CHAVE-JORNAL        PIC 9(05).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).

                                        OF WS-REG-FREQALU
              MOVE WS-QTD-PRES-IN    TO WS-QTD-PRES-F
                                        OF WS-REG-FREQALU
              MOVE ZEROS             TO WS-QTD-ABONO-F
                                        OF WS-REG-FREQALU
              PERFORM 033-CALCULAR-PORC
              MOVE WS-HDR-RUNID      TO WS-RUNID-F OF WS-REG-FREQALU
              MOVE WS-HDR-DATA-LOTE  TO WS-DTLOTE-F OF WS-REG-FREQALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    CALCULAR O PERCENTUAL DE FREQUENCIA DO ACUMULADO, COM AS
      *    FALTAS ABONADAS CONTANDO COMO PRESENCA (VER V03). REGISTRO
      *    ANTERIOR AO ABONO TRAZ ESPACOS NO CAMPO = SEM ABONO
      *--------------------------------------------------------------*
       033-CALCULAR-PORC.

           IF WS-QTD-ABONO-F OF WS-REG-FREQALU NOT NUMERIC
              MOVE ZEROS  TO  WS-QTD-ABONO-F OF WS-REG-FREQALU
           END-IF

           IF WS-QTD-AULAS-F OF WS-REG-FREQALU = ZEROS
              MOVE ZEROS  TO  WS-PORC-FREQ-F OF WS-REG-FREQALU
           ELSE
              COMPUTE WS-PORC-FREQ-F OF WS-REG-FREQALU =
                      100 * (WS-QTD-PRES-F OF WS-REG-FREQALU
                           + WS-QTD-ABONO-F OF WS-REG-FREQALU)
                      / WS-QTD-AULAS-F OF WS-REG-FREQALU
           END-IF
           .
           MOVE WS-OP-JORNAL      TO  WS-OP-MJ
           MOVE WS-NUMERO-IN      TO  WS-CHAVE-JORNAL
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-CHAVE-JORNAL   TO  WS-CHAVE-MJ (1:5)
           MOVE SPACES            TO  WS-OPER-MJ
           MOVE WS-HDR-RUNID      TO  WS-OPER-MJ (1:4)
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
