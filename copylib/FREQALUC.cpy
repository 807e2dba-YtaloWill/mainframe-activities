      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE FREQUENCIA DE ALUNOS (FREQALU)      *
      *    KSDS INDEXADO POR WS-NUMERO-F (MESMA MATRICULA DO CADALU, *
      *    PIC 9(05) COMP-3, 3 BYTES), GRAVADO PELO CGPRG021 A       *
      *    PARTIR DOS CARTOES DE CHAMADA E LIDO PELO CGPRG009 PARA   *
      *    A REGRA DE REPROVACAO POR FALTA (FREQUENCIA MINIMA 75%).  *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE, COMO O CADALUC. O CARTAO DE SYSIN DO CGPRG021    *
      *    CONTINUA ZONADO (ACCEPT EXIGE REPRESENTACAO DISPLAY)      *
      *    FALTAS ABONADAS (WS-QTD-ABONO-F) SAO SOMADAS PELO         *
      *    CGPRG153 NA APROVACAO DO ABONO (ABONOFAL), SEM MEXER NAS  *
      *    AULAS E PRESENCAS DA CHAMADA; O PERCENTUAL PASSA A SER    *
      *    100 * (PRESENCAS + ABONADAS) / AULAS. REGISTRO GRAVADO    *
      *    ANTES DO ABONO TRAZ ESPACOS NO CAMPO: TESTAR NUMERIC      *
      *--------------------------------------------------------------*
           05 WS-NUMERO-F         PIC 9(05)      COMP-3.
           05 WS-QTD-AULAS-F      PIC 9(03)      COMP-3.
           05 WS-QTD-PRES-F       PIC 9(03)      COMP-3.
           05 WS-PORC-FREQ-F      PIC 9(03)V99   COMP-3.
      *       WS-HDR-RUNID/WS-HDR-DATA-LOTE EM SYSINHT)
           05 WS-RUNID-F          PIC 9(04)      COMP-3.
           05 WS-DTLOTE-F         PIC 9(08)      COMP-3.
      *-----> TOTAL DE FALTAS ABONADAS (ABONOS APROVADOS NO ABONOFAL)
           05 WS-QTD-ABONO-F      PIC 9(03)      COMP-3.
           05 FILLER              PIC X(02).
