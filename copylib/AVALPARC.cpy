      *--------------------------------------------------------------*
      *    AREA DE PARAMETROS DA REGRA DE AVALIACAO (CGPRG150)       *
      *    PASSADA NO CALL 'CGPRG150' POR TODO PROGRAMA QUE CALCULA  *
      *    OU JULGA UMA MEDIA. O CHAMADOR MOVE O GRUPO              *
      *    WS-REGRA-AVAL-CT DO CURSO (COPY CURSOTBC - MESMO LAYOUT)  *
      *    PARA WS-REGRA-AV, OU ESPACOS QUANDO O CURSO NAO ESTA NO   *
      *    CATALOGO (REGRA PADRAO). FUNCAO 'C' CALCULA A MEDIA       *
      *    PONDERADA DAS NOTAS E JULGA; FUNCAO 'J' JULGA A MEDIA JA  *
      *    GRAVADA (WS-MEDIA-AV) COM A NOTA DE RECUPERACAO. NA       *
      *    VOLTA, WS-REGRA-AV TRAZ A REGRA EFETIVAMENTE APLICADA     *
      *    (COM OS PADROES NO LUGAR DOS CAMPOS EM BRANCO), PARA O    *
      *    CHAMADOR IMPRIMIR OU COMPARAR OS CORTES                   *
      *--------------------------------------------------------------*
           05 WS-FUNCAO-AV        PIC X(01).
              88 AV-CALCULAR          VALUE 'C'.
              88 AV-JULGAR            VALUE 'J'.
           05 WS-REGRA-AV.
              10 WS-QTD-AVAL-AV   PIC 9(01).
              10 WS-PESO-AV       PIC 9(02)      OCCURS 4 TIMES.
              10 WS-CORTE-APROV-AV PIC 9(02)V99.
              10 WS-CORTE-REC-AV  PIC 9(02)V99.
      *-----> ENTRADA: NOTAS DAS AVALIACOES (SO AS WS-QTD-AVAL-AV
      *       PRIMEIRAS CONTAM) E NOTA DE RECUPERACAO (ZEROS = NAO
      *       FEZ A RECUPERACAO)
           05 WS-NOTA-AV          PIC 9(02)V99   OCCURS 4 TIMES.
           05 WS-NOTA-REC-AV      PIC 9(02)V99.
      *-----> MEDIA DAS AVALIACOES (SAIDA NA FUNCAO 'C', ENTRADA NA
      *       FUNCAO 'J'), MEDIA FINAL (A MAIOR ENTRE A MEDIA E A
      *       MEDIA DE RECUPERACAO) E SITUACAO PELA MEDIA FINAL
           05 WS-MEDIA-AV         PIC 9(02)V99.
           05 WS-MEDIA-FINAL-AV   PIC 9(02)V99.
           05 WS-SIT-AV           PIC X(01).
              88 AV-APROVADO          VALUE 'A'.
              88 AV-RECUPERACAO       VALUE 'R'.
              88 AV-REPROVADO         VALUE 'F'.
