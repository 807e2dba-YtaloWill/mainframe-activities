      *    DE REAPLICACAO VEM DA IMAGEM ANTES). O SITE DE            *
      *    CONTINGENCIA RECONSTROI O MESTRE COM A COPIA DA VESPERA   *
      *    MAIS ESTE DIARIO (CGPRG136, COM CONFERENCIA NO ESTILO DO  *
      *    CGPRG041). GRAVADORES: CGPRG021/153 (FREQALU), CGPRG023   *
      *    (MENSALU/MENSACOR), CGPRG064/118/119/120 (CADLOTE),       *
      *    CGPRG116/182/184 (LOTEPARC), CGPRG118/183 (CTRLOTE),      *
      *    CGPRG141 E CGPRG008 (NOTADISC), CGPRG155 (CADALU/FREQALU/ *
      *    MENSALU), CGPRG175 (MENSALU) E CGPRG216 (CADALU)          *
      *    E, NO ONLINE - ONDE O ARQUIVO E UM ESDS NO FCT, GRAVADO   *
      *    POR RBA - O CG19 (CADALU/NOTADISC) E O CG87 (MENSALU/     *
      *    MENSACOR). OS DEMAIS GRAVADORES DE MESTRE ADOTAM A MESMA  *
      *    CONVENCAO A MEDIDA QUE FOREM MEXIDOS (O CADFUNC JA TEM O  *
      *    SEU FUNCJRN PROPRIO, ANTERIOR A ESTA CONVENCAO).          *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *    CHAVE COM 13 POSICOES (MATRICULA DE 5 DIGITOS +           *
      *    DISCIPLINA DE 8 NA NOTADISC), TOMADA DO FILLER FINAL -    *
      *    MESMO LRECL                                               *
      *--------------------------------------------------------------*
           05 WS-ARQ-MJ           PIC X(08).
           05 WS-OP-MJ            PIC X(01).
              88 JRN-GRAVACAO         VALUE 'W'.
              88 JRN-REGRAVACAO       VALUE 'R'.
              88 JRN-EXCLUSAO         VALUE 'D'.
           05 WS-CHAVE-MJ         PIC X(13).
           05 WS-OPER-MJ          PIC X(08).
           05 WS-DATA-MJ          PIC 9(08)      COMP-3.
           05 WS-HORA-MJ          PIC 9(06)      COMP-3.
           05 WS-ANTES-MJ         PIC X(90).
           05 WS-DEPOIS-MJ        PIC X(90).
           05 FILLER              PIC X(01).
