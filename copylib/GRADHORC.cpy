      *--------------------------------------------------------------*
      *    LAYOUT DA GRADE HORARIA DAS AULAS REGULARES (GRADHOR)     *
      *    KSDS INDEXADO POR SEMESTRE LETIVO+CURSO+DISCIPLINA+DIA    *
      *    DA SEMANA+AULA INICIAL (WS-CHAVE-GH), UM REGISTRO POR     *
      *    ENCONTRO SEMANAL DE UMA DISCIPLINA DA MATRIZ (MATRCUR),   *
      *    COM A SALA E O INSTRUTOR (QUE TEM DE TER A DOCENCIA       *
      *    ATRIBUIDA NO ATRIDOC). O DIA SEGUE A CONVENCAO 2=SEGUNDA  *
      *    ... 7=SABADO E A AULA E A FAIXA NUMERADA DE HORA-AULA DO  *
      *    DIA (01 A 16); O ENCONTRO OCUPA WS-QTD-AULAS-GH FAIXAS    *
      *    SEGUIDAS A PARTIR DA INICIAL. MANTIDO PELO CGPRG146       *
      *    (CARTOES I/A/E), CONFERIDO PELO CGPRG147 (CONFLITOS DE    *
      *    SALA, INSTRUTOR E TURMA) E IMPRESSO PELO CGPRG148.        *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-GH.
              10 WS-SEMESTRE-GH   PIC 9(05).
              10 WS-CURSO-GH      PIC X(12).
              10 WS-DISC-GH       PIC X(08).
              10 WS-DIA-GH        PIC 9(01).
              10 WS-AULA-GH       PIC 9(02).
           05 WS-QTD-AULAS-GH     PIC 9(01).
           05 WS-SALA-GH          PIC X(10).
           05 WS-PROF-GH          PIC X(05).
           05 FILLER              PIC X(16).
