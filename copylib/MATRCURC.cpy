      *--------------------------------------------------------------*
      *    LAYOUT DA MATRIZ CURRICULAR (MATRCUR)                     *
      *    KSDS INDEXADO POR CURSO+DISCIPLINA (WS-CHAVE-MC), UM      *
      *    REGISTRO POR DISCIPLINA DA GRADE DE CADA CURSO DO         *
      *    CURSOTAB (WS-CURSO-MC = WS-CURSO-CT), COM O SEMESTRE DA   *
      *    GRADE, A CARGA HORARIA, SE E OBRIGATORIA OU OPTATIVA E    *
      *    ATE TRES PRE-REQUISITOS (DISCIPLINAS DA MESMA MATRIZ, DE  *
      *    SEMESTRE ANTERIOR). MANTIDO PELO CGPRG142 (CARTOES I/A/E) *
      *    E CONSULTADO NA MATRICULA EM DISCIPLINA (CGPRG008,        *
      *    CGPRG141 E CG19), NA ROLAGEM DE PERIODO (CGPRG094) E NA   *
      *    AUDITORIA DE FORMATURA (CGPRG033). COMPARTILHADO VIA      *
      *    COPY, TANTO NA FD QUANTO NA WORKING-STORAGE               *
      *--------------------------------------------------------------*
           05 WS-CHAVE-MC.
              10 WS-CURSO-MC      PIC X(12).
              10 WS-DISC-MC       PIC X(08).
           05 WS-NOME-DISC-MC     PIC X(30).
      *-----> SEMESTRE DA GRADE EM QUE A DISCIPLINA E OFERECIDA
           05 WS-SEMESTRE-MC      PIC 9(02).
      *-----> CARGA HORARIA TOTAL DA DISCIPLINA, EM HORAS
           05 WS-CARGA-HOR-MC     PIC 9(04)      COMP-3.
           05 WS-TIPO-MC          PIC X(01).
              88 DISC-OBRIGATORIA     VALUE 'O'.
              88 DISC-OPTATIVA        VALUE 'P'.
      *-----> PRE-REQUISITOS (ESPACOS = POSICAO SEM PRE-REQUISITO)
           05 WS-PREREQ-MC        PIC X(08)      OCCURS 3 TIMES.
           05 FILLER              PIC X(10).
