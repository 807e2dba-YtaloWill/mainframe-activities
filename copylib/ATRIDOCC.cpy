      *--------------------------------------------------------------*
      *    LAYOUT DA ATRIBUICAO DE DOCENCIA (ATRIDOC)                *
      *    KSDS INDEXADO POR INSTRUTOR+CURSO+DISCIPLINA+SEMESTRE     *
      *    LETIVO (WS-CHAVE-AT), UM REGISTRO POR DISCIPLINA DA       *
      *    MATRIZ (MATRCUR) ATRIBUIDA A UM INSTRUTOR DO PROFMST NO   *
      *    SEMESTRE LETIVO (AAAAS - ANO E 1/2). MANTIDO PELO         *
      *    CGPRG144 (CARTOES I/E DO TIPO 'D'). O CGPRG098 SO ACEITA  *
      *    O BLOCO DO GRADEFIL DE INSTRUTOR COM ATRIBUICAO NO CURSO  *
      *    E CARIMBA AQUI A DATA DA ENTREGA; O CGPRG145 LISTA AS     *
      *    ATRIBUICOES AINDA SEM ENTREGA. COMPARTILHADO VIA COPY,    *
      *    TANTO NA FD QUANTO NA WORKING-STORAGE                     *
      *--------------------------------------------------------------*
           05 WS-CHAVE-AT.
              10 WS-PROF-AT       PIC X(05).
              10 WS-CURSO-AT      PIC X(12).
              10 WS-DISC-AT       PIC X(08).
              10 WS-SEMESTRE-AT   PIC 9(05).
      *-----> ENTREGA DAS NOTAS PELO GRADEFIL (ZEROS = PENDENTE)
           05 WS-DT-ENTREGA-AT    PIC 9(08)      COMP-3.
           05 WS-RUNID-ENT-AT     PIC 9(04)      COMP-3.
           05 FILLER              PIC X(12).
