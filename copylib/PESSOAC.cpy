      *--------------------------------------------------------------*
      *    CADASTRO UNICO DE PESSOAS POR CPF (PESSOA) - KSDS PELA    *
      *    CHAVE CPF+PAPEL+IDENTIFICACAO (WS-CHAVE-PS, 15 BYTES),    *
      *    LRECL 60. UM REGISTRO POR PAPEL DA PESSOA NA CASA:        *
      *      A - ALUNO       (CADALU, MATRICULA)                     *
      *      C - COMPRADOR   (COMPMST, CODIGO DO COMPRADOR)          *
      *      F - FUNCIONARIO (CADFUNC, DEPARTAMENTO+FUNCIONARIO)     *
      *      R - RESPONSAVEL (CADEND, MATRICULA DO ALUNO)            *
      *    MANTIDO TODA NOITE PELO CGPRG166: ALUNO E COMPRADOR SAO   *
      *    VINCULADOS PELO CPF DO PROPRIO CADASTRO (ORIGEM 'A');     *
      *    FUNCIONARIO E RESPONSAVEL NAO TEM CPF NO CADASTRO E SO    *
      *    ENTRAM POR CARTAO DE VINCULO DA REVISAO MANUAL (ORIGEM    *
      *    'M'). O NOME E O DO CADASTRO DE ORIGEM, COM A GRAFIA DE   *
      *    LA, ATUALIZADO A CADA NOITE. CONSULTADO PELA TRANSACAO    *
      *    CGPS (CGPRG167) E PELO CGPRG168 (FUNCIONARIOS COM FILHOS  *
      *    INADIMPLENTES). COMPARTILHADO VIA COPY, TANTO NA FD       *
      *    QUANTO NA WORKING-STORAGE                                 *
      *--------------------------------------------------------------*
           05 WS-CHAVE-PS.
              10 WS-CPF-PS        PIC 9(11)      COMP-3.
              10 WS-PAPEL-PS      PIC X(01).
                 88 PAPEL-ALUNO       VALUE 'A'.
                 88 PAPEL-COMPRADOR   VALUE 'C'.
                 88 PAPEL-FUNCIONARIO VALUE 'F'.
                 88 PAPEL-RESPONSAVEL VALUE 'R'.
                 88 PAPEL-VALIDO      VALUE 'A' 'C' 'F' 'R'.
      *-----> IDENTIFICACAO NO CADASTRO DE ORIGEM, EM ZONADO E
      *       ALINHADA A ESQUERDA (ESPACOS A DIREITA)
              10 WS-ID-PS         PIC X(08).
              10 WS-ID-ALU-PS  REDEFINES  WS-ID-PS.
                 15 WS-MATRICULA-PS   PIC 9(05).
                 15 FILLER            PIC X(03).
              10 WS-ID-CMP-PS  REDEFINES  WS-ID-PS.
                 15 WS-COMPRADOR-PS   PIC 9(04).
                 15 FILLER            PIC X(04).
              10 WS-ID-FUN-PS  REDEFINES  WS-ID-PS.
                 15 WS-DPTO-PS        PIC 9(04).
                 15 WS-FUNC-PS        PIC 9(04).
           05 WS-NOME-PS          PIC X(20).
           05 WS-ORIGEM-PS        PIC X(01).
              88 VINC-AUTOMATICO      VALUE 'A'.
              88 VINC-MANUAL          VALUE 'M'.
      *-----> DATA DA INCLUSAO DO VINCULO E ULTIMA NOITE EM QUE O
      *       CGPRG166 O CONFIRMOU NO CADASTRO DE ORIGEM (AAAAMMDD)
           05 WS-DT-INCL-PS       PIC 9(08)      COMP-3.
           05 WS-DT-CONF-PS       PIC 9(08)      COMP-3.
           05 WS-RUNID-PS         PIC 9(04)      COMP-3.
      *-----> OPERADOR DO CARTAO DE VINCULO (ESPACOS NO AUTOMATICO)
           05 WS-OPER-PS          PIC X(03).
           05 FILLER              PIC X(08).
