      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE DISCIPLINAS APROVADAS (DISCAPR)     *
      *    KSDS INDEXADO POR MATRICULA+DISCIPLINA (WS-CHAVE-DA), UM  *
      *    REGISTRO POR DISCIPLINA EM QUE O ALUNO JA FOI APROVADO    *
      *    EM QUALQUER SEMESTRE. RECONSTRUIDO PELO CGPRG143 A        *
      *    PARTIR DE TODAS AS GERACOES DO HISTDISC (EXTRATO DO       *
      *    NOTADISC GRAVADO PELO CGPRG008 A CADA LOTE), COM A MESMA  *
      *    REGRA DO CGPRG009: MEDIA FINAL (COM RECUPERACAO) >= 7 E   *
      *    FREQUENCIA >= 75% (DISCIPLINA SEM AULAS LANCADAS NAO      *
      *    SOFRE A REGRA DE FREQUENCIA). E A BASE DA CONFERENCIA DE  *
      *    PRE-REQUISITOS E DA AUDITORIA DE FORMATURA. COMPARTILHADO *
      *    VIA COPY, TANTO NA FD QUANTO NA WORKING-STORAGE           *
      *--------------------------------------------------------------*
           05 WS-CHAVE-DA.
              10 WS-NUMERO-DA     PIC 9(05)      COMP-3.
              10 WS-DISC-DA       PIC X(08).
      *-----> PERIODO (AAAAMM) DA PRIMEIRA APROVACAO ENCONTRADA
           05 WS-PERIODO-DA       PIC 9(06)      COMP-3.
           05 WS-MEDIA-FIN-DA     PIC 9(02)V99   COMP-3.
           05 WS-PORC-FREQ-DA     PIC 9(03)V99   COMP-3.
      *-----> DATA DA RECONSTRUCAO QUE GRAVOU O REGISTRO
           05 WS-DTAPUR-DA        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(04).
