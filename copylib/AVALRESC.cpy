      *--------------------------------------------------------------*
      *    RESULTADO DA AVALIACAO INSTITUCIONAL (AVALRES) LRECL 120  *
      *    KSDS INDEXADO POR SEMESTRE LETIVO + CURSO + DISCIPLINA +  *
      *    INSTRUTOR (WS-CHAVE-AV - A MESMA COMBINACAO DO ATRIDOC),  *
      *    UM REGISTRO POR DISCIPLINA/INSTRUTOR AVALIADOS NO         *
      *    SEMESTRE. GUARDA SO OS TOTAIS: QUANTIDADE DE QUESTIONARIOS*
      *    E, POR QUESTAO (VER AVALQTB), QUANTOS RESPONDERAM E A     *
      *    SOMA DAS NOTAS (1 A 5). NENHUM DADO DO ALUNO ENTRA AQUI - *
      *    O QUESTIONARIO E ANONIMO. ACUMULADO PELO CGPRG162 E       *
      *    LISTADO PELO CGPRG163. COMPARTILHADO VIA COPY, TANTO NA   *
      *    FD QUANTO NA WORKING-STORAGE                              *
      *--------------------------------------------------------------*
           05 WS-CHAVE-AV.
              10 WS-SEMESTRE-AV   PIC 9(05).
              10 WS-CURSO-AV      PIC X(12).
              10 WS-DISC-AV       PIC X(08).
              10 WS-PROF-AV       PIC X(05).
      *-----> QUESTIONARIOS ACEITOS (RESPONDENTES)
           05 WS-QTD-RESP-AV      PIC 9(05)      COMP-3.
      *-----> POR QUESTAO: RESPOSTAS DADAS (NOTA 0 = EM BRANCO NAO
      *       CONTA) E SOMA DAS NOTAS
           05 WS-QUESTAO-AV       OCCURS 10 TIMES.
              10 WS-QTD-Q-AV      PIC 9(05)      COMP-3.
              10 WS-SOMA-Q-AV     PIC 9(06)      COMP-3.
      *-----> ULTIMO LOTE ACUMULADO
           05 WS-DT-ULT-AV        PIC 9(08)      COMP-3.
           05 WS-RUNID-ULT-AV     PIC 9(04)      COMP-3.
           05 FILLER              PIC X(09).
