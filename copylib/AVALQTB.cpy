      *--------------------------------------------------------------*
      *    TABELA DAS QUESTOES DA AVALIACAO INSTITUCIONAL            *
      *    CARGA ESTATICA VIA REDEFINES, NA ORDEM DO QUESTIONARIO    *
      *    (A MESMA ORDEM DAS 10 NOTAS DO CARTAO DO CGPRG162 E DAS   *
      *    OCORRENCIAS WS-QUESTAO-AV DO AVALRESC). ESCALA DE 1       *
      *    (RUIM) A 5 (OTIMO); 0 OU BRANCO = NAO RESPONDEU. QUESTAO  *
      *    NOVA OU ALTERADA = MUDANCA AQUI, NO AVALRESC E            *
      *    RECOMPILACAO DO CGPRG162 E DO CGPRG163 - SO NA VIRADA DO  *
      *    SEMESTRE, PARA NAO MISTURAR QUESTIONARIOS                 *
      *--------------------------------------------------------------*
       01  WS-TAB-QUEST-CARGA.
           05  FILLER              PIC X(40)  VALUE
               'PLANO DE ENSINO APRESENTADO E CUMPRIDO  '.
           05  FILLER              PIC X(40)  VALUE
               'DOMINIO DO CONTEUDO PELO INSTRUTOR      '.
           05  FILLER              PIC X(40)  VALUE
               'CLAREZA NAS EXPLICACOES                 '.
           05  FILLER              PIC X(40)  VALUE
               'PONTUALIDADE E ASSIDUIDADE DO INSTRUTOR '.
           05  FILLER              PIC X(40)  VALUE
               'DISPONIBILIDADE PARA DUVIDAS            '.
           05  FILLER              PIC X(40)  VALUE
               'AVALIACOES COERENTES COM O CONTEUDO     '.
           05  FILLER              PIC X(40)  VALUE
               'DEVOLUTIVA DAS AVALIACOES               '.
           05  FILLER              PIC X(40)  VALUE
               'MATERIAL DIDATICO E BIBLIOGRAFIA        '.
           05  FILLER              PIC X(40)  VALUE
               'INFRAESTRUTURA (SALA/LABORATORIO)       '.
           05  FILLER              PIC X(40)  VALUE
               'CONTRIBUICAO DA DISCIPLINA PARA O CURSO '.

       01  WS-TAB-QUEST  REDEFINES  WS-TAB-QUEST-CARGA.
           05  WS-TEXTO-QUEST      PIC X(40)  OCCURS 10 TIMES.

       01  WS-QTD-QUEST            PIC 9(02)  VALUE 10.
