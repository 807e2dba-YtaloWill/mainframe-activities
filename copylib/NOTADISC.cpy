      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE NOTAS POR DISCIPLINA (NOTADISC)     *
      *    KSDS INDEXADO POR MATRICULA+DISCIPLINA (WS-CHAVE-ND), UM  *
      *    REGISTRO POR DISCIPLINA CURSADA PELO ALUNO NO SEMESTRE,   *
      *    PENDURADO NO REGISTRO DO ALUNO NO CADALU (MESMA MATRICULA *
      *    PIC 9(05) COMP-3). MANTIDO PELO CGPRG141 (CARTOES I/A/E)  *
      *    E LIDO PELO CGPRG009, QUE AVALIA CADA DISCIPLINA EM       *
      *    SEPARADO (MEDIA, RECUPERACAO E FREQUENCIA PROPRIAS) E     *
      *    DERIVA DELAS O RESULTADO DO SEMESTRE DO ALUNO. ALUNO SEM  *
      *    NENHUM REGISTRO AQUI CONTINUA AVALIADO PELO PAR DE NOTAS  *
      *    DO PROPRIO CADALU (TURMAS ANTERIORES A ESTE ARQUIVO).     *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE, COMO O CADALUC                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-ND.
              10 WS-NUMERO-ND     PIC 9(05)      COMP-3.
              10 WS-DISC-ND       PIC X(08).
      *-----> PERIODO (AAAAMM) EM QUE A DISCIPLINA FOI CURSADA
           05 WS-PERIODO-ND       PIC 9(06)      COMP-3.
           05 WS-NOTA1-ND         PIC 9(02)V99   COMP-3.
           05 WS-NOTA2-ND         PIC 9(02)V99   COMP-3.
           05 WS-MEDIA-ND         PIC 9(02)V99   COMP-3.
           05 WS-NOTA-REC-ND      PIC 9(02)V99   COMP-3.
      *-----> FREQUENCIA NA DISCIPLINA (AULAS DADAS, PRESENCAS E O
      *       PERCENTUAL JA CALCULADO, COMO NO FREQALUC)
           05 WS-QTD-AULAS-ND     PIC 9(03)      COMP-3.
           05 WS-QTD-PRES-ND      PIC 9(03)      COMP-3.
           05 WS-PORC-FREQ-ND     PIC 9(03)V99   COMP-3.
      *-----> LOTE/EXECUCAO E OPERADOR DA ULTIMA MANUTENCAO
           05 WS-RUNID-ND         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-ND        PIC 9(08)      COMP-3.
           05 WS-OPERID-ND        PIC X(03).
      *-----> TERCEIRA E QUARTA AVALIACOES DA DISCIPLINA, QUANDO A
      *       REGRA DO CURSO (CURSOTAB) PEDE MAIS DE DUAS - OCUPAM 6
      *       DOS 10 BYTES DO ANTIGO FILLER, SEM MUDAR O TAMANHO DO
      *       REGISTRO. REGISTRO ANTIGO CARREGA ESPACOS AQUI: TESTAR
      *       NUMERIC ANTES DE USAR
           05 WS-NOTA3-ND         PIC 9(02)V99   COMP-3.
           05 WS-NOTA4-ND         PIC 9(02)V99   COMP-3.
           05 FILLER              PIC X(04).
