           05 WS-CHAVE-X.
              10 WS-CURSO-X       PIC X(12).
              10 WS-PERIODO-X     PIC 9(06)      COMP-3.
           05 WS-FAIXA-INI-X      PIC 9(05)      COMP-3.
           05 WS-FAIXA-FIM-X      PIC 9(05)      COMP-3.
           05 WS-PROX-NUM-X       PIC 9(05)      COMP-3.
      *-----> CAPACIDADE DA TURMA (VAGAS DA SALA) NO CURSO/PERIODO,
      *       INFORMADA NO CARTAO DO CGPRG026; ZEROS = SEM CONTROLE
      *       DE LOTACAO. O CGPRG008 RECUSA INCLUSAO COM A TURMA
      *       CHEIA (CANDIDATO VAI PARA A LISTA DE ESPERA WAITLST)
      *       E O CGPRG093 PROMOVE DA ESPERA QUANDO ABRE VAGA
           05 WS-CAPACIDADE-X     PIC 9(04)      COMP-3.
      *-----> UNIDADE (CAMPUS) DA TURMA - A DO CURSO NO CURSOTAB,
      *       GRAVADA PELO CGPRG026 - PARA A LOTACAO E A LISTA DE
      *       ESPERA POR UNIDADE (CGPRG008/CGPRG093). ESPACO = SEDE.
      *       OCUPA 1 DOS 4 BYTES DO FILLER
           05 WS-UNIDADE-X        PIC X(01).
           05 FILLER              PIC X(03).
