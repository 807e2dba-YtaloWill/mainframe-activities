      *--------------------------------------------------------------*
      *    LAYOUT DO CALENDARIO ACADEMICO (CALACAD) - LRECL 40       *
      *    KSDS INDEXADO PELO SEMESTRE LETIVO (AAAAS - ANO E 1/2),   *
      *    UM REGISTRO POR SEMESTRE, MANTIDO PELO CGPRG151 (CARTOES  *
      *    I/A/E DO TIPO 'C'). DATAS AAAAMMDD:                       *
      *      INICIO/FIM  = PRIMEIRO E ULTIMO DIA DE AULA             *
      *      PRAZO-NOTA  = ULTIMO DIA PARA LANCAR/ALTERAR AS NOTAS   *
      *                    REGULARES (NOTA1 A NOTA4)                 *
      *      PRAZO-REC   = ULTIMO DIA PARA LANCAR/ALTERAR A NOTA DE  *
      *                    RECUPERACAO                               *
      *      FECHAMENTO  = FECHAMENTO DO SEMESTRE; DEPOIS DELE NENHUMA*
      *                    NOTA MUDA SEM AUTORIZACAO TARDIA (AUTTARD)*
      *    PRAZO ZERADO = SEM PRAZO PROPRIO (SO O FECHAMENTO VALE).  *
      *    A REGRA DE PRAZOS E UNICA (CGPRG152 - COPY PRAZPARC) E    *
      *    VALE PARA O CGPRG008, CGPRG097, CGPRG098, CGPRG141 E O    *
      *    CG19. COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA       *
      *    WORKING-STORAGE                                           *
      *--------------------------------------------------------------*
           05 WS-SEMESTRE-CL      PIC 9(05).
           05 WS-SEMESTRE-CL-R  REDEFINES  WS-SEMESTRE-CL.
              10 WS-ANO-CL        PIC 9(04).
              10 WS-NR-CL         PIC 9(01).
           05 WS-DT-INICIO-CL     PIC 9(08)      COMP-3.
           05 WS-DT-FIM-CL        PIC 9(08)      COMP-3.
           05 WS-PRAZO-NOTA-CL    PIC 9(08)      COMP-3.
           05 WS-PRAZO-REC-CL     PIC 9(08)      COMP-3.
           05 WS-DT-FECHA-CL      PIC 9(08)      COMP-3.
      *-----> OPERADOR E DATA DO LOTE DA ULTIMA MANUTENCAO
           05 WS-OPERID-CL        PIC X(03).
           05 WS-DTLOTE-CL        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(02).
