      *--------------------------------------------------------------*
      *    CALENDARIO DE PERIODOS FINANCEIROS (PERFIN) - KSDS PELA   *
      *    AREA + COMPETENCIA (WS-CHAVE-PF), LRECL 40                *
      *--------------------------------------------------------------*
      *    UM REGISTRO POR AREA (M = MENSALIDADES, L = LOTES,        *
      *    F = FOLHA) E COMPETENCIA AAAAMM, MANTIDO PELO CGPRG180:   *
      *    FECHAMENTO (NIVEL 2 NO OPERTAB) E REABERTURA (NIVEL 3).   *
      *    COMPETENCIA SEM REGISTRO (OU ARQUIVO AUSENTE) ESTA        *
      *    ABERTA. TODO PROGRAMA QUE LANCA VALOR FINANCEIRO CONFERE  *
      *    A COMPETENCIA DA DATA DO FATO ANTES DE LANCAR: PERIODO    *
      *    FECHADO E RECUSADO (REJFILE, MOTIVO 'PER'; NO CG87,       *
      *    RECUSA NA TELA) E LANCAMENTO EM PERIODO REABERTO E        *
      *    GRAVADO NO PERAUD PARA A LISTAGEM DE AUDITORIA DO         *
      *    CGPRG180. LANCADORES: CGPRG023, CGPRG084, CGPRG085 E CG87 *
      *    (AREA M), CGPRG116, CGPRG182 E CGPRG184 (AREA L) E        *
      *    CGPRG123 (AREA F).                                        *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-PF.
              10 WS-AREA-PF       PIC X(01).
                 88 PF-AREA-MENSAL    VALUE 'M'.
                 88 PF-AREA-LOTE      VALUE 'L'.
                 88 PF-AREA-FOLHA     VALUE 'F'.
                 88 PF-AREA-VALIDA    VALUE 'M' 'L' 'F'.
              10 WS-COMPET-PF     PIC 9(06).
           05 WS-SIT-PF           PIC X(01).
              88 PF-ABERTO            VALUE 'A' ' '.
              88 PF-FECHADO           VALUE 'F'.
              88 PF-REABERTO          VALUE 'R'.
      *-----> ULTIMO FECHAMENTO E ULTIMA REABERTURA (AAAAMMDD E
      *       OPERADOR); DATA ZEROS = NUNCA HOUVE
           05 WS-DT-FECH-PF       PIC 9(08)      COMP-3.
           05 WS-OPER-FECH-PF     PIC X(03).
           05 WS-DT-REAB-PF       PIC 9(08)      COMP-3.
           05 WS-OPER-REAB-PF     PIC X(03).
           05 WS-RUNID-PF         PIC 9(04)      COMP-3.
           05 WS-QTD-REAB-PF      PIC 9(02).
           05 FILLER              PIC X(11).
