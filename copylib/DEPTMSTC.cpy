      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE DEPARTAMENTOS (DEPTMST)             *
      *    KSDS PELO CODIGO DO DEPARTAMENTO, LRECL 80, MANTIDO PELO  *
      *    CGPRG189 (CARTOES I/A/E NA CONVENCAO DO CGPRG008). TRAZ   *
      *    O NOME OFICIAL, A SIGLA (OS 10 BYTES CARIMBADOS EM        *
      *    WS-NOME-DPTO-FU NO CADFUNC), O DEPARTAMENTO PAI NA        *
      *    HIERARQUIA (ZEROS = DIRETORIA, O TOPO DA ARVORE), O       *
      *    CENTRO DE CUSTO CONTABIL E O GERENTE (CHAVE DO CADFUNC).  *
      *    O CGPRG068 SO ACEITA FUNCIONARIO EM DEPARTAMENTO ATIVO    *
      *    DAQUI; O CUSTO DE FOLHA (CGPRG069), A MOVIMENTACAO        *
      *    (CGPRG127) E O ORCADO X REALIZADO (CGPRG129) SOBEM A      *
      *    HIERARQUIA PELA ROTINA COMUM DEPTHIER (COPY DEPTHIDC).    *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-DPTO-DP          PIC 9(04)      COMP-3.
           05 WS-NOME-DP          PIC X(30).
           05 WS-SIGLA-DP         PIC X(10).
      *-----> DEPARTAMENTO IMEDIATAMENTE ACIMA (ZEROS = DIRETORIA)
           05 WS-PAI-DP           PIC 9(04)      COMP-3.
           05 WS-CCUSTO-DP        PIC X(08).
      *-----> GERENTE: DEPARTAMENTO+FUNCIONARIO NO CADFUNC (ZEROS =
      *       SEM GERENTE DESIGNADO)
           05 WS-GERENTE-DP.
              10 WS-GER-DPTO-DP   PIC 9(04)      COMP-3.
              10 WS-GER-FUNC-DP   PIC 9(04)      COMP-3.
           05 WS-SIT-DP           PIC X(01).
              88 DEPTO-ATIVO          VALUE 'A'.
              88 DEPTO-INATIVO        VALUE 'I'.
      *-----> LOTE/EXECUCAO QUE GRAVOU OU ALTEROU O DEPARTAMENTO
           05 WS-RUNID-DP         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(16).
