      *    KSDS PELO CODIGO DO VENDEDOR, MANTIDO PELO CGPRG063       *
      *    (CARTOES I/A/E) E LIDO PELA BAIXA DE VENDA (CGPRG064) E   *
      *    PELO FECHAMENTO MENSAL DE COMISSOES (CGPRG065).           *
      *    A EQUIPE DE CADA GERENTE E FORMADA PELOS VENDEDORES QUE   *
      *    APONTAM PARA ELE EM WS-GERENTE-V; O GERENTE RECEBE NO     *
      *    FECHAMENTO O OVERRIDE (WS-OVERRIDE-V, % DO PROPRIO        *
      *    REGISTRO DO GERENTE) SOBRE A PARTE DA COMISSAO DE CADA    *
      *    VENDEDOR DA EQUIPE, ESTORNADO JUNTO NO DISTRATO (CGPRG118)*
      *    WS-LIMDESC-V E O % DE DESCONTO SOBRE O PRECO DE TABELA    *
      *    QUE O VENDEDOR PODE CONCEDER SEM O GERENTE NA PROPOSTA DE *
      *    VENDA (PROPLOT - CGPRG187)                                *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-SIT-V            PIC X(01).
              88 VENDEDOR-ATIVO       VALUE 'A'.
              88 VENDEDOR-INATIVO     VALUE 'I'.
      *-----> GERENTE DO VENDEDOR (ZEROS = SEM GERENTE) E % DE
      *       OVERRIDE PAGO A ESTE VENDEDOR QUANDO ELE E GERENTE
      *       (OCUPAM 5 DOS 7 BYTES DO ANTIGO FILLER)
           05 WS-GERENTE-V        PIC 9(03)      COMP-3.
           05 WS-OVERRIDE-V       PIC 9(02)V99   COMP-3.
      *-----> LIMITE DE DESCONTO DO VENDEDOR NA PROPOSTA (ZEROS =
      *       TODO DESCONTO PASSA PELO GERENTE; OCUPA OS 2 BYTES
      *       RESTANTES DO ANTIGO FILLER)
           05 WS-LIMDESC-V        PIC 9(02)V9    COMP-3.
