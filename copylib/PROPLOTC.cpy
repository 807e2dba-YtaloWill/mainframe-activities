      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE PROPOSTAS DE VENDA DE LOTES         *
      *    (PROPLOT) - KSDS PELA CHAVE LOTE + SEQUENCIA DA PROPOSTA  *
      *    NO LOTE, LRECL 80. A NEGOCIACAO ENTRE A RESERVA (CGPRG119)*
      *    E A BAIXA DE VENDA (CGPRG064): O COMPRADOR (COMPMST)      *
      *    OFERECE UM PRECO, ENTRADA E PARCELAS PELO VENDEDOR E O    *
      *    GERENTE DO VENDEDOR APROVA, RECUSA OU CONTRAPROPOE.       *
      *    MANTIDO PELO CGPRG187 (CARTOES E VARREDURA DE VALIDADE).  *
      *    DESCONTO SOBRE O PRECO DE TABELA (WS-VALVENDA-L) DENTRO   *
      *    DO LIMITE DO VENDEDOR (WS-LIMDESC-V) E APROVADO NA HORA;  *
      *    ACIMA DELE, SO PELO GERENTE. O CGPRG064 SO BAIXA A VENDA  *
      *    COM PROPOSTA APROVADA, QUE MARCA COMO VENDIDA, E O        *
      *    CGPRG116 TOMA DELA O PRECO DO PLANO DE PARCELAS. O FUNIL  *
      *    MENSAL DE PROPOSTAS E O CGPRG188.                         *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-PP.
              10 WS-LOTE-PP       PIC 9(05)      COMP-3.
              10 WS-SEQ-PP        PIC 9(02)      COMP-3.
           05 WS-COMPRADOR-PP     PIC 9(04)      COMP-3.
           05 WS-VENDEDOR-PP      PIC 9(03)      COMP-3.
           05 WS-SIT-PP           PIC X(01).
              88 PROPOSTA-ABERTA      VALUE 'A'.
              88 PROPOSTA-CONTRA      VALUE 'C'.
              88 PROPOSTA-APROVADA    VALUE 'P'.
              88 PROPOSTA-RECUSADA    VALUE 'R'.
              88 PROPOSTA-EXPIRADA    VALUE 'E'.
              88 PROPOSTA-EM-NEGOCIO  VALUE 'A' 'C'.
      *-----> PRECO DE TABELA DO LOTE NA ABERTURA, OFERTA VIGENTE DO
      *       COMPRADOR (NA APROVACAO, O PRECO FECHADO) E PRECO DA
      *       CONTRAPROPOSTA DO GERENTE (ZEROS SEM CONTRAPROPOSTA)
           05 WS-VALTAB-PP        PIC 9(08)V99   COMP-3.
           05 WS-VALOFER-PP       PIC 9(08)V99   COMP-3.
           05 WS-VALCONTRA-PP     PIC 9(08)V99   COMP-3.
           05 WS-ENTRADA-PP       PIC 9(08)V99   COMP-3.
           05 WS-QTPARC-PP        PIC 9(02)      COMP-3.
      *-----> % DE DESCONTO DA OFERTA VIGENTE SOBRE A TABELA
           05 WS-DESC-PP          PIC 9(03)V99   COMP-3.
           05 WS-DT-ABERT-PP      PIC 9(08)      COMP-3.
           05 WS-DT-VALID-PP      PIC 9(08)      COMP-3.
           05 WS-DT-DECISAO-PP    PIC 9(08)      COMP-3.
      *-----> QUEM APROVOU, RECUSOU OU CONTRAPROPOS (O PROPRIO
      *       VENDEDOR NA APROVACAO DENTRO DO SEU LIMITE)
           05 WS-APROVADOR-PP     PIC 9(03)      COMP-3.
      *-----> VENDA: MARCADA PELO CGPRG064 NA BAIXA DO LOTE
           05 WS-VENDA-PP         PIC X(01).
              88 PROPOSTA-VENDIDA     VALUE 'S'.
           05 WS-COMPVENDA-PP     PIC 9(06)      COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU OU ALTEROU A PROPOSTA
           05 WS-RUNID-PP         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(15).
