      *--------------------------------------------------------------*
      *    LAYOUT DO REGISTRO DE CONTRATOS DE VENDA DE LOTE (CTRLOTE)*
      *    KSDS PELO NUMERO DO CONTRATO (WS-CONTRATO-CT), LRECL 60:  *
      *    O LIVRO DE CONTRATOS DO JURIDICO EM ARQUIVO. GRAVADO PELO *
      *    CGPRG183 NA EMISSAO ('E') DO CONTRATO DE UM LOTE VENDIDO  *
      *    (CGPRG064) COM PLANO DE PAGAMENTO (LOTEPARC - CGPRG116),  *
      *    COM O NUMERO SEQUENCIAL TIRADO DA FAIXA CONTROLADA        *
      *    CTRLFXA (CONCEITO DO DIPLFXA DO CGPRG100). A DUPLA        *
      *    EMISSAO PARA A MESMA VENDA E BARRADA PELO INDICE CTRLIDX  *
      *    (COPY CTRLIDXC - LOTE -> CONTRATO). A ASSINATURA ('A') E  *
      *    BAIXADA PELO CARTAO 'A' DO CGPRG183 E O CANCELAMENTO      *
      *    ('C') PELO DISTRATO DA VENDA (CGPRG118).                  *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CONTRATO-CT      PIC 9(06)      COMP-3.
           05 WS-LOTE-CT          PIC 9(05)      COMP-3.
           05 WS-COMPRADOR-CT     PIC 9(04)      COMP-3.
           05 WS-COMPVENDA-CT     PIC 9(06)      COMP-3.
      *-----> PLANO NA EMISSAO: QUANTIDADE DE PARCELAS (SEM A
      *       ENTRADA) E VALOR TOTAL, ENTRADA INCLUIDA
           05 WS-QTPARC-CT        PIC 9(02)      COMP-3.
           05 WS-VALPLANO-CT      PIC 9(08)V99   COMP-3.
           05 WS-SIT-CT           PIC X(01).
              88 CONTRATO-EMITIDO     VALUE 'E'.
              88 CONTRATO-ASSINADO    VALUE 'A'.
              88 CONTRATO-CANCELADO   VALUE 'C'.
           05 WS-DT-EMIS-CT       PIC 9(08)      COMP-3.
           05 WS-DT-ASSIN-CT      PIC 9(08)      COMP-3.
           05 WS-DT-CANC-CT       PIC 9(08)      COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU OU BAIXOU O REGISTRO
           05 WS-RUNID-CT         PIC 9(04)      COMP-3.
           05 FILLER              PIC X(19).
