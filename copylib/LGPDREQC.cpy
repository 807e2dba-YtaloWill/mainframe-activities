      *--------------------------------------------------------------*
      *    REGISTRO DOS PEDIDOS DE ACESSO DO TITULAR (LGPD) -        *
      *    LGPDREQ - KSDS PELO PROTOCOLO, LRECL 80                   *
      *--------------------------------------------------------------*
      *    MANTIDO PELO CGPRG215:                                    *
      *      PROTOCOLO ZEROS - CONTROLE: ULTIMO PROTOCOLO EMITIDO;   *
      *      PROTOCOLO       - UM PEDIDO: CPF E NOME DO TITULAR,     *
      *                    DATA DO PEDIDO E PRAZO LEGAL (PEDIDO +    *
      *                    15 DIAS CORRIDOS), DATA EM QUE O          *
      *                    RELATORIO DO TITULAR FOI GERADO E DATA    *
      *                    DO ATENDIMENTO (ENTREGA AO TITULAR).      *
      *    NENHUM PEDIDO E EXCLUIDO: O ARQUIVO E A EVIDENCIA DO      *
      *    ATENDIMENTO NO PRAZO PARA O ENCARREGADO DE DADOS.         *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-PROT-LG          PIC 9(06).
           05 WS-DADOS-LG         PIC X(74).
      *-----> PROTOCOLO ZEROS - CONTROLE DA NUMERACAO
           05 WS-CONTROLE-LG  REDEFINES  WS-DADOS-LG.
              10 WS-ULTPROT-LG    PIC 9(06).
              10 FILLER           PIC X(68).
      *-----> PEDIDO DO TITULAR (DATAS ZEROS = AINDA NAO OCORREU)
           05 WS-PEDIDO-LG  REDEFINES  WS-DADOS-LG.
              10 WS-CPF-LG        PIC 9(11)      COMP-3.
              10 WS-NOME-LG       PIC X(20).
              10 WS-DTPED-LG      PIC 9(08).
              10 WS-DTPRAZO-LG    PIC 9(08).
              10 WS-DTGERA-LG     PIC 9(08).
              10 WS-DTATEND-LG    PIC 9(08).
              10 WS-SIT-LG        PIC X(01).
                 88 PED-GERADO        VALUE 'G'.
                 88 PED-ATENDIDO      VALUE 'E'.
              10 WS-OPERPED-LG    PIC X(03).
              10 WS-OPERATD-LG    PIC X(03).
              10 WS-QTDREG-LG     PIC 9(04).
              10 WS-RUNID-LG      PIC 9(04).
              10 FILLER           PIC X(01).
