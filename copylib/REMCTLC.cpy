      *    NO MESMO CICLO E PRECISAM DE LINHAS DE CONTROLE DISTINTAS. *
      *    A ORIGEM VIAJA NO DETALHE DO REMBANC E VOLTA NO RETBANC    *
      *    (ESPACO EM RETORNO ANTIGO VALE 'M').                       *
      *    ORIGEM 'F' = BOLETO CONSOLIDADO DA CONTA FAMILIA (FAMCTA), *
      *    NA MATRICULA DO TITULAR: CADA COBRANCA DOS FILHOS QUE      *
      *    VIAJOU NELE TEM A PROPRIA LINHA 'M' COM O TITULAR EM       *
      *    WS-TITULAR-RC, PELA QUAL O CGPRG023 RATEIA O PAGAMENTO.    *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-     *
      *    STORAGE, COMO O MENSALUC                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-RC.
              10 WS-NUMERO-RC     PIC 9(05)      COMP-3.
              10 WS-COMPET-RC     PIC 9(06)      COMP-3.
              10 WS-ORIGEM-RC     PIC X(01).
           05 WS-REMESSA-RC       PIC 9(04)      COMP-3.
           05 WS-SIT-RC           PIC X(01).
              88 REM-ENVIADA          VALUE 'E'.
              88 REM-LIQUIDADA        VALUE 'L'.
      *-----> MATRICULA DO TITULAR DO BOLETO CONSOLIDADO EM QUE A
      *       COBRANCA FOI ENVIADA (ZEROS OU ESPACOS = BOLETO PROPRIO)
           05 WS-TITULAR-RC       PIC 9(05)      COMP-3.
           05 FILLER              PIC X(01).
