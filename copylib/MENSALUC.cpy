      *    STORAGE, COMO O CADALUC                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-M.
              10 WS-NUMERO-M      PIC 9(05)      COMP-3.
              10 WS-COMPET-M      PIC 9(06)      COMP-3.
           05 WS-VALOR-M          PIC 9(07)V99   COMP-3.
           05 WS-VALOR-PAGO-M     PIC 9(07)V99   COMP-3.
      *       (ZEROS = COBRANCA COMUM - OCUPA 3 DOS 4 BYTES DO
      *       ANTIGO FILLER, SEM MUDAR O TAMANHO DO REGISTRO)
           05 WS-ACORDO-M         PIC 9(04)      COMP-3.
      *-----> UNIDADE (CAMPUS) DO ALUNO NA GERACAO DA COBRANCA
      *       (CGPRG022; PARCELA DO ACORDO HERDA A DA COBRANCA
      *       ROLADA), PARA A INADIMPLENCIA POR UNIDADE NO CGPRG024.
      *       OCUPA O ULTIMO BYTE DO ANTIGO FILLER; ESPACO = SEDE
           05 WS-UNIDADE-M        PIC X(01).
      *-----> BOLSA DE ESTUDOS APLICADA NA GERACAO (CGPRG022 X
      *       BOLSALU DO CGPRG030): VALOR CHEIO DA MENSALIDADE E
      *       DESCONTO CONCEDIDO - WS-VALOR-M PASSA A CARREGAR O
      *       DE 45 PARA 55 BYTES)
           05 WS-VALOR-BRUTO-M    PIC 9(07)V99   COMP-3.
           05 WS-DESC-BOLSA-M     PIC 9(07)V99   COMP-3.
      *-----> DESCONTO DE PONTUALIDADE (TABELA DESCPON DO CGPRG174):
      *       PERCENTUAL E DATA LIMITE CARIMBADOS PELO CGPRG022 NA
      *       GERACAO, SOBRE O WS-VALOR-M (O VALOR DO DESCONTO E
      *       SEMPRE WS-VALOR-M * WS-PCT-PONT-M / 100, ARREDONDADO),
      *       E DESCONTO EFETIVAMENTE CONCEDIDO NA BAIXA (CGPRG023/
      *       CG87) DO PAGAMENTO INTEGRAL ATE A DATA LIMITE - A
      *       COBRANCA FICA 'P' COM WS-VALOR-PAGO-M = WS-VALOR-M -
      *       WS-DESC-PONT-M. CAMPO NAO NUMERICO = REGISTRO ANTERIOR
      *       A ESTA VERSAO, SEM DESCONTO (REGISTRO AMPLIADO DE 55
      *       PARA 70 BYTES)
           05 WS-PCT-PONT-M       PIC 9(02)V99   COMP-3.
           05 WS-DT-PONT-M        PIC 9(08)      COMP-3.
           05 WS-DESC-PONT-M      PIC 9(07)V99   COMP-3.
      *-----> DESCONTO DE IRMAOS (CONTA FAMILIA FAMCTA X REGRA DO
      *       DESCIRM): PERCENTUAL INTEIRO APLICADO PELO CGPRG022 NA
      *       PARTE DA FAMILIA, JA ABATIDO DE WS-VALOR-M. OCUPA OS 2
      *       BYTES DO FILLER FINAL, SEM MUDAR O TAMANHO DO REGISTRO;
      *       CAMPO NAO NUMERICO = REGISTRO ANTERIOR, SEM DESCONTO
           05 WS-PCT-IRMAO-M      PIC 9(03)      COMP-3.
