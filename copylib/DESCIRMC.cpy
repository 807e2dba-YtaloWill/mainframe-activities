      *--------------------------------------------------------------*
      *    REGRA DO DESCONTO DE IRMAOS (DESCIRM) - ARQUIVO DE        *
      *    PARAMETROS SEQUENCIAL EM IMAGEM DE CARTAO, LRECL 80       *
      *--------------------------------------------------------------*
      *    UMA LINHA POR ORDEM DO FILHO NA CONTA FAMILIA (FAMCTA):   *
      *    ORDEM 02 = SEGUNDO FILHO, 03 = TERCEIRO, ... ATE 09, COM  *
      *    O PERCENTUAL INTEIRO DE DESCONTO SOBRE A PARTE DA FAMILIA *
      *    NA MENSALIDADE. ORDEM SEM LINHA HERDA O PERCENTUAL DA     *
      *    ORDEM ANTERIOR (UMA LINHA 03 VALE PARA O TERCEIRO FILHO   *
      *    EM DIANTE); O PRIMEIRO FILHO (TITULAR) PAGA CHEIO. LIDO   *
      *    PELO CGPRG022 NA GERACAO; ARQUIVO AUSENTE = SEM DESCONTO. *
      *    A DESCRICAO E LIVRE, SO PARA QUEM MANTEM O ARQUIVO        *
      *--------------------------------------------------------------*
           05 WS-ORDEM-DI         PIC 9(02).
           05 WS-PCT-DI           PIC 9(03).
           05 FILLER              PIC X(01).
           05 WS-DESCR-DI         PIC X(40).
           05 FILLER              PIC X(34).
