      *--------------------------------------------------------------*
      *    FILA DE NOTIFICACOES AS FAMILIAS (NOTIFILA) - LRECL 120   *
      *--------------------------------------------------------------*
      *    SEQUENCIAL ZONADO, ACUMULATIVO (OPEN EXTEND). CADA PROGRAMA*
      *    QUE PRODUZ UM FATO QUE A FAMILIA PRECISA SABER NA HORA    *
      *    ENFILEIRA AQUI UM EVENTO; O CGPRG160 (DIARIO) FORMATA O   *
      *    TEXTO, ENTREGA AO GATEWAY DE MENSAGENS (E-MAIL/SMS) E     *
      *    ESVAZIA A FILA. EVENTOS:                                  *
      *      NOT = NOTAS LANCADAS           (CGPRG097/CGPRG098)      *
      *      REC = CONVOCACAO P/ RECUPERACAO (CGPRG099)              *
      *      COB = ESTAGIO DA REGUA DE COBRANCA (CGPRG091)           *
      *      PAG = PAGAMENTO RECEBIDO       (CGPRG023/CGPRG088)      *
      *      RIS = ESCORE DE RISCO ACIMA DO LIMIAR (CGPRG103)        *
      *    WS-CARTA-NF = 'S' QUANDO A ORIGEM JA IMPRIMIU CARTA NO    *
      *    CARTAFIL PARA O MESMO FATO - A FALHA DE ENTREGA NAO GERA  *
      *    CARTA DE CONTINGENCIA (CGPRG161) NESSE CASO               *
      *--------------------------------------------------------------*
           05 WS-EVENTO-NF        PIC X(03).
              88 NF-NOTAS             VALUE 'NOT'.
              88 NF-RECUPERACAO       VALUE 'REC'.
              88 NF-COBRANCA          VALUE 'COB'.
              88 NF-PAGAMENTO         VALUE 'PAG'.
              88 NF-RISCO             VALUE 'RIS'.
           05 WS-NUMERO-NF        PIC 9(05).
           05 WS-ORIGEM-NF        PIC X(08).
           05 WS-DATA-NF          PIC 9(08).
           05 WS-CARTA-NF         PIC X(01).
              88 NF-COM-CARTA         VALUE 'S'.
              88 NF-SEM-CARTA         VALUE 'N'.
           05 WS-CURSO-NF         PIC X(12).
           05 WS-DADOS-NF         PIC X(60).
      *-----> EVENTO 'NOT' - NOTAS LANCADAS (MEDIA ZERADA = AINDA NAO
      *       CALCULADA PELA ORIGEM, O TEXTO SAI SEM ELA)
           05 WS-DADOS-NOT-NF  REDEFINES  WS-DADOS-NF.
              10 WS-NOTA1-NF      PIC 9(02)V99.
              10 WS-NOTA2-NF      PIC 9(02)V99.
              10 WS-NOTA3-NF      PIC 9(02)V99.
              10 WS-NOTA4-NF      PIC 9(02)V99.
              10 WS-MEDIA-NF      PIC 9(02)V99.
              10 FILLER           PIC X(40).
      *-----> EVENTO 'REC' - SESSAO DO EXAME DE RECUPERACAO
           05 WS-DADOS-REC-NF  REDEFINES  WS-DADOS-NF.
              10 WS-DT-SESSAO-NF  PIC 9(08).
              10 WS-SALA-NF       PIC X(10).
              10 FILLER           PIC X(42).
      *-----> EVENTO 'COB' - COBRANCA VENCIDA E ESTAGIO DA REGUA
           05 WS-DADOS-COB-NF  REDEFINES  WS-DADOS-NF.
              10 WS-COMPET-COB-NF PIC 9(06).
              10 WS-ESTAGIO-NF    PIC X(01).
              10 WS-SALDO-NF      PIC 9(09)V99.
              10 WS-VENC-NF       PIC 9(08).
              10 WS-ATRASO-NF     PIC 9(05).
              10 FILLER           PIC X(29).
      *-----> EVENTO 'PAG' - PAGAMENTO RECEBIDO
           05 WS-DADOS-PAG-NF  REDEFINES  WS-DADOS-NF.
              10 WS-COMPET-PAG-NF PIC 9(06).
              10 WS-VALOR-NF      PIC 9(09)V99.
              10 WS-DT-PAGTO-NF   PIC 9(08).
              10 WS-QUITADA-NF    PIC X(01).
                 88 NF-QUITADA        VALUE 'S'.
              10 FILLER           PIC X(34).
      *-----> EVENTO 'RIS' - ESCORE (SO PARA AUDITORIA - O TEXTO DA
      *       FAMILIA NAO MOSTRA O NUMERO)
           05 WS-DADOS-RIS-NF  REDEFINES  WS-DADOS-NF.
              10 WS-ESCORE-NF     PIC 9(05).
              10 FILLER           PIC X(55).
           05 FILLER              PIC X(23).
