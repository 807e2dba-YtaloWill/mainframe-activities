      *--------------------------------------------------------------*
      *    DEVOLUCOES DOS CORREIOS (DEVCORR) - LRECL 40              *
      *    SEQUENCIAL, UMA CARTA DEVOLVIDA POR REGISTRO, DIGITADO    *
      *    PELA SECRETARIA A PARTIR DO AVISO DE DEVOLUCAO (AR) E     *
      *    LIDO PELO CGPRG165, QUE MARCA O ENDERECO DO CADEND COMO   *
      *    DEVOLVIDO. A DATA DE POSTAGEM E A DO MANIFESTO (CGPRG164) *
      *    - ENDERECO ALTERADO DEPOIS DELA NAO E MARCADO             *
      *--------------------------------------------------------------*
           05 WS-NUMERO-DV        PIC 9(05).
           05 WS-ORIGEM-DV        PIC X(08).
           05 WS-DT-POSTAGEM-DV   PIC 9(08).
           05 WS-DT-DEVOL-DV      PIC 9(08).
           05 WS-CEP-DV           PIC 9(08).
      *-----> MOTIVO DA DEVOLUCAO (CODIGO DO CARIMBO DOS CORREIOS).
      *       OS DE ENDERECO MARCAM O CADEND; RECUSADO, NAO
      *       PROCURADO E AUSENTE NAO SAO CULPA DO ENDERECO
           05 WS-MOTIVO-DV        PIC X(02).
              88 DV-MUDOU-SE          VALUE '01'.
              88 DV-END-INSUFICIENTE  VALUE '02'.
              88 DV-NAO-EXISTE-NR     VALUE '03'.
              88 DV-DESCONHECIDO      VALUE '04'.
              88 DV-RECUSADO          VALUE '05'.
              88 DV-NAO-PROCURADO     VALUE '06'.
              88 DV-AUSENTE           VALUE '07'.
              88 DV-FALECIDO          VALUE '08'.
              88 DV-OUTROS            VALUE '09'.
              88 DV-MOTIVO-ENDERECO   VALUE '01' '02' '03' '04'
                                            '08' '09'.
              88 DV-MOTIVO-DESTINAT   VALUE '05' '06' '07'.
           05 FILLER              PIC X(01).
