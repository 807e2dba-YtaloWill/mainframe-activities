      *--------------------------------------------------------------*
      *    TABELA DE INDICES DE CORRECAO MONETARIA (INDCORR) - KSDS  *
      *    PELO INDICE + COMPETENCIA (WS-CHAVE-IC), LRECL 40         *
      *--------------------------------------------------------------*
      *    UMA TAXA MENSAL POR INDICE ('INCC' OU 'IGPM') E           *
      *    COMPETENCIA AAAAMM, EM PERCENTUAL COM SINAL (A DEFLACAO   *
      *    DO MES VEM NEGATIVA), COM A DATA DE VIGENCIA - A DATA DE  *
      *    DIVULGACAO A PARTIR DA QUAL A TAXA PODE SER USADA.        *
      *    MANTIDA POR CARTOES I/A/E NO CGPRG181 E LIDA PELA         *
      *    CORRECAO ANUAL DO SALDO DOS CONTRATOS DE LOTE (CGPRG182). *
      *    COMPARTILHADO                                             *
      *    VIA COPY, TANTO NA FD QUANTO NA WORKING-STORAGE           *
      *--------------------------------------------------------------*
           05 WS-CHAVE-IC.
              10 WS-INDICE-IC     PIC X(04).
                 88 IC-INCC           VALUE 'INCC'.
                 88 IC-IGPM           VALUE 'IGPM'.
                 88 IC-INDICE-VALIDO  VALUE 'INCC' 'IGPM'.
              10 WS-COMPET-IC     PIC 9(06).
           05 WS-TAXA-IC          PIC S9(02)V9(04).
           05 WS-DT-VIG-IC        PIC 9(08).
      *-----> ULTIMA MANUTENCAO (DATA DO LOTE DE CARTOES E RUN-ID)
           05 WS-DT-ALT-IC        PIC 9(08).
           05 WS-RUNID-IC         PIC 9(04).
           05 FILLER              PIC X(04).
