      *    KSDS PELA CHAVE DATA+HORA+USERID+TRANSACAO, LRECL 48       *
      *--------------------------------------------------------------*
      *    GRAVADO POR TODA TRANSACAO ONLINE DA SUITE (CG13/CG19/     *
      *    CG46/CG49/CG56/CG81/CG87/CG89/CG96/CGDP/CGPS) A CADA       *
      *    CONSULTA, ALTERACAO OU TENTATIVA NEGADA: QUEM (USERID DO   *
      *    CICS), O QUE (TRANSACAO E CHAVE CONSULTADA/ALTERADA),      *
      *    QUANDO E O DESFECHO. O ESPELHO ONLINE DA TRILHA QUE O LOTE *
      *    JA TINHA (OPERADOR/MOTIVO NO CADALU). O RELATORIO DIARIO   *
      *    POR OPERADOR E TRANSACAO, COM A SECAO DE ACESSOS NEGADOS,  *
      *    E O CGPRG133.                                              *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-     *
      *    STORAGE                                                    *
      *--------------------------------------------------------------*
      *    WS-ALVO-AU COM 13 POSICOES (SOBRE O FILLER) PARA CABER A   *
      *    CHAVE CIDADE IBGE (7) + COMPETENCIA (6) DAS CAPTURAS       *
      *--------------------------------------------------------------*
           05 WS-CHAVE-AU.
              10 WS-DATA-AU       PIC 9(08).
              10 WS-HORA-AU       PIC 9(06).
              10 WS-USERID-AU     PIC X(08).
              10 WS-TRANS-AU      PIC X(04).
           05 WS-ALVO-AU          PIC X(13).
           05 WS-RESULT-AU        PIC X(01).
              88 AUD-CONSULTA         VALUE 'C'.
              88 AUD-ALTERACAO        VALUE 'A'.
              88 AUD-NEGADO           VALUE 'N'.
           05 FILLER              PIC X(08).
