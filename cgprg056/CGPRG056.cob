      * INSTALACAO (RDO/CEDA):
      *   TRANSACAO ..: CG56   PROGRAM(CGPRG056)
      *   PROGRAMA ...: CGPRG056  LANGUAGE(COBOL)
      *   ARQUIVO ....: ALERTVID (FCT NOVA, KSDS CHAVE 8 BYTES,
      *                 UPDATE HABILITADO - MANTIDO PELO CGPRG055)
      *   TELA DE TEXTO LIVRE, NO MESMO MOLDE DO CGPRG013 ORIGINAL
      *--------------------------------------------------------------*
      *                          A CHAVE DO ALERTA - QUEM DEU
      *                          CIENCIA DEIXA DE SER INVISIVEL.
      *                          RELATORIO DIARIO NO CGPRG133
      *  V03    OUT/2026 010227  CIDADE PASSA AO CODIGO IBGE DE 7
      *                          DIGITOS: ENTRADA
      *                          CIDADE(7)+COMPETENCIA(6), CHAVE DO
      *                          ALERTVID COM 8 BYTES E ALVO DO AUDITLOG
      *                          COM 13 POSICOES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
              'CGPRG056 - CIENCIA DE ALERTA (ALERTVID) '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'DIGITE CIDADE(7)+COMPETENCIA(6) E ENTER. PF3'.
           05 FILLER               PIC X(06) VALUE '=SAIR.'.

      *-----> AREA DE ENTRADA DO TERMINAL (TEXTO LIVRE)
       01  WS-TELA-ENTRADA.
           05 WS-CIDADE-E         PIC X(07).
           05 WS-COMPET-E         PIC X(06).
       01  WS-TAM-ENTRADA           PIC S9(04) COMP VALUE +13.

      *-----> CHAVE DE LEITURA DO ALERTVID (EMPACOTADA, 7 BYTES)
       01  WS-CHAVE-ALERTVID.
           05 WS-CIDADE-K         PIC 9(07)      COMP-3.
           05 WS-COMPET-K         PIC 9(06)      COMP-3.

      *-----> REGISTRO DO ALERTVID (LAYOUT COMPARTILHADO VIA COPY)
       01  WS-TELA-RESP.
           05 FILLER               PIC X(30) VALUE
              'CIENCIA REGISTRADA - CIDADE '.
           05 WS-CIDADE-T          PIC 9(07).
           05 FILLER               PIC X(09) VALUE ' COMPET. '.
           05 WS-COMPET-T          PIC 9(06).
           05 FILLER               PIC X(01) VALUE X'15'.
           MOVE WS-USERID   TO  WS-USERID-AU
           MOVE EIBTRNID    TO  WS-TRANS-AU
           MOVE SPACES      TO  WS-ALVO-AU
           MOVE WS-TELA-ENTRADA  TO  WS-ALVO-AU (1:13)
           MOVE 'A'       TO  WS-RESULT-AU

           EXEC CICS WRITE
