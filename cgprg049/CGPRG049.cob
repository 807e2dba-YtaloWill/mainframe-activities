      *                          (COPY AUDITCIC) COM USERID,
      *                          DATA/HORA E A CHAVE CONSULTADA.
      *                          RELATORIO DIARIO NO CGPRG133
      *  V04    OUT/2026 010227  CHAVE DIGITADA COM A CIDADE NO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS
      *                          (CIDADE(7)+COMPETENCIA(6)); CHAVE DO
      *                          CADGRAVI COM 8 BYTES E ALVO DO AUDITLOG
      *                          COM 13 POSICOES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
              'CGPRG049 - CONSULTA ONLINE DE ACIDENTES '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'DIGITE CIDADE(7)+COMPETENCIA(6) E ENTER. PF3'.
           05 FILLER               PIC X(06) VALUE '=SAIR.'.

      *-----> AREA DE ENTRADA DO TERMINAL (TEXTO LIVRE)
       01  WS-TELA-ENTRADA.
           05 WS-CIDADE-E         PIC X(07).
           05 WS-COMPET-E         PIC X(06).
       01  WS-TAM-ENTRADA           PIC S9(04) COMP VALUE +13.

      *-----> CHAVE DE LEITURA DO CADGRAVI (EMPACOTADA, 8 BYTES)
       01  WS-CHAVE-CADGRAVI.
           05 WS-CIDADE-K         PIC 9(07)      COMP-3.
           05 WS-COMPET-K         PIC 9(06)      COMP-3.

      *-----> REGISTRO DO CADGRAVI (LAYOUT COMPARTILHADO VIA COPY)
      *-----> LINHA DE RETORNO - DADOS DA CIDADE ENCONTRADA
       01  WS-TELA-RESP.
           05 FILLER               PIC X(08) VALUE 'CIDADE: '.
           05 WS-CIDADE-T          PIC 9(07).
           05 FILLER               PIC X(05) VALUE ' UF: '.
           05 WS-ESTADO-T          PIC X(02).
           05 FILLER               PIC X(09) VALUE ' COMPET: '.
           MOVE WS-USERID   TO  WS-USERID-AU
           MOVE EIBTRNID    TO  WS-TRANS-AU
           MOVE SPACES      TO  WS-ALVO-AU
           MOVE WS-CIDADE-E    TO  WS-ALVO-AU (1:7)
           MOVE WS-COMPET-E    TO  WS-ALVO-AU (8:6)
           MOVE 'C'       TO  WS-RESULT-AU

           EXEC CICS WRITE
