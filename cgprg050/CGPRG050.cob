      *--------------------------------------------------------------*
      * OBJETIVO: CARREGAR O FROTREF (KSDS DE FROTA OFICIAL POR
      *           CIDADE - VER COPY FROTREFC) A PARTIR DO ARQUIVO
      *           OFICIAL DO DETRAN (DETRANFJ: CODIGO 1-7, FROTA
      *           8-14). RECARGA COMPLETA (OPEN OUTPUT), COMO A
      *           CARGA DO MUNTAB (CGPRG042). CODIGO ZERADO OU
      *           FROTA ZERADA SAI NA LISTAGEM DE EXCECAO
      *--------------------------------------------------------------*
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010092  PROGRAMA CRIADO - CARGA DA FROTA
      *                          OFICIAL (DETRAN) NO FROTREF
      *  V02    OUT/2026 010227  CODIGO DA CIDADE PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS (POSICOES
      *                          1-7 DO ARQUIVO DE ENTRADA, MESMO
      *                          TAMANHO DE REGISTRO), COM DIGITO
      *                          VERIFICADOR E PREFIXO DE UF CONFERIDOS
      *                          (COPY IBGEDV) - CODIGO INVALIDO SAI NA
      *                          LISTAGEM DE EXCECAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           RECORDING MODE  F
           .
       01  REG-DETRANF.
           05 WS-CODIGO-I         PIC 9(07).
           05 WS-FROTA-I          PIC 9(07).
           05 FILLER              PIC X(02).
       FD  FROTREF
           LABEL RECORD STANDARD
           RECORDING MODE  F
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> AREA DA VALIDACAO DO CODIGO IBGE (COPY IBGEDV)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE WS-CODIGO-I  TO  WS-IBGE-ENTRADA
           MOVE SPACES       TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM

           IF WS-CODIGO-I = ZEROS OR WS-FROTA-I = ZEROS
              OR IBGE-INVALIDO
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** FROTA REJEITADA - CODIGO '
                      WS-CODIGO-I ' FROTA ' WS-FROTA-I ' '
                      WS-IBGE-MOTIVO ' ***'
           ELSE
              MOVE WS-CODIGO-I  TO  WS-CIDADE-FR OF REG-FROTREF
              MOVE WS-FROTA-I   TO  WS-FROTA-FR OF REG-FROTREF
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    VALIDACAO DO CODIGO IBGE
      *--------------------------------------------------------------*
           COPY IBGEDV.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
