      *--------------------------------------------------------------*
      * OBJETIVO: CARREGAR O POPREF (KSDS DE POPULACAO OFICIAL POR
      *           CIDADE - VER COPY POPREFC) A PARTIR DO ARQUIVO
      *           OFICIAL DO IBGE (IBGEPOPJ: CODIGO 1-7, POPULACAO
      *           8-15). RECARGA COMPLETA (OPEN OUTPUT), COMO A
      *           CARGA DO MUNTAB (CGPRG042). CODIGO ZERADO OU
      *           POPULACAO ZERADA SAI NA LISTAGEM DE EXCECAO
      *--------------------------------------------------------------*
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010092  PROGRAMA CRIADO - CARGA DA
      *                          POPULACAO OFICIAL (IBGE) NO POPREF
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
       01  REG-IBGEPOP.
           05 WS-CODIGO-I         PIC 9(07).
           05 WS-POP-I            PIC 9(08).
           05 FILLER              PIC X(01).
       FD  POPREF
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

           IF WS-CODIGO-I = ZEROS OR WS-POP-I = ZEROS
              OR IBGE-INVALIDO
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** POPULACAO REJEITADA - CODIGO '
                      WS-CODIGO-I ' POP. ' WS-POP-I ' '
                      WS-IBGE-MOTIVO ' ***'
           ELSE
              MOVE WS-CODIGO-I  TO  WS-CIDADE-PO OF REG-POPREF
              MOVE WS-POP-I   TO  WS-POPULACAO-PO OF REG-POPREF
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
