      *--------------------------------------------------------------*
      *    ROTINA COMUM DE VALIDACAO DO CODIGO IBGE DE MUNICIPIO     *
      *    (7 DIGITOS) - VER IBGEDVDC                                *
      *--------------------------------------------------------------*
      *    INCLUIDA VIA COPY NA PROCEDURE DIVISION DOS PONTOS DE     *
      *    CAPTURA E CARGA DE CIDADE. CONFERE, NESTA ORDEM: CODIGO   *
      *    NUMERICO E DIFERENTE DE ZERO, PREFIXO IGUAL AO CODIGO DE  *
      *    UMA UF, DIGITO VERIFICADOR E, QUANDO INFORMADA, A UF QUE  *
      *    VEIO COM O CODIGO CONTRA A UF DO PREFIXO. A PRIMEIRA      *
      *    FALHA ENCERRA A ROTINA COM O MOTIVO EM WS-IBGE-MOTIVO.    *
      *--------------------------------------------------------------*
       994-VALIDAR-IBGE.

           SET IBGE-VALIDO  TO  TRUE
           MOVE SPACES      TO  WS-IBGE-UF-DERIVADA
                                WS-IBGE-MOTIVO

           IF WS-IBGE-ENT-X NOT NUMERIC OR WS-IBGE-ENTRADA = ZEROS
              SET IBGE-INVALIDO  TO  TRUE
              MOVE 'CODIGO IBGE NAO NUMERICO'  TO  WS-IBGE-MOTIVO
              GO TO 994-VALIDAR-IBGE-FIM
           END-IF

           MOVE 1  TO  WS-IBGE-SUB
           PERFORM 994-PROCURAR-PREFIXO
               UNTIL WS-IBGE-SUB > 27
                  OR WS-IBGE-UF-COD (WS-IBGE-SUB) = WS-IBGE-PREFIXO
           IF WS-IBGE-SUB > 27
              SET IBGE-INVALIDO  TO  TRUE
              MOVE 'PREFIXO DE UF INEXISTENTE'  TO  WS-IBGE-MOTIVO
              GO TO 994-VALIDAR-IBGE-FIM
           END-IF
           MOVE WS-IBGE-UF-SIGLA (WS-IBGE-SUB)  TO  WS-IBGE-UF-DERIVADA

           MOVE ZEROS  TO  WS-IBGE-SOMA
           MOVE 1      TO  WS-IBGE-SUB
           PERFORM 994-SOMAR-DIGITO  UNTIL WS-IBGE-SUB > 6
           DIVIDE WS-IBGE-SOMA BY 10
               GIVING WS-IBGE-QUOC REMAINDER WS-IBGE-RESTO
           IF WS-IBGE-RESTO = ZERO
              MOVE ZERO  TO  WS-IBGE-DV
           ELSE
              COMPUTE WS-IBGE-DV = 10 - WS-IBGE-RESTO
           END-IF

           IF WS-IBGE-DV NOT = WS-IBGE-DIG (7)
              MOVE 1  TO  WS-IBGE-SUB
              PERFORM 994-PROCURAR-EXCECAO
                  UNTIL WS-IBGE-SUB > 9
                     OR WS-IBGE-EXCECAO (WS-IBGE-SUB) = WS-IBGE-ENTRADA
              IF WS-IBGE-SUB > 9
                 SET IBGE-INVALIDO  TO  TRUE
                 MOVE 'DIGITO VERIFICADOR IBGE ERRADO'
                                    TO  WS-IBGE-MOTIVO
                 GO TO 994-VALIDAR-IBGE-FIM
              END-IF
           END-IF

           IF WS-IBGE-UF-INFORMADA NOT = SPACES
              AND WS-IBGE-UF-INFORMADA NOT = WS-IBGE-UF-DERIVADA
              SET IBGE-INVALIDO  TO  TRUE
              MOVE 'UF DIFERENTE DO PREFIXO IBGE'  TO  WS-IBGE-MOTIVO
           END-IF
           .
       994-VALIDAR-IBGE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOMAR UM DOS SEIS PRIMEIROS DIGITOS COM PESO 1 (POSICAO   *
      *    IMPAR) OU 2 (POSICAO PAR); PRODUTO DE DOIS ALGARISMOS     *
      *    ENTRA PELA SOMA DELES (PRODUTO - 9)                       *
      *--------------------------------------------------------------*
       994-SOMAR-DIGITO.

           DIVIDE WS-IBGE-SUB BY 2
               GIVING WS-IBGE-QUOC REMAINDER WS-IBGE-RESTO
           IF WS-IBGE-RESTO = ZERO
              COMPUTE WS-IBGE-PROD = WS-IBGE-DIG (WS-IBGE-SUB) * 2
              IF WS-IBGE-PROD > 9
                 SUBTRACT 9  FROM  WS-IBGE-PROD
              END-IF
           ELSE
              MOVE WS-IBGE-DIG (WS-IBGE-SUB)  TO  WS-IBGE-PROD
           END-IF
           ADD WS-IBGE-PROD  TO  WS-IBGE-SOMA
           ADD 1  TO  WS-IBGE-SUB
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE CODIGOS DAS UFs          *
      *--------------------------------------------------------------*
       994-PROCURAR-PREFIXO.

           ADD 1  TO  WS-IBGE-SUB
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE EXCECOES DO DIGITO       *
      *--------------------------------------------------------------*
       994-PROCURAR-EXCECAO.

           ADD 1  TO  WS-IBGE-SUB
           .
