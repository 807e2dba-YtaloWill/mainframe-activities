      * OBJETIVO: TRANSACAO ONLINE (CICS) DE CAPTURA DOS NUMEROS
      *           MENSAIS DE ACIDENTES. CADA ESCRITORIO ESTADUAL
      *           DIGITA O PROPRIO CARTAO (MESMO LAYOUT DO CARTAO DE
      *           SYSIN DO CGPRG010, POSICOES 1-39: CIDADE, UF,
      *           FROTA, BAFOMETRO, ACIDENTES, OBITOS, COMPETENCIA,
      *           POPULACAO), COM AS MESMAS CRITICAS DO ACIDREG
      *           APLICADAS NA TELA (UF CONTRA O UFTAB, BAFOMETRO
      *                          AUDITCIC) COM USERID, DATA/HORA E
      *                          A CHAVE CIDADE+COMPETENCIA.
      *                          RELATORIO DIARIO NO CGPRG133
      *  V04    OUT/2026 010227  CIDADE DO CARTAO PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS (CARTAO
      *                          COM 39 POSICOES, DEMAIS CAMPOS
      *                          DESLOCADOS 2 POSICOES); DIGITO
      *                          VERIFICADOR E PREFIXO CONFERIDOS CONTRA
      *                          A UF DIGITADA (COPY IBGEDV) - O MOTIVO
      *                          VOLTA NA TELA. CHAVE DA FILA COM 13
      *                          POSICOES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05 FILLER               PIC X(02) VALUE 'R:'.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'CIDADE(7) UF(2) FROTA(7) BAFOMETRO(1) ACIDEN'.
           05 FILLER               PIC X(44) VALUE
              'TES(4) OBITOS(4) COMPET(6) POPULACAO(8)     '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(10) VALUE 'PF3=SAIR. '.

      *-----> AREA DE ENTRADA - MESMO LAYOUT DO CARTAO DO CGPRG010
      *       (POSICOES 1-39; A ABERTURA POR CATEGORIA E ASSUNTO DO
      *       LOTE BATCH, E O CGPRG047 GERA ZEROS NAS POSICOES
      *       40-83 DO CARTAO DRENADO)
       01  WS-TELA-ENTRADA.
           COPY ACIDREG.
           05 WS-COMPETENCIA      PIC 9(06).
           05 WS-QTD-POPULACAO    PIC 9(08).
       01  WS-TELA-ENTRADA-X  REDEFINES  WS-TELA-ENTRADA
                                  PIC X(39).
       01  WS-TAM-ENTRADA           PIC S9(04) COMP VALUE +39.

      *-----> CAMPOS NUMERICOS DO CARTAO REDEFINIDOS PARA A CRITICA
       01  WS-CRITICA-NUM.
           05  WS-NUM-CIDADE          PIC X(07).
           05  WS-NUM-FROTA           PIC X(07).
           05  WS-NUM-ACID            PIC X(04).
           05  WS-NUM-OBIT            PIC X(04).
      *-----> REGISTRO DA FILA DE CAPTURA PENDENTE
       01  WS-REG-ACIDPEND.
           COPY ACIDPENC.
       01  WS-CHAVE-PEND            PIC X(13).

      *-----> VALIDACAO DO CODIGO IBGE DA CIDADE DIGITADA CONTRA A
      *       UF DIGITADA (COPY IBGEDV - VER V04)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

      *-----> LINHAS DE RETORNO
       01  WS-TELA-OK.
           05 FILLER               PIC X(33) VALUE
              'CARTAO ACEITO NA FILA - CIDADE '.
           05 WS-OK-CIDADE         PIC 9(07).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(37) VALUE
              'PROXIMO CARTAO OU PF3 PARA ENCERRAR. '.
                RESP    (WS-RESP)
           END-EXEC

           MOVE WS-TELA-ENTRADA-X (1:7)    TO  WS-NUM-CIDADE
           MOVE WS-TELA-ENTRADA-X (10:7)   TO  WS-NUM-FROTA
           MOVE WS-TELA-ENTRADA-X (18:4)   TO  WS-NUM-ACID
           MOVE WS-TELA-ENTRADA-X (22:4)   TO  WS-NUM-OBIT
           MOVE WS-TELA-ENTRADA-X (26:6)   TO  WS-NUM-COMPET
           MOVE WS-TELA-ENTRADA-X (32:8)   TO  WS-NUM-POP

           PERFORM 032-LOCALIZAR-UF

           MOVE WS-NUM-CIDADE  TO  WS-IBGE-ENT-X
           MOVE WS-ESTADO      TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM

           IF WS-NUM-CIDADE IS NOT NUMERIC
              OR WS-NUM-FROTA IS NOT NUMERIC
              OR WS-NUM-ACID IS NOT NUMERIC
                 MOVE 'UF FORA DA TABELA DAS 27'  TO  WS-REJ-MOTIVO
                 PERFORM 080-ENVIAR-REJEICAO
              ELSE
                 IF IBGE-INVALIDO
                    MOVE WS-IBGE-MOTIVO  TO  WS-REJ-MOTIVO
                    PERFORM 080-ENVIAR-REJEICAO
                 ELSE
                    IF WS-BAFOMETRO NOT = 'S' AND NOT = 'N'
                       MOVE 'BAFOMETRO FORA DO DOMINIO S/N'
                            TO  WS-REJ-MOTIVO
                       PERFORM 080-ENVIAR-REJEICAO
                    ELSE
                       PERFORM 040-ENFILEIRAR
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE WS-USERID   TO  WS-USERID-AU
           MOVE EIBTRNID    TO  WS-TRANS-AU
           MOVE SPACES      TO  WS-ALVO-AU
           MOVE WS-CHAVE-PEND  TO  WS-ALVO-AU (1:13)
           MOVE 'A'       TO  WS-RESULT-AU

           EXEC CICS WRITE
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    VALIDACAO DO CODIGO IBGE (VER V04)
      *--------------------------------------------------------------*
           COPY IBGEDV.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO - CONDICAO CICS NAO ESPERADA
      *--------------------------------------------------------------*
       900-ERRO.
