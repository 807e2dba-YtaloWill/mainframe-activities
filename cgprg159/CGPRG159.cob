       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG159.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: REGRA UNICA DE VALIDACAO DE ENDERECO E TELEFONE DO
      *           CADEND (COPY ENDVALC). SUBPROGRAMA CHAMADO PELA
      *           MANUTENCAO POR CARTAO (CGPRG027) E PELOS PEDIDOS DO
      *           PORTAL DA FAMILIA (CGPRG158). FUNCAO 'E':
      *             - MATRICULA NAO NUMERICA OU ZERADA -> NEN
      *             - ENDERECO EM BRANCO               -> END
      *             - CEP NAO NUMERICO                 -> CEP
      *             - UF FORA DA TABELA DAS 27 (UFTAB) -> UF
      *           FUNCAO 'F':
      *             - MATRICULA NAO NUMERICA OU ZERADA -> NEN
      *             - TELEFONE NAO NUMERICO OU ZERADO  -> FON
      *           NAO FAZ I/O - A EXISTENCIA DO ALUNO E DO ENDERECO
      *           NO CADALU/CADEND E CONFERIDA PELO CHAMADOR
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010196  PROGRAMA CRIADO - VALIDACAO DE
      *                          ENDERECO/TELEFONE DO CADEND COMUM A
      *                          CARTAO E PORTAL
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> TABELA ESTATICA DAS 27 UFs (COPY)
           COPY UFTAB.
       01  WS-UF-SUB                 PIC 9(02).

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
       LINKAGE SECTION.
      *---------------*
       01  LK-ENDVAL.
           COPY ENDVALC.
      *
       PROCEDURE DIVISION USING LK-ENDVAL.
      *==================================*
      *--------------------------------------------------------------*
      *    APLICAR A FUNCAO PEDIDA E DEVOLVER O CONTROLE
      *--------------------------------------------------------------*
       000-CGPRG159.

           SET EV-VALIDO  TO  TRUE
           MOVE SPACES    TO  WS-MOTIVO-EV

           IF WS-NUMERO-EV NOT NUMERIC
              OR WS-NUMERO-EV = ZEROS
              SET EV-INVALIDO  TO  TRUE
              MOVE 'NEN'       TO  WS-MOTIVO-EV
           ELSE
              IF EV-FONE
                 PERFORM 020-VALIDAR-FONE
              ELSE
                 PERFORM 010-VALIDAR-ENDERECO
              END-IF
           END-IF

           GOBACK
           .
      *--------------------------------------------------------------*
      *    ENDERECO PREENCHIDO, CEP NUMERICO E UF NA TABELA DAS 27
      *--------------------------------------------------------------*
       010-VALIDAR-ENDERECO.

           PERFORM 036-LOCALIZAR-UF

           EVALUATE TRUE
               WHEN WS-ENDER-EV = SPACES
                    SET EV-INVALIDO  TO  TRUE
                    MOVE 'END'       TO  WS-MOTIVO-EV
               WHEN WS-CEP-EV NOT NUMERIC
                    SET EV-INVALIDO  TO  TRUE
                    MOVE 'CEP'       TO  WS-MOTIVO-EV
               WHEN WS-UF-SUB > 27
                    SET EV-INVALIDO  TO  TRUE
                    MOVE 'UF '       TO  WS-MOTIVO-EV
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    TELEFONE (DDD + NUMERO) NUMERICO E NAO ZERADO
      *--------------------------------------------------------------*
       020-VALIDAR-FONE.

           IF WS-FONE-EV NOT NUMERIC
              OR WS-FONE-EV = ZEROS
              SET EV-INVALIDO  TO  TRUE
              MOVE 'FON'       TO  WS-MOTIVO-EV
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A POSICAO DE WS-UF-EV NA TABELA DE UFs.
      *    WS-UF-SUB FICA > 27 QUANDO A SIGLA NAO CONSTA DA TABELA.
      *--------------------------------------------------------------*
       036-LOCALIZAR-UF.

           MOVE 1  TO  WS-UF-SUB
           PERFORM 037-PROCURAR-UF
               UNTIL WS-UF-SUB > 27
                  OR WS-UF-SIGLA (WS-UF-SUB) = WS-UF-EV
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE UFs
      *--------------------------------------------------------------*
       037-PROCURAR-UF.

           ADD 1  TO  WS-UF-SUB
           .
      *---------------> FIM DO PROGRAMA CGPRG159 <
