      *           LOTES, A PARTIR DE CARTOES I/A/E NA CONVENCAO DO
      *           CGPRG008 E COM OS CONTROLES DE CABECALHO/RODAPE DO
      *           LOTE (COPY SYSINHT). A BAIXA DE VENDA E O CGPRG064
      *           E O FECHAMENTO MENSAL DE COMISSOES E O CGPRG065.
      *           CARTAO: TIPO 1, VENDEDOR 2-4, NOME 5-24, SITUACAO
      *           25, GERENTE 26-28 (VENDEDOR JA CADASTRADO, OU
      *           ZEROS/BRANCOS = SEM GERENTE) E % DE OVERRIDE DO
      *           VENDEDOR COMO GERENTE 29-32 (99V99) E % LIMITE DE
      *           DESCONTO DO VENDEDOR NA PROPOSTA DE VENDA 33-35
      *           (99V9 - CGPRG187)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010101  PROGRAMA CRIADO - MANUTENCAO DO
      *                          CADASTRO DE VENDEDORES
      *  V02    OUT/2026 010213  CARTAO COM O GERENTE DO VENDEDOR E O
      *                          % DE OVERRIDE PAGO AO GERENTE SOBRE A
      *                          COMISSAO DA EQUIPE (VENDMSTC).
      *                          GERENTE INEXISTENTE OU O PROPRIO
      *                          VENDEDOR REJEITA O CARTAO; NA
      *                          ALTERACAO, GERENTE E OVERRIDE EM
      *                          BRANCO NAO MUDAM
      *  V03    OUT/2026 010214  CARTAO COM O % LIMITE DE DESCONTO DO
      *                          VENDEDOR SOBRE O PRECO DE TABELA (POS
      *                          33-35, 99V9 - WS-LIMDESC-V), ATE O
      *                          QUAL A PROPOSTA DE VENDA (CGPRG187)
      *                          DISPENSA O GERENTE. EM BRANCO NA
      *                          INCLUSAO = ZEROS; NA ALTERACAO, EM
      *                          BRANCO NAO MUDA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG063'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-GERENTE          PIC X(01).
               88 GERENTE-VALIDO          VALUE 'S'.
               88 GERENTE-INVALIDO        VALUE 'N'.

      *-----> ENTRADA - CARTAO DE FAIXA VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-VENDEDOR-IN      PIC 9(03).
           05 WS-NOME-IN          PIC X(20).
           05 WS-SIT-IN           PIC X(01).
           05 WS-GERENTE-IN       PIC 9(03).
           05 WS-GERENTE-IN-X  REDEFINES  WS-GERENTE-IN
                                  PIC X(03).
           05 WS-OVERRIDE-IN      PIC 9(02)V99.
           05 WS-OVERRIDE-IN-X REDEFINES  WS-OVERRIDE-IN
                                  PIC X(04).
           05 WS-LIMDESC-IN       PIC 9(02)V9.
           05 WS-LIMDESC-IN-X  REDEFINES  WS-LIMDESC-IN
                                  PIC X(03).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

               REPLACING WS-VENDEDOR-V BY WS-VENDEDOR-W
                         WS-NOME-V     BY WS-NOME-W
                         WS-SIT-V      BY WS-SIT-W
                         WS-GERENTE-V  BY WS-GERENTE-W
                         WS-OVERRIDE-V BY WS-OVERRIDE-W
                         WS-LIMDESC-V  BY WS-LIMDESC-W
                         VENDEDOR-ATIVO   BY VENDEDOR-ATIVO-W
                         VENDEDOR-INATIVO BY VENDEDOR-INATIVO-W.

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
           ELSE
              PERFORM 034-CONFERIR-GERENTE
              IF WS-VENDEDOR-IN = ZEROS
                 OR WS-NOME-IN = SPACES
                 OR GERENTE-INVALIDO
                 PERFORM 028-REJEITAR
              ELSE
                 IF TRANS-ALTERACAO
           ELSE
              MOVE WS-SIT-IN    TO  WS-SIT-W
           END-IF
           IF WS-GERENTE-IN-X = SPACES
              MOVE ZEROS           TO  WS-GERENTE-W
           ELSE
              MOVE WS-GERENTE-IN   TO  WS-GERENTE-W
           END-IF
           IF WS-OVERRIDE-IN-X = SPACES
              MOVE ZEROS           TO  WS-OVERRIDE-W
           ELSE
              MOVE WS-OVERRIDE-IN  TO  WS-OVERRIDE-W
           END-IF
           IF WS-LIMDESC-IN-X = SPACES
              MOVE ZEROS           TO  WS-LIMDESC-W
           ELSE
              MOVE WS-LIMDESC-IN   TO  WS-LIMDESC-W
           END-IF

           WRITE REG-VENDMST  FROM  WS-REG-VENDMST
           IF WS-FS-FXN = '22'
                 IF WS-SIT-IN NOT = SPACES
                    MOVE WS-SIT-IN  TO  WS-SIT-V OF REG-VENDMST
                 END-IF
                 IF WS-GERENTE-IN-X NOT = SPACES
                    MOVE WS-GERENTE-IN
                                  TO  WS-GERENTE-V OF REG-VENDMST
                 END-IF
                 IF WS-OVERRIDE-IN-X NOT = SPACES
                    MOVE WS-OVERRIDE-IN
                                  TO  WS-OVERRIDE-V OF REG-VENDMST
                 END-IF
                 IF WS-LIMDESC-IN-X NOT = SPACES
                    MOVE WS-LIMDESC-IN
                                  TO  WS-LIMDESC-V OF REG-VENDMST
                 END-IF

                 REWRITE REG-VENDMST
                 IF WS-FS-FXN NOT = '00'
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O GERENTE, O OVERRIDE E O LIMITE DE DESCONTO DO
      *    CARTAO: GERENTE TEM QUE SER OUTRO VENDEDOR JA CADASTRADO
      *    (BRANCOS OU ZEROS = SEM GERENTE)
      *--------------------------------------------------------------*
       034-CONFERIR-GERENTE.

           MOVE 'S'  TO  WS-SW-GERENTE
           IF WS-OVERRIDE-IN-X NOT = SPACES
              AND WS-OVERRIDE-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-GERENTE
              DISPLAY ' *** % DE OVERRIDE INVALIDO: '
                      WS-OVERRIDE-IN-X ' ***'
           END-IF
           IF WS-LIMDESC-IN-X NOT = SPACES
              AND WS-LIMDESC-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-GERENTE
              DISPLAY ' *** % LIMITE DE DESCONTO INVALIDO: '
                      WS-LIMDESC-IN-X ' ***'
           END-IF
           IF WS-GERENTE-IN-X = SPACES
              CONTINUE
           ELSE
              IF WS-GERENTE-IN NOT NUMERIC
                 OR WS-GERENTE-IN = WS-VENDEDOR-IN
                 MOVE 'N'  TO  WS-SW-GERENTE
                 DISPLAY ' *** GERENTE INVALIDO: '
                         WS-GERENTE-IN-X ' ***'
              ELSE
                 IF WS-GERENTE-IN NOT = ZEROS
                    MOVE WS-GERENTE-IN
                                  TO  WS-VENDEDOR-V OF REG-VENDMST
                    READ VENDMST
                    IF WS-FS-FXN = '23'
                       MOVE 'N'  TO  WS-SW-GERENTE
                       DISPLAY ' *** GERENTE NAO CADASTRADO: '
                               WS-GERENTE-IN ' ***'
                    ELSE
                       IF WS-FS-FXN NOT = '00'
                          MOVE 'ERRO NA LEITURA DO VENDMST'
                                                TO WS-MSG
                          MOVE  WS-FS-FXN       TO WS-FS-MSG
                          GO TO 999-ERRO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
