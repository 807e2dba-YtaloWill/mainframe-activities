      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010141  PROGRAMA CRIADO - MANUTENCAO DO
      *                          CATALOGO DE CURSOS
      *  V02    OUT/2026 010189  CARTAO GANHA A REGRA DE AVALIACAO
      *                          DO CURSO (QTDE DE AVALIACOES,
      *                          PESOS E CORTES DE APROVACAO E
      *                          RECUPERACAO) APLICADA PELO
      *                          CGPRG150 - REGISTRO DE 40 P/ 60
      *  V03    OUT/2026 010193  CARTAO GANHA A CARGA HORARIA EXIGIDA
      *                          PARA COLAR GRAU (HORAS DE ESTAGIO E
      *                          DE ATIVIDADES COMPLEMENTARES),
      *                          CONFERIDA PELO CGPRG033 - REGISTRO DE
      *                          60 P/ 70
      *  V04    OUT/2026 010195  CARTAO GANHA A UNIDADE (CAMPUS) QUE
      *                          OFERECE O CURSO (POSICAO 69),
      *                          VALIDADA CONTRA A TABELA UNIDTAB; EM
      *                          BRANCO NA INCLUSAO = SEDE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG092'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-IND                 PIC 9(01) VALUE ZEROS.
           05  WS-REGRA-OK            PIC X(01) VALUE 'S'.
           05  WS-HORAS-OK            PIC X(01) VALUE 'S'.
           05  WS-UNID-OK             PIC X(01) VALUE 'S'.
           05  WS-UNID-SUB            PIC 9(02) VALUE ZEROS.

      *-----> ENTRADA - CARTAO DE CURSO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-NOME-IN          PIC X(20).
           05 WS-SIT-IN           PIC X(01).
           05 WS-MENSAL-IN        PIC 9(07)V99.
      *-----> REGRA DE AVALIACAO (VER V02) - MESMO LAYOUT DO GRUPO
      *       WS-REGRA-AVAL-CT. EM BRANCO NA INCLUSAO = REGRA PADRAO
      *       DO CGPRG150; EM BRANCO NA ALTERACAO = MANTEM A ATUAL
           05 WS-REGRA-AVAL-IN.
              10 WS-QTD-AVAL-IN   PIC 9(01).
              10 WS-PESO-IN       PIC 9(02)      OCCURS 4 TIMES.
              10 WS-CORTE-APROV-IN PIC 9(02)V99.
              10 WS-CORTE-REC-IN  PIC 9(02)V99.
      *-----> CARGA HORARIA EXIGIDA (VER V03) - HORAS DE ESTAGIO E DE
      *       ATIVIDADES COMPLEMENTARES. EM BRANCO NA INCLUSAO = SEM
      *       EXIGENCIA; EM BRANCO NA ALTERACAO = MANTEM A ATUAL
           05 WS-HORAS-EST-IN     PIC X(04).
           05 WS-HORAS-EST-N   REDEFINES  WS-HORAS-EST-IN
                                  PIC 9(04).
           05 WS-HORAS-AC-IN      PIC X(04).
           05 WS-HORAS-AC-N    REDEFINES  WS-HORAS-AC-IN
                                  PIC 9(04).
      *-----> UNIDADE (CAMPUS) QUE OFERECE O CURSO (VER V04), CONTRA
      *       A TABELA UNIDTAB. EM BRANCO NA INCLUSAO = SEDE ('1');
      *       EM BRANCO NA ALTERACAO = MANTEM A ATUAL
           05 WS-UNIDADE-IN       PIC X(01).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> TABELA DAS UNIDADES (CAMPI)
           COPY UNIDTAB.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
           ELSE
              PERFORM 026-VALIDAR-REGRA
              PERFORM 026-VALIDAR-HORAS
              PERFORM 026-VALIDAR-UNIDADE
              IF WS-CURSO-IN = SPACES
                 OR (TRANS-INCLUSAO AND WS-NOME-IN = SPACES)
                 OR WS-REGRA-OK = 'N'
                 OR WS-HORAS-OK = 'N'
                 OR WS-UNID-OK = 'N'
                 PERFORM 028-REJEITAR
              ELSE
                 IF TRANS-ALTERACAO
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDAR A REGRA DE AVALIACAO DO CARTAO (VER V02): 2 A 4
      *    AVALIACOES, PESO DE 1 A 99 EM CADA UMA DELAS E NENHUM
      *    PESO ALEM DA QUANTIDADE, CORTE DE APROVACAO DE 0,01 A
      *    10,00 E CORTE DE RECUPERACAO NAO MAIOR QUE ELE
      *--------------------------------------------------------------*
       026-VALIDAR-REGRA.

           MOVE 'S'  TO  WS-REGRA-OK

           IF WS-REGRA-AVAL-IN NOT = SPACES
              IF WS-QTD-AVAL-IN NOT NUMERIC
                 OR WS-QTD-AVAL-IN < 2
                 OR WS-QTD-AVAL-IN > 4
                 OR WS-CORTE-APROV-IN NOT NUMERIC
                 OR WS-CORTE-REC-IN NOT NUMERIC
                 MOVE 'N'  TO  WS-REGRA-OK
              ELSE
                 IF WS-CORTE-APROV-IN = ZEROS
                    OR WS-CORTE-APROV-IN > 10
                    OR WS-CORTE-REC-IN > WS-CORTE-APROV-IN
                    MOVE 'N'  TO  WS-REGRA-OK
                 ELSE
                    MOVE 1  TO  WS-IND
                    PERFORM 027-VALIDAR-PESO UNTIL WS-IND > 4
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR A CARGA HORARIA DO CARTAO (VER V03): CADA CAMPO
      *    EM BRANCO OU NUMERICO
      *--------------------------------------------------------------*
       026-VALIDAR-HORAS.

           MOVE 'S'  TO  WS-HORAS-OK

           IF WS-HORAS-EST-IN NOT = SPACES
              AND WS-HORAS-EST-N NOT NUMERIC
              MOVE 'N'  TO  WS-HORAS-OK
           END-IF
           IF WS-HORAS-AC-IN NOT = SPACES
              AND WS-HORAS-AC-N NOT NUMERIC
              MOVE 'N'  TO  WS-HORAS-OK
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR A UNIDADE DO CARTAO (VER V04): EM BRANCO OU
      *    CADASTRADA NA TABELA UNIDTAB
      *--------------------------------------------------------------*
       026-VALIDAR-UNIDADE.

           MOVE 'S'  TO  WS-UNID-OK

           IF WS-UNIDADE-IN NOT = SPACE
              MOVE 'N'  TO  WS-UNID-OK
              MOVE 1    TO  WS-UNID-SUB
              PERFORM 027-PROCURAR-UNIDADE
                  UNTIL WS-UNID-SUB > WS-QTD-UNID
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARAR A UNIDADE DO CARTAO COM UMA OCORRENCIA DA TABELA
      *--------------------------------------------------------------*
       027-PROCURAR-UNIDADE.

           IF WS-UNID-COD (WS-UNID-SUB) = WS-UNIDADE-IN
              MOVE 'S'  TO  WS-UNID-OK
           END-IF

           ADD 1  TO  WS-UNID-SUB
           .
      *--------------------------------------------------------------*
      *    VALIDAR O PESO DE UMA AVALIACAO DO CARTAO
      *--------------------------------------------------------------*
       027-VALIDAR-PESO.

           IF WS-IND > WS-QTD-AVAL-IN
              IF WS-PESO-IN (WS-IND) NOT = SPACES
                 AND WS-PESO-IN (WS-IND) NOT = ZEROS
                 MOVE 'N'  TO  WS-REGRA-OK
              END-IF
           ELSE
              IF WS-PESO-IN (WS-IND) NOT NUMERIC
                 OR WS-PESO-IN (WS-IND) = ZEROS
                 MOVE 'N'  TO  WS-REGRA-OK
              END-IF
           END-IF

           ADD 1  TO  WS-IND
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE CURSO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.
           DISPLAY ' *** CARTAO REJEITADO - CURSO INVALIDO ***'
           DISPLAY ' * CURSO     : ' WS-CURSO-IN
           DISPLAY ' * NOME      : ' WS-NOME-IN
           IF WS-REGRA-OK = 'N'
              DISPLAY ' * REGRA DE AVALIACAO INVALIDA: '
                      WS-REGRA-AVAL-IN
           END-IF
           IF WS-HORAS-OK = 'N'
              DISPLAY ' * CARGA HORARIA INVALIDA: '
                      WS-HORAS-EST-IN ' ' WS-HORAS-AC-IN
           END-IF
           IF WS-UNID-OK = 'N'
              DISPLAY ' * UNIDADE NAO CADASTRADA: ' WS-UNIDADE-IN
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM CURSO NOVO ('A' QUANDO A SITUACAO VEM EM
              MOVE WS-SIT-IN   TO  WS-SIT-CT OF REG-CURSOTAB
           END-IF
           MOVE WS-MENSAL-IN   TO  WS-MENSAL-CT OF REG-CURSOTAB
           MOVE WS-REGRA-AVAL-IN
                               TO  WS-REGRA-AVAL-CT OF REG-CURSOTAB
           MOVE ZEROS          TO  WS-HORAS-EST-CT OF REG-CURSOTAB
           MOVE ZEROS          TO  WS-HORAS-AC-CT OF REG-CURSOTAB
           IF WS-HORAS-EST-IN NOT = SPACES
              MOVE WS-HORAS-EST-N
                               TO  WS-HORAS-EST-CT OF REG-CURSOTAB
           END-IF
           IF WS-HORAS-AC-IN NOT = SPACES
              MOVE WS-HORAS-AC-N
                               TO  WS-HORAS-AC-CT OF REG-CURSOTAB
           END-IF
           IF WS-UNIDADE-IN = SPACE
              MOVE '1'         TO  WS-UNIDADE-CT OF REG-CURSOTAB
           ELSE
              MOVE WS-UNIDADE-IN
                               TO  WS-UNIDADE-CT OF REG-CURSOTAB
           END-IF

           WRITE REG-CURSOTAB
           IF WS-FS-CUR = '22'
                    MOVE WS-MENSAL-IN
                         TO  WS-MENSAL-CT OF REG-CURSOTAB
                 END-IF
                 IF WS-REGRA-AVAL-IN NOT = SPACES
                    MOVE WS-REGRA-AVAL-IN
                         TO  WS-REGRA-AVAL-CT OF REG-CURSOTAB
                 END-IF
                 IF WS-HORAS-EST-IN NOT = SPACES
                    MOVE WS-HORAS-EST-N
                         TO  WS-HORAS-EST-CT OF REG-CURSOTAB
                 END-IF
                 IF WS-HORAS-AC-IN NOT = SPACES
                    MOVE WS-HORAS-AC-N
                         TO  WS-HORAS-AC-CT OF REG-CURSOTAB
                 END-IF
                 IF WS-UNIDADE-IN NOT = SPACE
                    MOVE WS-UNIDADE-IN
                         TO  WS-UNIDADE-CT OF REG-CURSOTAB
                 END-IF

                 REWRITE REG-CURSOTAB
                 IF WS-FS-CUR NOT = '00'
