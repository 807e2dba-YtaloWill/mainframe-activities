      *  V01    SET/2026 010174  PROGRAMA CRIADO - MANUTENCAO DO
      *                          OPERTAB COM CICLO DE VIDA E
      *                          LISTAGEM DE MUDANCAS
      *  V02    OUT/2026 010195  CARTAO GANHA A UNIDADE (CAMPUS) DA
      *                          SECRETARIA DO OPERADOR (POSICAO 22:
      *                          CODIGO DA UNIDTAB, '*' = TODAS, EM
      *                          BRANCO = SEDE), GRAVADA EM
      *                          WS-UNIDADE-T E LISTADA NO RELOPE; AS
      *                          TELAS DE ALUNOS SO MOSTRAM A UNIDADE
      *                          DO OPERADOR
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG134'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-UNID-OK             PIC X(01) VALUE 'S'.
           05  WS-UNID-SUB            PIC 9(02) VALUE ZEROS.

      *-----> ENTRADA - CARTAO DE OPERADOR VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-SIT-IN           PIC X(01).
           05 WS-DT-INI-IN        PIC 9(08).
           05 WS-DT-FIM-IN        PIC 9(08).
      *-----> UNIDADE (CAMPUS) DA SECRETARIA DO OPERADOR (VER V02):
      *       CODIGO DA TABELA UNIDTAB, '*' = TODAS AS UNIDADES,
      *       EM BRANCO = SEDE
           05 WS-UNIDADE-IN       PIC X(01).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> TABELA DAS UNIDADES (CAMPI)
           COPY UNIDTAB.

      *-----> DADOS DE SAIDA - LISTAGEM DE MANUTENCAO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'SITUACAO '.
           05 FILLER                PIC X(10) VALUE 'VIGE.INI  '.
           05 FILLER                PIC X(10) VALUE 'VIGE.FIM  '.
           05 FILLER                PIC X(04) VALUE 'UNID'.
           05 FILLER                PIC X(26) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DT-INI-R         PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DT-FIM-R         PIC 9(08).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-UNID-R           PIC X(01).
           05 FILLER              PIC X(28) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
           ELSE
              PERFORM 026-VALIDAR-UNIDADE
              IF WS-OPERID-IN = SPACES
                 OR WS-NIVEL-IN < 1 OR WS-NIVEL-IN > 3
                 OR (WS-SIT-IN NOT = 'A' AND 'R' AND ' ')
                 OR WS-UNID-OK = 'N'
                 PERFORM 028-REJEITAR
              ELSE
                 IF TRANS-ALTERACAO
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDAR A UNIDADE DO CARTAO (VER V02): EM BRANCO, '*' OU
      *    CADASTRADA NA TABELA UNIDTAB
      *--------------------------------------------------------------*
       026-VALIDAR-UNIDADE.

           MOVE 'S'  TO  WS-UNID-OK

           IF WS-UNIDADE-IN NOT = SPACE AND '*'
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
      *    REJEITAR CARTAO DE OPERADOR INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.
           DISPLAY ' * OPERADOR  : ' WS-OPERID-IN
           DISPLAY ' * NIVEL     : ' WS-NIVEL-IN
           DISPLAY ' * SITUACAO  : ' WS-SIT-IN
           DISPLAY ' * UNIDADE   : ' WS-UNIDADE-IN
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM OPERADOR NOVO
           END-IF
           MOVE WS-DT-INI-IN  TO  WS-DT-INI-T OF REG-OPERTAB
           MOVE WS-DT-FIM-IN  TO  WS-DT-FIM-T OF REG-OPERTAB
           PERFORM 036-MOVER-UNIDADE

           WRITE REG-OPERTAB
           IF WS-FS-OPE = '22'
                      TO  WS-DT-INI-T OF REG-OPERTAB
                 MOVE WS-DT-FIM-IN
                      TO  WS-DT-FIM-T OF REG-OPERTAB
                 PERFORM 036-MOVER-UNIDADE

                 REWRITE REG-OPERTAB
                 IF WS-FS-OPE NOT = '00'
           END-IF
           MOVE WS-DT-INI-IN      TO  WS-DT-INI-R
           MOVE WS-DT-FIM-IN      TO  WS-DT-FIM-R
           MOVE WS-UNIDADE-IN     TO  WS-UNID-R
           IF WS-UNIDADE-IN = SPACE AND NOT TRANS-EXCLUSAO
              MOVE '1'  TO  WS-UNID-R
           END-IF

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVER A UNIDADE DO CARTAO PARA O REGISTRO (EM BRANCO =
      *    SEDE - VER V02)
      *--------------------------------------------------------------*
       036-MOVER-UNIDADE.

           IF WS-UNIDADE-IN = SPACE
              MOVE '1'  TO  WS-UNIDADE-T OF REG-OPERTAB
           ELSE
              MOVE WS-UNIDADE-IN  TO  WS-UNIDADE-T OF REG-OPERTAB
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       040-IMPCAB.
