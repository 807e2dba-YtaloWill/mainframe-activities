      *                 HABILITADO)
      *   ARQUIVO ....: CADALU / CADDISP (FCTs JA EXISTENTES DO
      *                 CG13)
      *   ARQUIVO ....: OPERTAB (FCT JA EXISTENTE DO CG81) - UNIDADE
      *                 DO OPERADOR (VER V04)
      *   TELA DE TEXTO LIVRE, NO MESMO MOLDE DO CGPRG046
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      *                          AUDITCIC) COM USERID, DATA/HORA E
      *                          A MATRICULA CONSULTADA. RELATORIO
      *                          DIARIO NO CGPRG133
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA
      *                          DIGITADA E EXIBIDA COM 5 POSICOES
      *  V04    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): A
      *                          SECRETARIA SO CONSULTA AS
      *                          MENSALIDADES DOS ALUNOS DA SUA
      *                          UNIDADE (WS-UNIDADE-S DO ALUNO CONTRA
      *                          WS-UNIDADE-T DO OPERTAB, ESPACO =
      *                          SEDE, * = TODAS)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-RESP                PIC S9(08) COMP.
           05  WS-RESP2               PIC S9(08) COMP.
           05  WS-USERID              PIC X(08).
           05  WS-OPERID              PIC X(03).
      *-----> UNIDADE (CAMPUS) DO OPERADOR NO OPERTAB E DO ALUNO,
      *       COM ESPACO TROCADO POR SEDE; '*' NO OPERADOR = TODAS
      *       AS UNIDADES (VER V04)
           05  WS-UNID-OPER           PIC X(01).
           05  WS-UNID-ALU            PIC X(01).
           05  WS-ABSTIME             PIC S9(15) COMP-3.
           05  WS-LIN-SUB             PIC 9(02).
           05  WS-QTD-LIN             PIC 9(02).
      *-----> REGISTRO E CHAVE DO CADALU
       01  WS-REG-CADALU.
           COPY CADALUC.
       01  WS-CHAVE-CADALU          PIC 9(05)      COMP-3.

      *-----> REGISTRO DO OPERTAB (KSDS DO ONLINE, COMO NO CGPRG081)
       01  WS-REG-OPERTAB.
           COPY OPERTABC.

      *-----> REGISTRO E CHAVE DO MENSALU
       01  WS-REG-MENSALU.
           COPY MENSALUC.
       01  WS-CHAVE-MEN.
           05  WS-CHV-NUMERO          PIC 9(05)   COMP-3.
           05  WS-CHV-COMPET          PIC 9(06)   COMP-3.

      *-----> TELA DE ENTRADA DA MATRICULA
              'CGPRG089 - SITUACAO DE MENSALIDADES     '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(34) VALUE
              'DIGITE A MATRICULA (5) E ENTER.   '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(10) VALUE 'PF3=SAIR. '.

      *-----> AREA DE ENTRADA DA MATRICULA
       01  WS-TELA-ENTRADA.
           05 WS-MAT-E            PIC X(05).
       01  WS-TAM-ENTRADA           PIC S9(04) COMP VALUE +5.

      *-----> TELA DA LISTA DE COMPETENCIAS (ATE 14 LINHAS)
       01  WS-TELA-LISTA.
           05 FILLER               PIC X(06) VALUE 'ALUNO '.
           05 WS-MAT-L             PIC 9(05).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WS-NOME-L            PIC X(20).
           05 FILLER               PIC X(01) VALUE X'15'.
                RESP      (WS-RESP)
           END-EXEC

      *-----> A SECRETARIA DE CADA UNIDADE SO CONSULTA OS SEUS
      *       ALUNOS (VER V04)
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 012-APURAR-UNIDADE
              IF WS-UNIDADE-S OF WS-REG-CADALU = SPACE
                 MOVE '1'  TO  WS-UNID-ALU
              ELSE
                 MOVE WS-UNIDADE-S OF WS-REG-CADALU  TO  WS-UNID-ALU
              END-IF
              IF WS-UNID-OPER NOT = '*'
                 AND WS-UNID-ALU NOT = WS-UNID-OPER
                 MOVE 'ALUNO DE OUTRA UNIDADE'  TO  WS-REJ-MOTIVO
                 PERFORM 080-ENVIAR-REJEICAO
                 GO TO 030-PROCESSAR-FIM
              END-IF
           END-IF

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 088-AUDITAR-ATIVIDADE
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR A UNIDADE DO OPERADOR: USERID DO CICS -> OPERTAB
      *    (VER V04). OPERADOR FORA DA TABELA OU SEM UNIDADE FICA
      *    COM A SEDE
      *--------------------------------------------------------------*
       012-APURAR-UNIDADE.

           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC
           MOVE WS-USERID (1:3)  TO  WS-OPERID

           EXEC CICS READ
                DATASET   ('OPERTAB')
                INTO      (WS-REG-OPERTAB)
                RIDFLD    (WS-OPERID)
                RESP      (WS-RESP2)
           END-EXEC

           MOVE '1'  TO  WS-UNID-OPER
           IF WS-RESP2 = DFHRESP(NORMAL)
              AND WS-UNIDADE-T OF WS-REG-OPERTAB NOT = SPACE
              MOVE WS-UNIDADE-T OF WS-REG-OPERTAB  TO  WS-UNID-OPER
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR A LISTA DAS COMPETENCIAS DO ALUNO NO MENSALU
      *    (BROWSE PELA FAIXA DA MATRICULA) E TOTALIZAR O SALDO EM
      *    ABERTO
           MOVE WS-USERID   TO  WS-USERID-AU
           MOVE EIBTRNID    TO  WS-TRANS-AU
           MOVE SPACES      TO  WS-ALVO-AU
           MOVE WS-MAT-E    TO  WS-ALVO-AU (1:5)
           MOVE 'C'       TO  WS-RESULT-AU

           EXEC CICS WRITE
