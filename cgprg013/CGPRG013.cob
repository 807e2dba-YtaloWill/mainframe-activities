      *                          ATIVO E NA VIGENCIA, COM A
      *                          REVELACAO GRAVADA NO DISCLOG
      *                          (RELATORIO MENSAL NO CGPRG135)
      *  V11    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CHAVES DO
      *                          CADALU, CAMPOS ENTMAT/DETMAT DO
      *                          CG13MAP, COLUNA DA MATRICULA NO
      *                          BROWSE E ALVO DO AUDITLOG;
      *                          CA-KEY-PROX PASSA A 9(06) COMP-3 PELO
      *                          MESMO MOTIVO DO 9(05) ANTERIOR
      *                          (COMMAREA DE 19 P/ 20 BYTES)
      *  V12    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): A UNIDADE
      *                          DO OPERADOR VEM DO OPERTAB
      *                          (WS-UNIDADE-T, ESPACO = SEDE, * =
      *                          TODAS) E A SECRETARIA SO VE OS ALUNOS
      *                          DA SUA UNIDADE - DETALHE DE ALUNO DE
      *                          OUTRA UNIDADE E RECUSADO E OS BROWSES
      *                          POR CURSO E POR NOME PULAM OS DEMAIS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               88 BROWSE-NOME-FECHADO     VALUE 'N'.
           05  WS-ABSTIME             PIC S9(15) COMP-3.
           05  WS-USERID              PIC X(08).
           05  WS-ALVO-NUM            PIC 9(05).
           05  WS-OPERID              PIC X(03).
           05  WS-DATA-HOJE-CPF       PIC 9(08).
      *-----> UNIDADE (CAMPUS) DO OPERADOR NO OPERTAB E DO ALUNO
      *       LIDO, COM ESPACO TROCADO POR SEDE; '*' NO OPERADOR =
      *       TODAS AS UNIDADES (VER V12)
           05  WS-UNID-OPER           PIC X(01).
           05  WS-UNID-ALU            PIC X(01).
           05  WS-SW-UNID             PIC X(01).
               88 UNID-PERMITIDA          VALUE 'S'.
               88 UNID-VEDADA             VALUE 'N'.

      *-----> REGISTRO DE ATIVIDADE PARA O AUDITLOG (VER V09)
       01  WS-REG-AUDIT.
               88 MODO-BROWSE             VALUE 'B'.
               88 MODO-NOMES              VALUE 'N'.
           05  CA-CURSO               PIC X(12).
           05  CA-KEY-TOPO            PIC 9(05)   COMP-3.
      *-----> UM DIGITO A MAIS QUE A MATRICULA DE PROPOSITO: O
      *       PROXIMO TOPO E "ULTIMA MATRICULA MOSTRADA + 1", QUE
      *       PASSA DE 99999 QUANDO A PAGINA TERMINA NA MATRICULA
      *       MAXIMA - NO TAMANHO DA MATRICULA O VALOR ENROLARIA
      *       PARA ZEROS E O PF8 VOLTARIA AO INICIO DO ARQUIVO
      *       (VER V11)
           05  CA-KEY-PROX            PIC 9(06)   COMP-3.

      *-----> CHAVES DE ACESSO AO CADALU (MESMO LAYOUT EMPACOTADO DA
      *       CHAVE DO KSDS - WS-NUMERO-S OF CADALUC, 3 BYTES)
       01  WS-CHAVE-CADALU          PIC 9(05)      COMP-3.
       01  WS-KEY-INICIO            PIC 9(05)      COMP-3.
       01  WS-KEY-NOVO-TOPO         PIC 9(05)      COMP-3.

      *-----> CHAVE DE BROWSE PELO PATH DO AIX DE NOME (CADALUN)
       01  WS-CHAVE-NOME            PIC X(20).
      *-----> LINHA DE DETALHE DO BROWSE, MONTADA EM ZONADO/EDITADO
      *       ANTES DE IR PARA BRWLINO DO MAPA
       01  WS-LINHA-BRW.
           05 WS-BRW-MAT          PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BRW-NOME         PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BRW-NOTA2        PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BRW-MEDIA        PIC Z9,99.
           05 FILLER              PIC X(04) VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
       LINKAGE SECTION.
      *----------------*
       01  DFHCOMMAREA            PIC X(20).
      *
       PROCEDURE DIVISION.
      *==================*
           ELSE
              MOVE DFHCOMMAREA  TO  WS-COMMAREA
              PERFORM 015-TESTAR-DISPONIVEL
              PERFORM 012-APURAR-UNIDADE
              EVALUATE TRUE
                 WHEN EIBAID = DFHPF3 AND MODO-ENTRADA
                    PERFORM 090-TERMINAR
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    APURAR A UNIDADE DO OPERADOR: USERID DO CICS -> OPERTAB
      *    (VER V12). OPERADOR FORA DA TABELA OU SEM UNIDADE FICA
      *    COM A SEDE, COMO TODO REGISTRO ANTERIOR A SEGUNDA UNIDADE
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
      *    CONFERIR SE O ALUNO LIDO E DA UNIDADE DO OPERADOR (A
      *    SECRETARIA DE CADA UNIDADE SO VE OS SEUS ALUNOS - VER V12)
      *--------------------------------------------------------------*
       013-CONFERIR-UNIDADE.

           IF WS-UNIDADE-S OF WS-REG-CADALU = SPACE
              MOVE '1'  TO  WS-UNID-ALU
           ELSE
              MOVE WS-UNIDADE-S OF WS-REG-CADALU  TO  WS-UNID-ALU
           END-IF

           IF WS-UNID-OPER = '*' OR WS-UNID-ALU = WS-UNID-OPER
              SET UNID-PERMITIDA  TO  TRUE
           ELSE
              SET UNID-VEDADA     TO  TRUE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TELA DE ENTRADA (MATRICULA OU CURSO)
      *--------------------------------------------------------------*
       010-ENVIAR-ENTRADA.

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 013-CONFERIR-UNIDADE
                 IF UNID-PERMITIDA
                    PERFORM 050-ENVIAR-DETALHE
                 ELSE
                    MOVE 'ALUNO DE OUTRA UNIDADE'  TO  ENTMSGO
                    PERFORM 010-ENVIAR-ENTRADA
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'MATRICULA NAO CADASTRADA'  TO  ENTMSGO
                 PERFORM 010-ENVIAR-ENTRADA

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 013-CONFERIR-UNIDADE
                 IF WS-CURSO-S OF WS-REG-CADALU = CA-CURSO
                    AND UNID-PERMITIDA
                    ADD 1  TO  WS-QTD-LIN
                    IF WS-QTD-LIN = 1
                       MOVE WS-NUMERO-S OF WS-REG-CADALU
           MOVE CA-KEY-TOPO  TO  WS-KEY-NOVO-TOPO
           MOVE SPACES       TO  BRWMSGO

           IF CA-KEY-PROX > 99999
              MOVE 'ULTIMA PAGINA DO CURSO'  TO  BRWMSGO
              MOVE WS-KEY-NOVO-TOPO  TO  WS-KEY-INICIO
              PERFORM 055-MONTAR-PAGINA

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 013-CONFERIR-UNIDADE
                 IF WS-NUMERO-S OF WS-REG-CADALU < CA-KEY-TOPO
                    AND WS-CURSO-S OF WS-REG-CADALU = CA-CURSO
                    AND UNID-PERMITIDA
                    ADD 1  TO  WS-QTD-ANT
                    MOVE WS-NUMERO-S OF WS-REG-CADALU
                         TO  WS-KEY-NOVO-TOPO

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 013-CONFERIR-UNIDADE
                 IF WS-NOME-S OF WS-REG-CADALU (1:WS-TAM-BUSCA)
                    = WS-NOME-BUSCA (1:WS-TAM-BUSCA)
                    IF UNID-VEDADA
                       CONTINUE
                    ELSE
                    IF WS-QTD-LIN = 12
                       MOVE 'HA MAIS OCORRENCIAS - REFINE O NOME'
                            TO  BRWMSGO
                            TO  WS-BRW-MEDIA
                       MOVE WS-LINHA-BRW  TO  BRWLINO (WS-QTD-LIN)
                    END-IF
                    END-IF
                 ELSE
                    SET FIM-BROWSE  TO  TRUE
                 END-IF
           MOVE EIBTRNID    TO  WS-TRANS-AU
           MOVE SPACES      TO  WS-ALVO-AU
           MOVE WS-NUMERO-S OF WS-REG-CADALU  TO  WS-ALVO-NUM
           MOVE WS-ALVO-NUM  TO  WS-ALVO-AU (1:5)
           MOVE 'C'         TO  WS-RESULT-AU

           EXEC CICS WRITE
