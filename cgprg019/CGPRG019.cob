      *   PROGRAMA ...: CGPRG019  LANGUAGE(COBOL)
      *   ARQUIVO ....: CADALU (MESMA FCT DO CGPRG013, COM ADD/
      *                 UPDATE/DELETE HABILITADOS NESTA TRANSACAO)
      *                 NOTADISC (ADD), MATRCUR E DISCAPR (READ) -
      *                 CARTAO 'D' (VER V13)
      *                 CALACAD E AUTTARD (READ) - PRAZOS DE NOTA DO
      *                 CALENDARIO ACADEMICO (VER V15)
      *   ESTE PROGRAMA NAO USA MAPA BMS - A TELA E TEXTO LIVRE
      *   (EXEC CICS SEND/RECEIVE TEXT), NO MESMO MOLDE DO CGPRG013
      *--------------------------------------------------------------*
      *                            A TESTAR O RESP: FALHA DE
      *                            JORNAL VAI AO 900-ERRO EM VEZ DE
      *                            SER ENGOLIDA
      *  V13    OUT/2026 010185  NOVO CARTAO 'D' (MESMO DO CGPRG008
      *                          V30): MATRICULA DO ALUNO EM UMA
      *                          DISCIPLINA (CODIGO NAS POSICOES
      *                          6-13), QUE TEM DE ESTAR NA MATRIZ
      *                          CURRICULAR DO CURSO DELE (MATRCUR)
      *                          COM TODOS OS PRE-REQUISITOS JA
      *                          APROVADOS (DISCAPR). GRAVA O
      *                          NOTADISC COM AS NOTAS ZERADAS E
      *                          JORNALIZA NO MSTJRNL
      *  V14    OUT/2026 010189  REGRA DE AVALIACAO POR CURSO: A TELA
      *                          GANHA A 3A E A 4A NOTAS (POSICOES
      *                          64-71, EM BRANCO = ZEROS); A INCLUSAO
      *                          CALCULA A MEDIA PELO CGPRG150 COM A
      *                          REGRA DO CURSO JA LIDA NO CURSOTAB, E
      *                          A SOLICITACAO DE ALTERACAO LEVA AS 4
      *                          NOTAS PARA A FILA NOTAPEND
      *  V15    OUT/2026 010190  CALENDARIO ACADEMICO: INCLUSAO COM
      *                          NOTA E SOLICITACAO DE ALTERACAO DE
      *                          NOTA FORA DOS PRAZOS DO SEMESTRE
      *                          (CALACAD, CGPRG152), SEM AUTORIZACAO
      *                          TARDIA DO ALUNO (AUTTARD), SAO
      *                          RECUSADAS NA TELA E REGISTRADAS NO
      *                          AUDITLOG COMO NEGADAS
      *  V16    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): WS-NUMERO-IN
      *                          DA TELA COM 5 POSICOES (2-6) E OS
      *                          DEMAIS CAMPOS UMA POSICAO ADIANTE
      *                          (ENTRADA DE 71 P/ 72 BYTES, INSTRUCAO
      *                          DE DIGITACAO ACERTADA - A POSICAO DO
      *                          CARTAO S ESTAVA ERRADA NA TELA);
      *                          CHAVES DO CADALU/NOTAPEND/DISCAPR/
      *                          NOTADISC/AUTTARD, LINHA DE RETORNO
      *                          E CHAVE DO MSTJRNL (13 POSICOES) E
      *                          DO AUDITLOG
      *  V17    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): A UNIDADE
      *                          DO OPERADOR VEM DO OPERTAB
      *                          (WS-UNIDADE-T, ESPACO = SEDE, * =
      *                          TODAS); CARTAO DE ALUNO DE OUTRA
      *                          UNIDADE E RECUSADO E A INCLUSAO SO
      *                          ACEITA CURSO DA UNIDADE DO OPERADOR,
      *                          GRAVANDO A UNIDADE DO CURSO NO ALUNO
      *                          (WS-UNIDADE-S)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-OPERID              PIC X(03).
           05  WS-OP-JRN              PIC X(01).
           05  WS-RBA-JRN             PIC S9(08) COMP.
           05  WS-CHV-JRN-NUM         PIC 9(05).
           05  WS-MOT-NIVEL           PIC X(30).
           05  WS-NIVEL               PIC 9(01).
      *-----> UNIDADE (CAMPUS) DO OPERADOR NO OPERTAB E DO ALUNO OU
      *       CURSO DIGITADO, COM ESPACO TROCADO POR SEDE; '*' NO
      *       OPERADOR = TODAS AS UNIDADES (VER V17)
           05  WS-UNID-OPER           PIC X(01).
           05  WS-UNID-ALU            PIC X(01).
           05  WS-ABSTIME             PIC S9(15) COMP-3.
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-MEDIA               PIC 9(02)V99.
           05  WS-SW-CURSO            PIC X(01).
               88 CURSO-VALIDO            VALUE 'V'.
               88 CURSO-INVALIDO          VALUE 'I'.
      *-----> ARQUIVO DO REGISTRO JORNALIZADO NO MSTJRNL (VER V13)
           05  WS-ARQ-JRN             PIC X(08) VALUE 'CADALU  '.
           05  WS-PRQ-SUB             PIC 9(01).

      *-----> REGISTRO E CHAVE DA FILA DE ALTERACOES PENDENTES
      *       (VER V09)
       01  WS-REG-NOTAPEND.
           COPY NOTAPENC.
       01  WS-CHAVE-PEND.
           05  WS-CHV-NUMERO-NP       PIC 9(05)   COMP-3.
           05  WS-CHV-DTSOL-NP        PIC 9(08)   COMP-3.
           05  WS-CHV-HRSOL-NP        PIC 9(06)   COMP-3.
       01  WS-HORA-AGORA            PIC 9(06).
           COPY CURSOTBC.
       01  WS-CHAVE-CURSO           PIC X(12).

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V14)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> RUNID CONVENCIONADO PARA MANUTENCAO ONLINE - OS LOTES
      *       BATCH USAM O WS-HDR-RUNID DO CARTAO DE CABECALHO (VER
      *       COPY SYSINHT); A TRANSACAO NAO TEM LOTE, ENTAO GRAVA
              'DIGITE O CARTAO NO LAYOUT DO CGPRG008 E ENTER'.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'TIPO(I/A/E) MATR(5) NOME(20) SEXO(1) IDADE(2'.
           05 FILLER               PIC X(44) VALUE
              ') CURSO(12) NOTA1(4) NOTA2(4) NOTAREC(4)    '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'TIPO S: MATR(5) + SIT(A/T/C) DATA(8) MOT(2) '.
           05 FILLER               PIC X(12) VALUE 'EM 54-64.   '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'TIPO D: MATR(5) + DISCIPLINA(8) EM 7-14.    '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
              'TIPOS I/A: NOTA3(4) NOTA4(4) EM 65-72.      '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(10) VALUE 'PF3=SAIR. '.

               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
               88 TRANS-SITUACAO      VALUE 'S'.
               88 TRANS-DISCIPLINA    VALUE 'D'.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-NUMERO-IN-X  REDEFINES  WS-NUMERO-IN
                                  PIC X(05).
           05 WS-NOME-IN          PIC X(20).
      *-----> SO PARA O CARTAO 'D' (MATRICULA EM DISCIPLINA - V13)
           05 FILLER          REDEFINES  WS-NOME-IN.
               10 WS-DISC-IN      PIC X(08).
               10 FILLER          PIC X(12).
           05 WS-SEXO-IN          PIC X(01).
           05 WS-IDADE-IN         PIC 9(02).
           05 WS-IDADE-IN-X   REDEFINES  WS-IDADE-IN
           05 WS-DT-SIT-IN-X  REDEFINES  WS-DT-SIT-IN
                                  PIC X(08).
           05 WS-MOT-SIT-IN       PIC X(02).
      *-----> 3A E 4A NOTAS DA REGRA DO CURSO (EM BRANCO = ZEROS -
      *       VER V14)
           05 WS-NOTA3-IN         PIC 9(02)V99.
           05 WS-NOTA3-IN-X   REDEFINES  WS-NOTA3-IN
                                  PIC X(04).
           05 WS-NOTA4-IN         PIC 9(02)V99.
           05 WS-NOTA4-IN-X   REDEFINES  WS-NOTA4-IN
                                  PIC X(04).
       01  WS-TAM-ENTRADA           PIC S9(04) COMP VALUE +72.

      *-----> CHAVE DE LEITURA DO CADALU (MESMO LAYOUT EMPACOTADO DA
      *       CHAVE DO KSDS - WS-NUMERO-S OF CADALUC, PIC 9(05) COMP-3)
       01  WS-CHAVE-CADALU          PIC 9(05)      COMP-3.

      *-----> REGISTRO DO CADALU (LAYOUT COMPARTILHADO VIA COPY)
       01  WS-REG-CADALU.
       01  WS-TELA-OK.
           05 WS-OK-ACAO           PIC X(10).
           05 FILLER               PIC X(12) VALUE ' MATRICULA: '.
           05 WS-OK-MAT            PIC 9(05).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(37) VALUE
              'PROXIMO CARTAO OU PF3 PARA ENCERRAR. '.
       01  WS-IMAGEM-ANTES        PIC X(90).
       01  WS-IMAGEM-DEPOIS       PIC X(90).

      *-----> MATRICULA EM DISCIPLINA - MATRIZ CURRICULAR,
      *       DISCIPLINAS APROVADAS E NOTAS POR DISCIPLINA (VER V13)
       01  WS-REG-MATRCUR.
           COPY MATRCURC.
       01  WS-CHAVE-MATRCUR.
           05  WS-CHV-CURSO-MC        PIC X(12).
           05  WS-CHV-DISC-MC         PIC X(08).
       01  WS-REG-DISCAPR.
           COPY DISCAPRC.
       01  WS-CHAVE-DISCAPR.
           05  WS-CHV-NUMERO-DA       PIC 9(05)      COMP-3.
           05  WS-CHV-DISC-DA         PIC X(08).
       01  WS-REG-NOTADISC.
           COPY NOTADISC.
       01  WS-CHAVE-NOTADISC.
           05  WS-CHV-NUMERO-ND       PIC 9(05)      COMP-3.
           05  WS-CHV-DISC-ND         PIC X(08).

      *-----> CALENDARIO ACADEMICO, AUTORIZACAO TARDIA DE NOTA E
      *       AREA DE CHAMADA DA REGRA DE PRAZOS (VER V15)
       01  WS-REG-CALACAD.
           COPY CALACADC.
       01  WS-CHAVE-CALACAD         PIC 9(05).
       01  WS-REG-AUTTARD.
           COPY AUTTARDC.
       01  WS-CHAVE-AUTTARD.
           05  WS-CHV-NUMERO-LT       PIC 9(05)      COMP-3.
           05  WS-CHV-SEMESTRE-LT     PIC 9(05).
       01  WS-PRAZPAR.
           COPY PRAZPARC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *

           IF WS-NUMERO-IN-X IS NUMERIC
              MOVE WS-NUMERO-IN  TO  WS-CHAVE-CADALU
           END-IF

      *-----> A SECRETARIA DE CADA UNIDADE SO MANTEM OS SEUS
      *       ALUNOS (VER V17); A INCLUSAO E CONFERIDA PELA UNIDADE
      *       DO CURSO NO 031-INCLUIR
           IF NOT TRANS-INCLUSAO AND WS-UNID-OPER NOT = '*'
              PERFORM 013-CONFERIR-UNIDADE
              IF WS-UNID-ALU NOT = WS-UNID-OPER
                 MOVE 'ALUNO DE OUTRA UNIDADE'  TO  WS-REJ-MOTIVO
                 PERFORM 080-ENVIAR-REJEICAO
                 GO TO 030-PROCESSAR-FIM
              END-IF
           END-IF

           IF WS-NUMERO-IN-X IS NUMERIC
              IF TRANS-DISCIPLINA
                 PERFORM 037-MATRICULAR-DISC THRU
                         037-MATRICULAR-FIM
              ELSE
              IF TRANS-SITUACAO
                 PERFORM 034-SITUACAO THRU 034-SITUACAO-FIM
              ELSE
                        PERFORM 080-ENVIAR-REJEICAO
                     ELSE
                       IF TRANS-ALTERACAO
                          PERFORM 032-ALTERAR THRU
                                  032-ALTERAR-FIM
                       ELSE
                          PERFORM 031-INCLUIR THRU
                                  031-INCLUIR-FIM
                       END-IF
                     END-IF
                    END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR A UNIDADE DO ALUNO DIGITADO (VER V17). ALUNO NAO
      *    CADASTRADO FICA COM A UNIDADE DO OPERADOR, PARA QUE A
      *    REJEICAO PROPRIA (MATRICULA NAO CADASTRADA) SAIA ADIANTE
      *--------------------------------------------------------------*
       013-CONFERIR-UNIDADE.

           MOVE WS-UNID-OPER  TO  WS-UNID-ALU

           EXEC CICS READ
                DATASET   ('CADALU')
                INTO      (WS-REG-CADALU)
                RIDFLD    (WS-CHAVE-CADALU)
                KEYLENGTH (LENGTH OF WS-CHAVE-CADALU)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF WS-UNIDADE-S OF WS-REG-CADALU = SPACE
                    MOVE '1'  TO  WS-UNID-ALU
                 ELSE
                    MOVE WS-UNIDADE-S OF WS-REG-CADALU
                                      TO  WS-UNID-ALU
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    APURAR O NIVEL DO OPERADOR: USERID DO CICS -> OPERTAB
      *    (OPERADOR FORA DA TABELA FICA COM NIVEL 0 - VER V05)
      *--------------------------------------------------------------*

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-NIVEL-T OF WS-REG-OPERTAB  TO  WS-NIVEL
              IF WS-UNIDADE-T OF WS-REG-OPERTAB = SPACE
                 MOVE '1'  TO  WS-UNID-OPER
              ELSE
                 MOVE WS-UNIDADE-T OF WS-REG-OPERTAB  TO  WS-UNID-OPER
              END-IF
           ELSE
              MOVE ZEROS       TO  WS-NIVEL
              MOVE '1'         TO  WS-UNID-OPER
           END-IF

      *-----> CICLO DE VIDA DO OPERADOR (OPERTABC/CGPRG134 - VER
      *--------------------------------------------------------------*
       029-VALIDAR.

           IF WS-NOTA3-IN-X = SPACES
              MOVE ZEROS  TO  WS-NOTA3-IN
           END-IF
           IF WS-NOTA4-IN-X = SPACES
              MOVE ZEROS  TO  WS-NOTA4-IN
           END-IF

           SET NOTA-VALIDA     TO TRUE
           IF WS-NOTA1-IN-X    IS NOT NUMERIC
              OR WS-NOTA2-IN-X IS NOT NUMERIC
              OR WS-NOTA3-IN-X IS NOT NUMERIC
              OR WS-NOTA4-IN-X IS NOT NUMERIC
              OR WS-NOTA-REC-IN-X IS NOT NUMERIC
              OR WS-IDADE-IN-X IS NOT NUMERIC
              SET NOTA-INVALIDA  TO TRUE
           ELSE
              IF WS-NOTA1-IN  > 10  OR  WS-NOTA2-IN  > 10  OR
                 WS-NOTA3-IN  > 10  OR  WS-NOTA4-IN  > 10  OR
                 WS-NOTA-REC-IN  > 10
                 SET NOTA-INVALIDA  TO TRUE
              END-IF

           PERFORM 035-DATA-HOJE

      *-----> INCLUSAO JA COM NOTA PASSA PELOS PRAZOS DO CALENDARIO
      *       (VER V15): NOTA REGULAR PELO PRAZO DE NOTAS, SO A
      *       RECUPERACAO PELO PRAZO DE RECUPERACAO
           MOVE 'L'  TO  WS-VEREDITO-PZ
           IF WS-NOTA1-IN > ZEROS OR WS-NOTA2-IN > ZEROS
              OR WS-NOTA3-IN > ZEROS OR WS-NOTA4-IN > ZEROS
              SET PZ-ALT-NOTAS  TO  TRUE
              PERFORM 040-CONFERIR-PRAZO
           ELSE
              IF WS-NOTA-REC-IN > ZEROS
                 SET PZ-ALT-RECUP  TO  TRUE
                 PERFORM 040-CONFERIR-PRAZO
              END-IF
           END-IF
           IF PZ-RECUSADO
              PERFORM 043-RECUSAR-PRAZO
              GO TO 031-INCLUIR-FIM
           END-IF

      *-----> O ALUNO NASCE NA UNIDADE DO CURSO, QUE TEM DE SER A
      *       DO OPERADOR (VER V17)
           IF WS-UNIDADE-CT OF WS-REG-CURSOTAB = SPACE
              MOVE '1'  TO  WS-UNID-ALU
           ELSE
              MOVE WS-UNIDADE-CT OF WS-REG-CURSOTAB  TO  WS-UNID-ALU
           END-IF
           IF WS-UNID-OPER NOT = '*'
              AND WS-UNID-ALU NOT = WS-UNID-OPER
              MOVE 'CURSO DE OUTRA UNIDADE'  TO  WS-REJ-MOTIVO
              PERFORM 080-ENVIAR-REJEICAO
              GO TO 031-INCLUIR-FIM
           END-IF

      *-----> MEDIA PELA REGRA DO CURSO, LIDO NO CURSOTAB PELO
      *       029-VALIDAR-CURSO (VER V14)
           MOVE WS-REGRA-AVAL-CT OF WS-REG-CURSOTAB  TO  WS-REGRA-AV
           MOVE 'C'              TO   WS-FUNCAO-AV
           MOVE WS-NOTA1-IN      TO   WS-NOTA-AV (1)
           MOVE WS-NOTA2-IN      TO   WS-NOTA-AV (2)
           MOVE WS-NOTA3-IN      TO   WS-NOTA-AV (3)
           MOVE WS-NOTA4-IN      TO   WS-NOTA-AV (4)
           MOVE WS-NOTA-REC-IN   TO   WS-NOTA-REC-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           MOVE WS-MEDIA-AV      TO   WS-MEDIA
           MOVE SPACES           TO   WS-REG-CADALU
           MOVE WS-NUMERO-IN     TO   WS-NUMERO-S OF WS-REG-CADALU
           MOVE WS-NOME-IN       TO   WS-NOME-S OF WS-REG-CADALU
           MOVE WS-CURSO-IN      TO   WS-CURSO-S OF WS-REG-CADALU
           MOVE WS-NOTA1-IN      TO   WS-NOTA1-S OF WS-REG-CADALU
           MOVE WS-NOTA2-IN      TO   WS-NOTA2-S OF WS-REG-CADALU
           MOVE WS-NOTA3-IN      TO   WS-NOTA3-S OF WS-REG-CADALU
           MOVE WS-NOTA4-IN      TO   WS-NOTA4-S OF WS-REG-CADALU
           MOVE WS-MEDIA         TO   WS-MEDIA-S OF WS-REG-CADALU
           MOVE WS-NOTA-REC-IN   TO   WS-NOTA-REC-S OF WS-REG-CADALU
           MOVE WS-RUNID-ONLINE  TO   WS-RUNID-S OF WS-REG-CADALU
                                      OF WS-REG-CADALU
           MOVE ZEROS            TO   WS-DT-SIT-S OF WS-REG-CADALU
           MOVE SPACES           TO   WS-MOT-SIT-S OF WS-REG-CADALU
           MOVE WS-UNID-ALU      TO   WS-UNIDADE-S OF WS-REG-CADALU

           EXEC CICS WRITE
                DATASET   ('CADALU')
                 PERFORM 900-ERRO
           END-EVALUATE
           .
       031-INCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOLICITAR A ALTERACAO DE NOTAS: A PARTIR DA V09 O CARTAO
      *    'A' GRAVA A SOLICITACAO NA FILA NOTAPEND (COM AS NOTAS
                 PERFORM 035-DATA-HOJE
                 PERFORM 036-HORA-AGORA

      *-----> SOLICITACAO FORA DOS PRAZOS DO CALENDARIO NEM ENTRA
      *       NA FILA (VER V15)
                 PERFORM 039-TIPO-ALTERACAO
                 IF PZ-RECUSADO
                    PERFORM 043-RECUSAR-PRAZO
                    GO TO 032-ALTERAR-FIM
                 END-IF

                 MOVE SPACES           TO  WS-REG-NOTAPEND
                 MOVE WS-NUMERO-IN     TO  WS-NUMERO-NP
                                           OF WS-REG-NOTAPEND
                                           OF WS-REG-NOTAPEND
                 MOVE WS-NOTA-REC-IN   TO  WS-NOTAREC-NOVA-NP
                                           OF WS-REG-NOTAPEND
                 MOVE WS-NOTA3-S OF WS-REG-CADALU
                      TO  WS-NOTA3-ANT-NP OF WS-REG-NOTAPEND
                 MOVE WS-NOTA4-S OF WS-REG-CADALU
                      TO  WS-NOTA4-ANT-NP OF WS-REG-NOTAPEND
                 MOVE WS-NOTA3-IN      TO  WS-NOTA3-NOVA-NP
                                           OF WS-REG-NOTAPEND
                 MOVE WS-NOTA4-IN      TO  WS-NOTA4-NOVA-NP
                                           OF WS-REG-NOTAPEND
                 MOVE WS-OPERID        TO  WS-OPER-SOL-NP
                                           OF WS-REG-NOTAPEND
                 MOVE WS-MOTIVO-ONLINE TO  WS-MOTIVO-NP
                 PERFORM 900-ERRO
           END-EVALUATE
           .
       032-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    HORA CORRENTE (HHMMSS) PARA A CHAVE DA SOLICITACAO
      *--------------------------------------------------------------*
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    MATRICULAR O ALUNO EM UMA DISCIPLINA (CARTAO 'D' - VER
      *    V13), COM AS MESMAS CRITICAS DO 035-MATRICULAR-DISC DO
      *    CGPRG008: DISCIPLINA NA MATRIZ DO CURSO DO ALUNO E TODOS
      *    OS PRE-REQUISITOS NO DISCAPR
      *--------------------------------------------------------------*
       037-MATRICULAR-DISC.

           IF WS-DISC-IN = SPACES
              MOVE 'DISCIPLINA EM BRANCO'  TO  WS-REJ-MOTIVO
              PERFORM 080-ENVIAR-REJEICAO
              GO TO 037-MATRICULAR-FIM
           END-IF

           EXEC CICS READ
                DATASET   ('CADALU')
                INTO      (WS-REG-CADALU)
                RIDFLD    (WS-CHAVE-CADALU)
                KEYLENGTH (LENGTH OF WS-CHAVE-CADALU)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'MATRICULA NAO CADASTRADA'  TO  WS-REJ-MOTIVO
                 PERFORM 080-ENVIAR-REJEICAO
                 GO TO 037-MATRICULAR-FIM
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE

           MOVE WS-CURSO-S OF WS-REG-CADALU  TO  WS-CHV-CURSO-MC
           MOVE WS-DISC-IN                   TO  WS-CHV-DISC-MC

           EXEC CICS READ
                DATASET   ('MATRCUR')
                INTO      (WS-REG-MATRCUR)
                RIDFLD    (WS-CHAVE-MATRCUR)
                KEYLENGTH (LENGTH OF WS-CHAVE-MATRCUR)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'DISCIPLINA FORA DA MATRIZ DO CURSO'
                                          TO  WS-REJ-MOTIVO
                 PERFORM 080-ENVIAR-REJEICAO
                 GO TO 037-MATRICULAR-FIM
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE

           MOVE SPACES  TO  WS-REJ-MOTIVO
           MOVE 1       TO  WS-PRQ-SUB
           PERFORM 038-CONFERIR-PREREQ
               UNTIL WS-PRQ-SUB > 3 OR WS-REJ-MOTIVO NOT = SPACES
           IF WS-REJ-MOTIVO NOT = SPACES
              PERFORM 080-ENVIAR-REJEICAO
              GO TO 037-MATRICULAR-FIM
           END-IF

           PERFORM 035-DATA-HOJE

           MOVE SPACES           TO  WS-REG-NOTADISC
           MOVE WS-NUMERO-IN     TO  WS-NUMERO-ND OF WS-REG-NOTADISC
           MOVE WS-DISC-IN       TO  WS-DISC-ND OF WS-REG-NOTADISC
           MOVE WS-DATA-HOJE (1:6)
                                 TO  WS-PERIODO-ND OF WS-REG-NOTADISC
           MOVE ZEROS            TO  WS-NOTA1-ND OF WS-REG-NOTADISC
                                     WS-NOTA2-ND OF WS-REG-NOTADISC
                                     WS-NOTA3-ND OF WS-REG-NOTADISC
                                     WS-NOTA4-ND OF WS-REG-NOTADISC
                                     WS-MEDIA-ND OF WS-REG-NOTADISC
                                     WS-NOTA-REC-ND OF WS-REG-NOTADISC
                                     WS-QTD-AULAS-ND OF WS-REG-NOTADISC
                                     WS-QTD-PRES-ND OF WS-REG-NOTADISC
                                     WS-PORC-FREQ-ND OF WS-REG-NOTADISC
           MOVE WS-RUNID-ONLINE  TO  WS-RUNID-ND OF WS-REG-NOTADISC
           MOVE WS-DATA-HOJE     TO  WS-DTLOTE-ND OF WS-REG-NOTADISC
           MOVE WS-OPERID        TO  WS-OPERID-ND OF WS-REG-NOTADISC

           MOVE WS-NUMERO-IN     TO  WS-CHV-NUMERO-ND
           MOVE WS-DISC-IN       TO  WS-CHV-DISC-ND

           EXEC CICS WRITE
                DATASET   ('NOTADISC')
                FROM      (WS-REG-NOTADISC)
                RIDFLD    (WS-CHAVE-NOTADISC)
                KEYLENGTH (LENGTH OF WS-CHAVE-NOTADISC)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'W'              TO  WS-OP-JRN
                 MOVE 'NOTADISC'       TO  WS-ARQ-JRN
                 MOVE SPACES           TO  WS-IMAGEM-ANTES
                 MOVE WS-REG-NOTADISC  TO  WS-IMAGEM-DEPOIS
                 PERFORM 087-JORNALIZAR
                 MOVE 'MATRIC.D -'  TO  WS-OK-ACAO
                 PERFORM 050-ENVIAR-OK
              WHEN DFHRESP(DUPREC)
                 MOVE 'ALUNO JA MATRICULADO NA DISCIPLINA'
                                          TO  WS-REJ-MOTIVO
                 PERFORM 080-ENVIAR-REJEICAO
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
       037-MATRICULAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERIR UM PRE-REQUISITO DA DISCIPLINA NO DISCAPR
      *--------------------------------------------------------------*
       038-CONFERIR-PREREQ.

           IF WS-PREREQ-MC OF WS-REG-MATRCUR (WS-PRQ-SUB) NOT = SPACES
              MOVE WS-NUMERO-IN  TO  WS-CHV-NUMERO-DA
              MOVE WS-PREREQ-MC OF WS-REG-MATRCUR (WS-PRQ-SUB)
                                 TO  WS-CHV-DISC-DA

              EXEC CICS READ
                   DATASET   ('DISCAPR')
                   INTO      (WS-REG-DISCAPR)
                   RIDFLD    (WS-CHAVE-DISCAPR)
                   KEYLENGTH (LENGTH OF WS-CHAVE-DISCAPR)
                   RESP      (WS-RESP)
              END-EXEC

              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    CONTINUE
                 WHEN DFHRESP(NOTFND)
                    STRING 'PRE-REQUISITO ' DELIMITED BY SIZE
                           WS-CHV-DISC-DA   DELIMITED BY SIZE
                           ' PENDENTE'      DELIMITED BY SIZE
                           INTO WS-REJ-MOTIVO
                 WHEN OTHER
                    PERFORM 900-ERRO
              END-EVALUATE
           END-IF

           ADD 1  TO  WS-PRQ-SUB
           .
      *--------------------------------------------------------------*
      *    TIPO DA ALTERACAO SOLICITADA PARA A REGRA DE PRAZOS (VER
      *    V15), CONTRA AS NOTAS ATUAIS DO CADALU: MUDOU ALGUMA NOTA
      *    REGULAR -> 'N'; SO A RECUPERACAO -> 'R'; NADA MUDOU NAO E
      *    CONFERIDA
      *--------------------------------------------------------------*
       039-TIPO-ALTERACAO.

           MOVE 'L'  TO  WS-VEREDITO-PZ

           IF WS-NOTA3-S OF WS-REG-CADALU NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-S OF WS-REG-CADALU
              MOVE ZEROS  TO  WS-NOTA4-S OF WS-REG-CADALU
           END-IF

           IF WS-NOTA1-IN NOT = WS-NOTA1-S OF WS-REG-CADALU
              OR WS-NOTA2-IN NOT = WS-NOTA2-S OF WS-REG-CADALU
              OR WS-NOTA3-IN NOT = WS-NOTA3-S OF WS-REG-CADALU
              OR WS-NOTA4-IN NOT = WS-NOTA4-S OF WS-REG-CADALU
              SET PZ-ALT-NOTAS  TO  TRUE
              PERFORM 040-CONFERIR-PRAZO
           ELSE
              IF WS-NOTA-REC-IN NOT = WS-NOTA-REC-S OF WS-REG-CADALU
                 SET PZ-ALT-RECUP  TO  TRUE
                 PERFORM 040-CONFERIR-PRAZO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A NOTA NA DATA DE HOJE CONTRA O CALENDARIO DO
      *    SEMESTRE E A AUTORIZACAO TARDIA DO ALUNO (CGPRG152 - VER
      *    V15). SEMESTRE SEM CALENDARIO OU DATA ANTERIOR AO SEU
      *    INICIO USA O SEMESTRE ANTERIOR; SEM NENHUM DOS DOIS, OS
      *    PRAZOS NAO SAO CONFERIDOS
      *--------------------------------------------------------------*
       040-CONFERIR-PRAZO.

           MOVE 'S'           TO  WS-FUNCAO-PZ
           MOVE WS-DATA-HOJE  TO  WS-DATA-PZ
           CALL 'CGPRG152' USING WS-PRAZPAR

           SET PZ-SEM-CALENDARIO  TO  TRUE
           MOVE WS-SEMESTRE-PZ  TO  WS-CHAVE-CALACAD
           PERFORM 041-LER-CALENDARIO
           IF PZ-SEM-CALENDARIO
              OR WS-DATA-PZ < WS-DT-INICIO-PZ
              SET PZ-SEM-CALENDARIO  TO  TRUE
              MOVE WS-SEMESTRE-ANT-PZ  TO  WS-CHAVE-CALACAD
              PERFORM 041-LER-CALENDARIO
           END-IF

           MOVE SPACE  TO  WS-SIT-AUT-PZ
           MOVE ZEROS  TO  WS-DT-LIMITE-PZ
           IF PZ-COM-CALENDARIO
              MOVE WS-CHAVE-CALACAD  TO  WS-SEMESTRE-PZ
              PERFORM 042-LER-AUTORIZACAO
           END-IF

           MOVE 'V'  TO  WS-FUNCAO-PZ
           CALL 'CGPRG152' USING WS-PRAZPAR
           .
      *--------------------------------------------------------------*
      *    LER O CALENDARIO DE UM SEMESTRE E LEVAR AS DATAS PARA A
      *    AREA DA REGRA DE PRAZOS
      *--------------------------------------------------------------*
       041-LER-CALENDARIO.

           MOVE ZEROS  TO  WS-DT-INICIO-PZ
           MOVE ZEROS  TO  WS-PRAZO-NOTA-PZ
           MOVE ZEROS  TO  WS-PRAZO-REC-PZ
           MOVE ZEROS  TO  WS-DT-FECHA-PZ

           EXEC CICS READ
                DATASET   ('CALACAD')
                INTO      (WS-REG-CALACAD)
                RIDFLD    (WS-CHAVE-CALACAD)
                KEYLENGTH (LENGTH OF WS-CHAVE-CALACAD)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET PZ-COM-CALENDARIO  TO  TRUE
                 MOVE WS-DT-INICIO-CL OF WS-REG-CALACAD
                                           TO  WS-DT-INICIO-PZ
                 MOVE WS-PRAZO-NOTA-CL OF WS-REG-CALACAD
                                           TO  WS-PRAZO-NOTA-PZ
                 MOVE WS-PRAZO-REC-CL OF WS-REG-CALACAD
                                           TO  WS-PRAZO-REC-PZ
                 MOVE WS-DT-FECHA-CL OF WS-REG-CALACAD
                                           TO  WS-DT-FECHA-PZ
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LER A AUTORIZACAO TARDIA DO ALUNO NO SEMESTRE DO
      *    CALENDARIO (AUSENTE = SEM AUTORIZACAO)
      *--------------------------------------------------------------*
       042-LER-AUTORIZACAO.

           MOVE WS-NUMERO-IN    TO  WS-CHV-NUMERO-LT
           MOVE WS-SEMESTRE-PZ  TO  WS-CHV-SEMESTRE-LT

           EXEC CICS READ
                DATASET   ('AUTTARD')
                INTO      (WS-REG-AUTTARD)
                RIDFLD    (WS-CHAVE-AUTTARD)
                KEYLENGTH (LENGTH OF WS-CHAVE-AUTTARD)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE WS-SIT-LT OF WS-REG-AUTTARD  TO  WS-SIT-AUT-PZ
                 MOVE WS-DT-LIMITE-LT OF WS-REG-AUTTARD
                                           TO  WS-DT-LIMITE-PZ
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    RECUSAR A NOTA FORA DO PRAZO (VER V15): TELA DE REJEICAO
      *    COM O MOTIVO E REGISTRO NEGADO NO AUDITLOG. A NOTA SO
      *    ENTRA COM AUTORIZACAO TARDIA LANCADA NO CGPRG151 POR
      *    OPERADOR DE NIVEL 3
      *--------------------------------------------------------------*
       043-RECUSAR-PRAZO.

           IF PZ-FECHADO
              MOVE 'SEMESTRE FECHADO NO CALENDARIO'
                                      TO  WS-REJ-MOTIVO
           ELSE
              MOVE 'NOTA FORA DO PRAZO DO CALENDARIO'
                                      TO  WS-REJ-MOTIVO
           END-IF
           PERFORM 086-AUDITAR-NEGATIVA
           PERFORM 080-ENVIAR-REJEICAO
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TELA DE MANUTENCAO APLICADA COM SUCESSO
      *--------------------------------------------------------------*
       050-ENVIAR-OK.
           MOVE WS-USERID       TO  WS-USERID-AU
           MOVE EIBTRNID        TO  WS-TRANS-AU
           MOVE SPACES          TO  WS-ALVO-AU
           MOVE WS-NUMERO-IN-X  TO  WS-ALVO-AU (1:5)
           MOVE 'A'             TO  WS-RESULT-AU

           EXEC CICS WRITE
                TIME     (WS-HORA-AGORA)
           END-EXEC

           MOVE WS-ARQ-JRN        TO  WS-ARQ-MJ
           MOVE WS-OP-JRN         TO  WS-OP-MJ
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-NUMERO-IN      TO  WS-CHV-JRN-NUM
           MOVE WS-CHV-JRN-NUM    TO  WS-CHAVE-MJ (1:5)
      *-----> NOTADISC: CHAVE MATRICULA+DISCIPLINA (VER V13)
           IF TRANS-DISCIPLINA
              MOVE WS-DISC-IN     TO  WS-CHAVE-MJ (6:8)
           END-IF
           MOVE WS-USERID         TO  WS-OPER-MJ
           MOVE WS-DATA-HOJE      TO  WS-DATA-MJ
           MOVE WS-HORA-AGORA     TO  WS-HORA-MJ
