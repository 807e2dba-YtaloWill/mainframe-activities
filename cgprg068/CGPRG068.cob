      *                          EXCLUIR PARA GUARDAR A IMAGEM. O
      *                          RELATORIO DE MOVIMENTACAO E
      *                          ROTATIVIDADE E O CGPRG127
      *  V05    OUT/2026 010215  INCLUSAO/ALTERACAO EXIGEM O
      *                          DEPARTAMENTO CADASTRADO E ATIVO NO
      *                          DEPTMST (COPY DEPTMSTC - CGPRG189);
      *                          WS-NOME-DPTO-FU PASSA A SER A SIGLA
      *                          DO DEPTMST E AS POSICOES 10-19 DO
      *                          CARTAO SAO IGNORADAS
      *  V06    OUT/2026 010217  EXCLUSAO SO DE ADMISSAO FUTURA
      *                          (CONTRATACAO DESFEITA ANTES DO
      *                          INICIO); DESLIGAMENTO E PELO
      *                          CGPRG191, QUE CALCULA A RESCISAO
      *                          ANTES DE EXCLUIR
      *  V07    OUT/2026 010220  CARTAO 'P' GRAVA O PIS/PASEP (NOVO
      *                          WS-PIS-FU NO CADFUNCC, EXIGIDO NO
      *                          ARQUIVO DO FGTS - CGPRG195), COM O
      *                          DIGITO VERIFICADOR CONFERIDO; A
      *                          INCLUSAO ENTRA SEM PIS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FXN
           .
           SELECT DEPTMST ASSIGN TO DEPTMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-DPTO-DP
                  FILE STATUS   IS WS-FS-DEP
           .
           SELECT FUNCJRN ASSIGN TO FUNCJRNJ
                  FILE STATUS   IS WS-FS-JRN
           .
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
      *-----> CADASTRO DE DEPARTAMENTOS (VER V05)
       FD  DEPTMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEPTMST.
           COPY DEPTMSTC.
      *-----> DIARIO DE ALTERACOES DO CADFUNC (VER V04)
       FD  FUNCJRN
           LABEL RECORD STANDARD
           05  WS-CTGRAV              PIC 9(02) VALUE ZEROS.
           05  WS-CTALT               PIC 9(02) VALUE ZEROS.
           05  WS-CTEXC               PIC 9(02) VALUE ZEROS.
           05  WS-CTPIS               PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-FS-FXN              PIC X(02).
           05  WS-FS-JRN              PIC X(02).
           05  WS-FS-DEP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG068'.
           05  WS-DTSYS               PIC 9(08).
           05  WS-HRSYS               PIC 9(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-SW-DEPTO            PIC X(01).
               88 DEPTO-VALIDO            VALUE 'S'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-IX-PIS              PIC 9(02) COMP.
           05  WS-SOMA-PIS            PIC 9(04).
           05  WS-QUOC-PIS            PIC 9(04).
           05  WS-RESTO-PIS           PIC 9(02).
           05  WS-DV-PIS              PIC 9(02).

      *-----> PESOS DO DIGITO VERIFICADOR DO PIS/PASEP (MODULO 11)
       01  WS-TAB-PESO-PIS        PIC X(10)  VALUE '3298765432'.
       01  FILLER  REDEFINES  WS-TAB-PESO-PIS.
           05  WS-PESO-PIS            PIC 9(01)  OCCURS 10 TIMES.

      *-----> ENTRADA - CARTAO DE FAIXA VIA SYSIN
       01  WS-REG-SYSIN.
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
               88 TRANS-PIS           VALUE 'P'.
           05 WS-DPTO-IN          PIC 9(04).
           05 WS-FUNC-IN          PIC 9(04).
      *-----> IGNORADO - A SIGLA VEM DO DEPTMST (VER V05)
           05 WS-NOME-DPTO-IN     PIC X(10).
           05 WS-NOME-IN          PIC X(20).
           05 WS-FUNCAO-IN        PIC X(15).
           05 WS-ADMISSAO-IN      PIC 9(08).
      *-----> OPERADOR DA MANUTENCAO, LEVADO AO FUNCJRN (VER V04)
           05 WS-OPER-IN          PIC X(03).
      *-----> CARTAO 'P': PIS/PASEP NAS POSICOES 10-20 (VER V07); O
      *       OPERADOR CONTINUA NAS POSICOES 72-74
       01  WS-REG-SYSIN-PIS  REDEFINES  WS-REG-SYSIN.
           05 FILLER              PIC X(09).
           05 WS-PIS-IN           PIC 9(11).
           05 FILLER  REDEFINES  WS-PIS-IN.
              10 WS-PIS-DIG-IN    PIC 9(01)  OCCURS 11 TIMES.
           05 FILLER              PIC X(54).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

                         WS-SALARIO-FU   BY WS-SALARIO-W.

      *-----> IMAGENS ANTES/DEPOIS DO REGISTRO PARA O FUNCJRN
       01  WS-IMAGEM-ANTES        PIC X(70).
       01  WS-IMAGEM-DEPOIS       PIC X(70).

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DEPTMST
           IF WS-FS-DEP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DEPTMST'  TO WS-MSG
              MOVE   WS-FS-DEP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND FUNCJRN
           IF WS-FS-JRN = '35'
              OPEN OUTPUT FUNCJRN
           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR THRU 033-EXCLUIR-FIM
           ELSE
              IF TRANS-PIS
                 PERFORM 037-ATUALIZAR-PIS THRU 037-ATUALIZAR-PIS-FIM
              ELSE
                 IF WS-DPTO-IN = ZEROS
                    OR WS-FUNC-IN = ZEROS
                    OR WS-NOME-IN = SPACES
                    PERFORM 028-REJEITAR
                 ELSE
                    PERFORM 036-VALIDAR-DEPTO
                    IF DEPTO-VALIDO
                       IF TRANS-ALTERACAO
                          PERFORM 032-ALTERAR
                       ELSE
                          IF WS-ADMISSAO-IN NOT NUMERIC
                             OR WS-ADMISSAO-IN = ZEROS
                             PERFORM 028-REJEITAR
                          ELSE
                             PERFORM 031-INCLUIR
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF

           MOVE WS-DPTO-IN       TO  WS-DPTO-W
           MOVE WS-FUNC-IN       TO  WS-FUNC-W
           MOVE WS-SIGLA-DP      TO  WS-NOME-DPTO-W
           MOVE WS-NOME-IN       TO  WS-NOME-W
           MOVE WS-FUNCAO-IN     TO  WS-FUNCAO-W
           MOVE WS-SALARIO-IN    TO  WS-SALARIO-W
                                     OF WS-REG-CADFUNC
           MOVE WS-ADMISSAO-IN   TO  WS-ADMISSAO-FU
                                     OF WS-REG-CADFUNC
           MOVE ZEROS            TO  WS-PIS-FU
                                     OF WS-REG-CADFUNC

           WRITE REG-CADFUNC  FROM  WS-REG-CADFUNC
           IF WS-FS-FXN = '22'
                 GO TO 999-ERRO
              ELSE
                 MOVE REG-CADFUNC  TO  WS-IMAGEM-ANTES
                 MOVE WS-SIGLA-DP
                      TO  WS-NOME-DPTO-FU OF REG-CADFUNC
                 MOVE WS-NOME-IN
                      TO  WS-NOME-FU OF REG-CADFUNC
              GO TO 999-ERRO
           END-IF
           MOVE REG-CADFUNC  TO  WS-IMAGEM-ANTES
      *-----> QUEM JA ENTROU EM EXERCICIO SAI PELA RESCISAO (V06)
           IF WS-ADMISSAO-FU OF REG-CADFUNC NOT > WS-DTSYS
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** EXCLUSAO RECUSADA - FUNCIONARIO JA '
                      'ADMITIDO: ' WS-DPTO-IN '/' WS-FUNC-IN ' ***'
              DISPLAY ' *** DESLIGAMENTO PELO CGPRG191 (RESCISAO)'
              GO TO 033-EXCLUIR-FIM
           END-IF

           DELETE CADFUNC RECORD
           IF WS-FS-FXN NOT = '00'
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O DEPARTAMENTO DO CARTAO NO DEPTMST: TEM QUE
      *    EXISTIR E ESTAR ATIVO; A SIGLA LIDA VAI PARA O CADFUNC
      *--------------------------------------------------------------*
       036-VALIDAR-DEPTO.

           MOVE 'S'         TO  WS-SW-DEPTO
           MOVE WS-DPTO-IN  TO  WS-DPTO-DP
           READ DEPTMST
           IF WS-FS-DEP NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO DEPTMST'   TO WS-MSG
              MOVE  WS-FS-DEP                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-DEP = '23' OR NOT DEPTO-ATIVO
              MOVE 'N'  TO  WS-SW-DEPTO
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** DEPARTAMENTO INEXISTENTE OU INATIVO: '
                      WS-DPTO-IN ' ***'
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PIS/PASEP DE UM FUNCIONARIO (CARTAO 'P'). O PIS
      *    TEM DE SER NUMERICO E COM O DIGITO VERIFICADOR CORRETO
      *--------------------------------------------------------------*
       037-ATUALIZAR-PIS.

           IF WS-PIS-IN NOT NUMERIC OR WS-PIS-IN = ZEROS
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** PIS NAO INFORMADO: '
                      WS-DPTO-IN '/' WS-FUNC-IN ' ***'
              GO TO 037-ATUALIZAR-PIS-FIM
           END-IF

           MOVE ZEROS  TO  WS-SOMA-PIS
           MOVE 1      TO  WS-IX-PIS
           PERFORM 038-SOMAR-PESO-PIS UNTIL WS-IX-PIS > 10
           DIVIDE WS-SOMA-PIS BY 11 GIVING WS-QUOC-PIS
                  REMAINDER WS-RESTO-PIS
           COMPUTE WS-DV-PIS = 11 - WS-RESTO-PIS
           IF WS-DV-PIS > 9
              MOVE ZEROS  TO  WS-DV-PIS
           END-IF
           IF WS-DV-PIS NOT = WS-PIS-DIG-IN (11)
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** PIS COM DIGITO INVALIDO: '
                      WS-DPTO-IN '/' WS-FUNC-IN ' ' WS-PIS-IN ' ***'
              GO TO 037-ATUALIZAR-PIS-FIM
           END-IF

           MOVE WS-DPTO-IN  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-FUNC-IN  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FXN = '23'
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** FUNCIONARIO NAO CADASTRADO: '
                      WS-DPTO-IN '/' WS-FUNC-IN ' ***'
              GO TO 037-ATUALIZAR-PIS-FIM
           END-IF
           IF WS-FS-FXN NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADFUNC'   TO WS-MSG
              MOVE  WS-FS-FXN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE REG-CADFUNC  TO  WS-IMAGEM-ANTES
           MOVE WS-PIS-IN    TO  WS-PIS-FU OF REG-CADFUNC
           REWRITE REG-CADFUNC
           IF WS-FS-FXN NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO CADFUNC'  TO WS-MSG
              MOVE  WS-FS-FXN                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTPIS
           MOVE 'A'          TO  WS-OP-JORNAL
           MOVE REG-CADFUNC  TO  WS-IMAGEM-DEPOIS
           PERFORM 035-JORNALIZAR
           .
       037-ATUALIZAR-PIS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOMAR UM DIGITO DO PIS VEZES O SEU PESO
      *--------------------------------------------------------------*
       038-SOMAR-PESO-PIS.

           COMPUTE WS-SOMA-PIS = WS-SOMA-PIS
                 + WS-PIS-DIG-IN (WS-IX-PIS) * WS-PESO-PIS (WS-IX-PIS)
           ADD 1  TO  WS-IX-PIS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' * INCLUSOES GRAVADAS - CADFUNC = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- CADFUNC = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - CADFUNC = ' WS-CTEXC
           DISPLAY ' * PIS GRAVADOS       - CADFUNC = ' WS-CTPIS
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' *========================================*'

           END-IF

           COMPUTE WS-CTPROC = WS-CTGRAV + WS-CTALT + WS-CTEXC
                   + WS-CTPIS + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              GO TO  999-ERRO
           END-IF

           CLOSE  DEPTMST
           IF WS-FS-DEP  NOT = '00'
              MOVE  'ERRO AO FECHAR O DEPTMST'  TO WS-MSG
              MOVE   WS-FS-DEP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FUNCJRN
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O FUNCJRN'  TO WS-MSG
