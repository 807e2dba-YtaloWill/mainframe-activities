       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG189.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CADASTRO DE DEPARTAMENTOS (DEPTMST - COPY
      *           DEPTMSTC) A PARTIR DE CARTOES I/A/E NA CONVENCAO DO
      *           CGPRG008, COM OS CONTROLES DE CABECALHO/RODAPE DO
      *           LOTE (COPY SYSINHT):
      *           - O PAI TEM QUE SER OUTRO DEPARTAMENTO JA
      *             CADASTRADO E ATIVO (ZEROS = DIRETORIA), SEM
      *             FECHAR CICLO NA HIERARQUIA;
      *           - O GERENTE TEM QUE EXISTIR NO CADFUNC (ZEROS =
      *             SEM GERENTE);
      *           - A SIGLA E O NOME QUE VAI PARA O CADFUNC
      *             (WS-NOME-DPTO-FU): NA ALTERACAO DA SIGLA, TODOS
      *             OS FUNCIONARIOS DO DEPARTAMENTO SAO REGRAVADOS
      *             COM A SIGLA NOVA E JORNALIZADOS NO FUNCJRN, E A
      *             TROCA DE NOME DEIXA DE SER UMA CACADA REGISTRO A
      *             REGISTRO;
      *           - INATIVAR OU EXCLUIR SO DEPARTAMENTO SEM
      *             FUNCIONARIO NO CADFUNC E SEM FILHO ATIVO (NA
      *             EXCLUSAO, SEM FILHO NENHUM).
      *--------------------------------------------------------------*
      * CARTAO (SYSIN):
      *   POS 01    TIPO (I/A/E - BRANCO = I)
      *   POS 02-05 DEPARTAMENTO
      *   POS 06-35 NOME OFICIAL
      *   POS 36-45 SIGLA
      *   POS 46-49 DEPARTAMENTO PAI (ZEROS = DIRETORIA)
      *   POS 50-57 CENTRO DE CUSTO
      *   POS 58-65 GERENTE - DEPARTAMENTO 58-61 + FUNCIONARIO 62-65
      *   POS 66    SITUACAO (A/I - BRANCO = A)
      *   POS 67-69 OPERADOR (LEVADO AO FUNCJRN NA PROPAGACAO DA
      *             SIGLA)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010215  PROGRAMA CRIADO - CADASTRO DE
      *                          DEPARTAMENTOS COM HIERARQUIA E
      *                          CENTRO DE CUSTO
      *  V02    OUT/2026 010220  IMAGENS DO FUNCJRN COM 70 BYTES
      *                          (CADFUNCC GANHOU O PIS)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT DEPTMST ASSIGN TO DEPTMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-DPTO-DP OF REG-DEPTMST
                  FILE STATUS   IS WS-FS-DEP
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT FUNCJRN ASSIGN TO FUNCJRNJ
                  FILE STATUS   IS WS-FS-JRN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  DEPTMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEPTMST.
           COPY DEPTMSTC.
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  FUNCJRN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FUNCJRN.
           COPY FUNCJRNC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(02) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(02) VALUE ZEROS.
           05  WS-CTALT               PIC 9(02) VALUE ZEROS.
           05  WS-CTEXC               PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-CTPROPAG            PIC 9(04) VALUE ZEROS.
           05  WS-FS-DEP              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-JRN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG189'.
           05  WS-DTSYS               PIC 9(08).
           05  WS-HRSYS               PIC 9(08).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(40).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-ACEITO           VALUE 'S'.
               88 CARTAO-RECUSADO         VALUE 'N'.
           05  WS-SW-FIM-VARRE        PIC X(01).
               88 FIM-VARREDURA           VALUE 'S'.
           05  WS-QT-FUNC-DEPTO       PIC 9(04).
           05  WS-QT-FILHOS           PIC 9(03).
           05  WS-QT-FILHOS-ATIVOS    PIC 9(03).
           05  WS-PAI-ATU             PIC 9(04).
           05  WS-NIVEL               PIC 9(02).
           05  WS-SIGLA-ANTIGA        PIC X(10).

      *-----> ENTRADA - CARTAO DE DEPARTAMENTO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-DPTO-IN          PIC 9(04).
           05 WS-NOME-IN          PIC X(30).
           05 WS-SIGLA-IN         PIC X(10).
           05 WS-PAI-IN           PIC 9(04).
           05 WS-CCUSTO-IN        PIC X(08).
           05 WS-GER-DPTO-IN      PIC 9(04).
           05 WS-GER-FUNC-IN      PIC 9(04).
           05 WS-SIT-IN           PIC X(01).
           05 WS-OPER-IN          PIC X(03).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> IMAGENS ANTES/DEPOIS DO FUNCIONARIO PARA O FUNCJRN
       01  WS-IMAGEM-ANTES        PIC X(70).
       01  WS-IMAGEM-DEPOIS       PIC X(70).

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *-----> AREA DO CHAMADOR EXIGIDA PELA ROTINA 999-ERRO (COPY
      *       ERRORTN): RUN-ID DO LOTE E IMAGEM DO REGISTRO EM
      *       PROCESSAMENTO, PERSISTIDOS NO ERRLOG PELO CGPRG076
       01  WS-RUNID-ERR           PIC 9(04)       VALUE ZEROS.
       01  WS-IMAGEM-ERR          PIC X(90)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG189.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG189 - CADASTRO DE DEPARTAMENTOS   *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O DEPTMST
           IF WS-FS-DEP = '35'
              OPEN OUTPUT DEPTMST
              CLOSE DEPTMST
              OPEN I-O DEPTMST
           END-IF
           IF WS-FS-DEP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DEPTMST'  TO WS-MSG
              MOVE   WS-FS-DEP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND FUNCJRN
           IF WS-FS-JRN = '35'
              OPEN OUTPUT FUNCJRN
           END-IF
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O FUNCJRN'  TO WS-MSG
              MOVE   WS-FS-JRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS  FROM TIME

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DADOS DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTLIDO
              MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE DEPARTAMENTO (I/A/E)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR THRU 033-EXCLUIR-FIM
           ELSE
              PERFORM 040-CRITICAR
              IF CARTAO-RECUSADO
                 PERFORM 028-REJEITAR
              ELSE
                 IF TRANS-ALTERACAO
                    PERFORM 032-ALTERAR THRU 032-ALTERAR-FIM
                 ELSE
                    PERFORM 031-INCLUIR
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE DEPARTAMENTO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO ' ***'
           DISPLAY ' * TIPO/DEPTO : ' WS-TIPO-TRANS-IN ' ' WS-DPTO-IN
           DISPLAY ' * SIGLA      : ' WS-SIGLA-IN
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM DEPARTAMENTO NOVO
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES          TO  REG-DEPTMST
           MOVE WS-DPTO-IN      TO  WS-DPTO-DP OF REG-DEPTMST
           PERFORM 035-MONTAR-REGISTRO

           WRITE REG-DEPTMST
           IF WS-FS-DEP = '22'
              MOVE 'DEPARTAMENTO JA CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-DEP NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO DEPTMST'  TO WS-MSG
                 MOVE  WS-FS-DEP                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
                 DISPLAY ' * INCLUIDO  - DEPTO ' WS-DPTO-IN ' '
                         WS-SIGLA-IN ' PAI ' WS-PAI-IN
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR UM DEPARTAMENTO EXISTENTE; SIGLA NOVA SEGUE PARA
      *    OS FUNCIONARIOS DO DEPARTAMENTO NO CADFUNC
      *--------------------------------------------------------------*
       032-ALTERAR.

           MOVE WS-DPTO-IN  TO  WS-DPTO-DP OF REG-DEPTMST
           READ DEPTMST
           IF WS-FS-DEP = '23'
              MOVE 'DEPARTAMENTO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 032-ALTERAR-FIM
           END-IF
           IF WS-FS-DEP NOT = '00'
              MOVE 'ERRO NA LEITURA DO DEPTMST'   TO WS-MSG
              MOVE  WS-FS-DEP                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

      *-----> INATIVAR EXIGE DEPARTAMENTO VAZIO E SEM FILHO ATIVO
           IF WS-SIT-IN = 'I' AND DEPTO-ATIVO OF REG-DEPTMST
              PERFORM 050-CONTAR-DEPENDENTES
                      THRU 050-CONTAR-DEPENDENTES-FIM
              IF WS-QT-FUNC-DEPTO > ZEROS
                 OR WS-QT-FILHOS-ATIVOS > ZEROS
                 MOVE 'DEPTO COM FUNCIONARIO OU FILHO ATIVO'
                                  TO  WS-MOTIVO
                 PERFORM 028-REJEITAR
                 GO TO 032-ALTERAR-FIM
              END-IF
              MOVE WS-DPTO-IN  TO  WS-DPTO-DP OF REG-DEPTMST
              READ DEPTMST
              IF WS-FS-DEP NOT = '00'
                 MOVE 'ERRO NA LEITURA DO DEPTMST'   TO WS-MSG
                 MOVE  WS-FS-DEP                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           MOVE WS-SIGLA-DP OF REG-DEPTMST  TO  WS-SIGLA-ANTIGA
           PERFORM 035-MONTAR-REGISTRO

           REWRITE REG-DEPTMST
           IF WS-FS-DEP NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO DEPTMST' TO WS-MSG
              MOVE  WS-FS-DEP                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTALT
           DISPLAY ' * ALTERADO  - DEPTO ' WS-DPTO-IN ' '
                   WS-SIGLA-IN ' PAI ' WS-PAI-IN

           IF WS-SIGLA-IN NOT = WS-SIGLA-ANTIGA
              PERFORM 060-PROPAGAR-SIGLA THRU 060-PROPAGAR-SIGLA-FIM
           END-IF
           .
       032-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    EXCLUIR UM DEPARTAMENTO SEM FUNCIONARIO E SEM FILHO
      *--------------------------------------------------------------*
       033-EXCLUIR.

           MOVE WS-DPTO-IN  TO  WS-DPTO-DP OF REG-DEPTMST
           READ DEPTMST
           IF WS-FS-DEP = '23'
              MOVE 'DEPARTAMENTO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF
           IF WS-FS-DEP NOT = '00'
              MOVE 'ERRO NA LEITURA DO DEPTMST'   TO WS-MSG
              MOVE  WS-FS-DEP                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 050-CONTAR-DEPENDENTES
                   THRU 050-CONTAR-DEPENDENTES-FIM
           IF WS-QT-FUNC-DEPTO > ZEROS OR WS-QT-FILHOS > ZEROS
              MOVE 'DEPTO COM FUNCIONARIO OU FILHO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF

           MOVE WS-DPTO-IN  TO  WS-DPTO-DP OF REG-DEPTMST
           DELETE DEPTMST RECORD
           IF WS-FS-DEP NOT = '00'
              MOVE 'ERRO NA EXCLUSAO DO DEPTMST'  TO WS-MSG
              MOVE  WS-FS-DEP                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTEXC
           DISPLAY ' * EXCLUIDO  - DEPTO ' WS-DPTO-IN
           .
       033-EXCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR O REGISTRO A PARTIR DO CARTAO JA CRITICADO
      *--------------------------------------------------------------*
       035-MONTAR-REGISTRO.

           MOVE WS-NOME-IN      TO  WS-NOME-DP OF REG-DEPTMST
           MOVE WS-SIGLA-IN     TO  WS-SIGLA-DP OF REG-DEPTMST
           MOVE WS-PAI-IN       TO  WS-PAI-DP OF REG-DEPTMST
           MOVE WS-CCUSTO-IN    TO  WS-CCUSTO-DP OF REG-DEPTMST
           MOVE WS-GER-DPTO-IN  TO  WS-GER-DPTO-DP OF REG-DEPTMST
           MOVE WS-GER-FUNC-IN  TO  WS-GER-FUNC-DP OF REG-DEPTMST
           IF WS-SIT-IN = 'I'
              MOVE 'I'  TO  WS-SIT-DP OF REG-DEPTMST
           ELSE
              MOVE 'A'  TO  WS-SIT-DP OF REG-DEPTMST
           END-IF
           MOVE WS-HDR-RUNID    TO  WS-RUNID-DP OF REG-DEPTMST
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO DE INCLUSAO/ALTERACAO: CAMPOS, PAI SEM
      *    CICLO E GERENTE NO CADFUNC
      *--------------------------------------------------------------*
       040-CRITICAR.

           MOVE 'S'  TO  WS-SW-CARTAO
           IF WS-DPTO-IN NOT NUMERIC OR WS-DPTO-IN = ZEROS
              OR WS-NOME-IN = SPACES OR WS-SIGLA-IN = SPACES
              OR WS-CCUSTO-IN = SPACES
              OR WS-PAI-IN NOT NUMERIC
              OR WS-GER-DPTO-IN NOT NUMERIC
              OR WS-GER-FUNC-IN NOT NUMERIC
              OR (WS-SIT-IN NOT = SPACES AND 'A' AND 'I')
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'DADOS DO DEPARTAMENTO INVALIDOS'  TO  WS-MOTIVO
           END-IF

           IF CARTAO-ACEITO AND WS-PAI-IN NOT = ZEROS
              IF WS-PAI-IN = WS-DPTO-IN
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'DEPARTAMENTO PAI DELE MESMO'  TO  WS-MOTIVO
              ELSE
                 MOVE WS-PAI-IN  TO  WS-DPTO-DP OF REG-DEPTMST
                 READ DEPTMST
                 IF WS-FS-DEP NOT = '00' AND '23'
                    MOVE 'ERRO NA LEITURA DO DEPTMST'  TO WS-MSG
                    MOVE  WS-FS-DEP                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 IF WS-FS-DEP = '23'
                    OR NOT DEPTO-ATIVO OF REG-DEPTMST
                    MOVE 'N'  TO  WS-SW-CARTAO
                    MOVE 'DEPARTAMENTO PAI INEXISTENTE OU INATIVO'
                                  TO  WS-MOTIVO
                 ELSE
                    PERFORM 045-CONFERIR-CICLO
                 END-IF
              END-IF
           END-IF

           IF CARTAO-ACEITO AND WS-GER-FUNC-IN NOT = ZEROS
              MOVE WS-GER-DPTO-IN  TO  WS-DPTO-FU OF REG-CADFUNC
              MOVE WS-GER-FUNC-IN  TO  WS-FUNC-FU OF REG-CADFUNC
              READ CADFUNC
              IF WS-FS-FUN NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
                 MOVE  WS-FS-FUN                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-FUN = '23'
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'GERENTE NAO CADASTRADO NO CADFUNC'
                                  TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    SUBIR A PARTIR DO PAI DO CARTAO: SE CHEGAR NO PROPRIO
      *    DEPARTAMENTO, O PAI NOVO FECHARIA UM CICLO
      *--------------------------------------------------------------*
       045-CONFERIR-CICLO.

           MOVE WS-PAI-DP OF REG-DEPTMST  TO  WS-PAI-ATU
           MOVE 1  TO  WS-NIVEL
           PERFORM 047-SUBIR-NIVEL
               UNTIL WS-PAI-ATU = ZEROS
                  OR CARTAO-RECUSADO
           .
      *--------------------------------------------------------------*
      *    SUBIR UM NIVEL NA HIERARQUIA
      *--------------------------------------------------------------*
       047-SUBIR-NIVEL.

           ADD 1  TO  WS-NIVEL
           IF WS-PAI-ATU = WS-DPTO-IN OR WS-NIVEL > 20
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'PAI FECHA CICLO NA HIERARQUIA'  TO  WS-MOTIVO
           ELSE
              MOVE WS-PAI-ATU  TO  WS-DPTO-DP OF REG-DEPTMST
              READ DEPTMST
              IF WS-FS-DEP = '23'
                 MOVE ZEROS  TO  WS-PAI-ATU
              ELSE
                 IF WS-FS-DEP NOT = '00'
                    MOVE 'ERRO NA LEITURA DO DEPTMST'  TO WS-MSG
                    MOVE  WS-FS-DEP                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 MOVE WS-PAI-DP OF REG-DEPTMST  TO  WS-PAI-ATU
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR OS FUNCIONARIOS DO DEPARTAMENTO NO CADFUNC E OS
      *    FILHOS (TOTAL E ATIVOS) NO DEPTMST
      *--------------------------------------------------------------*
       050-CONTAR-DEPENDENTES.

           MOVE ZEROS  TO  WS-QT-FUNC-DEPTO
           MOVE ZEROS  TO  WS-QT-FILHOS
           MOVE ZEROS  TO  WS-QT-FILHOS-ATIVOS

           MOVE WS-DPTO-IN  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE ZEROS       TO  WS-FUNC-FU OF REG-CADFUNC
           START CADFUNC KEY NOT < WS-CHAVE-FU OF REG-CADFUNC
           IF WS-FS-FUN = '00'
              READ CADFUNC  NEXT RECORD
              IF WS-FS-FUN = '00'
                 AND WS-DPTO-FU OF REG-CADFUNC = WS-DPTO-IN
                 MOVE 1  TO  WS-QT-FUNC-DEPTO
              END-IF
           END-IF
           IF WS-FS-FUN NOT = '00' AND '10' AND '23'
              MOVE 'ERRO NA VARREDURA DO CADFUNC'  TO WS-MSG
              MOVE  WS-FS-FUN                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE ZEROS  TO  WS-DPTO-DP OF REG-DEPTMST
           START DEPTMST KEY NOT < WS-DPTO-DP OF REG-DEPTMST
           IF WS-FS-DEP = '23' OR '10'
              GO TO 050-CONTAR-DEPENDENTES-FIM
           END-IF
           IF WS-FS-DEP NOT = '00'
              MOVE 'ERRO NO START DO DEPTMST'  TO WS-MSG
              MOVE  WS-FS-DEP                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'N'  TO  WS-SW-FIM-VARRE
           PERFORM 052-CONTAR-FILHO UNTIL FIM-VARREDURA
           .
       050-CONTAR-DEPENDENTES-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM DEPARTAMENTO E CONTA-LO SE FOR FILHO DO CARTAO
      *--------------------------------------------------------------*
       052-CONTAR-FILHO.

           READ DEPTMST  NEXT RECORD
           IF WS-FS-DEP = '10'
              MOVE 'S'  TO  WS-SW-FIM-VARRE
           ELSE
              IF WS-FS-DEP NOT = '00'
                 MOVE 'ERRO NA LEITURA DO DEPTMST'  TO WS-MSG
                 MOVE  WS-FS-DEP                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-PAI-DP OF REG-DEPTMST = WS-DPTO-IN
                 ADD 1  TO  WS-QT-FILHOS
                 IF DEPTO-ATIVO OF REG-DEPTMST
                    ADD 1  TO  WS-QT-FILHOS-ATIVOS
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR A SIGLA NOVA EM CADA FUNCIONARIO DO DEPARTAMENTO
      *    (WS-NOME-DPTO-FU), JORNALIZANDO NO FUNCJRN
      *--------------------------------------------------------------*
       060-PROPAGAR-SIGLA.

           MOVE WS-DPTO-IN  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE ZEROS       TO  WS-FUNC-FU OF REG-CADFUNC
           START CADFUNC KEY NOT < WS-CHAVE-FU OF REG-CADFUNC
           IF WS-FS-FUN = '23' OR '10'
              GO TO 060-PROPAGAR-SIGLA-FIM
           END-IF
           IF WS-FS-FUN NOT = '00'
              MOVE 'ERRO NO START DO CADFUNC'  TO WS-MSG
              MOVE  WS-FS-FUN                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'N'  TO  WS-SW-FIM-VARRE
           PERFORM 062-REGRAVAR-FUNCIONARIO UNTIL FIM-VARREDURA
           .
       060-PROPAGAR-SIGLA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO FUNCIONARIO E REGRAVA-LO SE FOR DO DEPTO
      *--------------------------------------------------------------*
       062-REGRAVAR-FUNCIONARIO.

           READ CADFUNC  NEXT RECORD
           IF WS-FS-FUN = '10'
              MOVE 'S'  TO  WS-SW-FIM-VARRE
           ELSE
              IF WS-FS-FUN NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
                 MOVE  WS-FS-FUN                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-DPTO-FU OF REG-CADFUNC NOT = WS-DPTO-IN
                 MOVE 'S'  TO  WS-SW-FIM-VARRE
              ELSE
                 MOVE REG-CADFUNC  TO  WS-IMAGEM-ANTES
                 MOVE WS-SIGLA-IN  TO  WS-NOME-DPTO-FU OF REG-CADFUNC
                 REWRITE REG-CADFUNC
                 IF WS-FS-FUN NOT = '00'
                    MOVE 'ERRO NA ALTERACAO DO CADFUNC'  TO WS-MSG
                    MOVE  WS-FS-FUN                      TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 MOVE REG-CADFUNC  TO  WS-IMAGEM-DEPOIS
                 PERFORM 065-JORNALIZAR
                 ADD 1  TO  WS-CTPROPAG
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A REGRAVACAO DO FUNCIONARIO NO FUNCJRN
      *--------------------------------------------------------------*
       065-JORNALIZAR.

           MOVE 'A'               TO  WS-OP-FJ
           MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-FJ
           MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-FJ
           MOVE WS-OPER-IN        TO  WS-OPERADOR-FJ
           MOVE WS-HDR-RUNID      TO  WS-RUNID-FJ
           MOVE WS-DTSYS          TO  WS-DATA-FJ
           COMPUTE WS-HORA-FJ = WS-HRSYS / 100
           MOVE WS-IMAGEM-ANTES   TO  WS-ANTES-FJ
           MOVE WS-IMAGEM-DEPOIS  TO  WS-DEPOIS-FJ

           WRITE REG-FUNCJRN
           IF WS-FS-JRN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO FUNCJRN'  TO WS-MSG
              MOVE  WS-FS-JRN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG189        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - DEPTMST = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- DEPTMST = ' WS-CTALT
           DISPLAY ' * EXCLUSOES GRAVADAS - DEPTMST = ' WS-CTEXC
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * FUNCIONARIOS COM SIGLA NOVA  = ' WS-CTPROPAG
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
              OR WS-CTLIDO NOT = WS-TRL-QTD-INFORMADA
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - LOTE COM QTDE DE CARTOES     *'
              DISPLAY ' *           DIFERENTE DO ESPERADO        *'
              DISPLAY ' * QTDE ESPERADA  (CABECALHO) = '
                      WS-HDR-QTD-ESPERADA
              DISPLAY ' * QTDE INFORMADA (RODAPE)    = '
                      WS-TRL-QTD-INFORMADA
              DISPLAY ' * QTDE LIDA      (WS-CTLIDO) = ' WS-CTLIDO
           END-IF

           COMPUTE WS-CTPROC = WS-CTGRAV + WS-CTALT + WS-CTEXC
                   + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  DEPTMST
           IF WS-FS-DEP  NOT = '00'
              MOVE  'ERRO AO FECHAR O DEPTMST'  TO WS-MSG
              MOVE   WS-FS-DEP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FUNCJRN
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O FUNCJRN'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG189        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG189 <
