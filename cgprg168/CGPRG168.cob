       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG168.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: FUNCIONARIOS COM FILHOS INADIMPLENTES, PARA O
      *           FINANCEIRO AVALIAR O ACORDO DE DESCONTO EM FOLHA.
      *           LE O CADASTRO UNICO DE PESSOAS (PESSOA - COPY
      *           PESSOAC) EM ORDEM DE CPF E, PARA CADA PESSOA QUE E
      *           AO MESMO TEMPO FUNCIONARIO (CADFUNC) E RESPONSAVEL
      *           POR ALUNO (CADEND), SOMA NO MENSALU AS COBRANCAS
      *           ABERTAS DOS ALUNOS VENCIDAS HA MAIS DIAS QUE O
      *           MINIMO DO CARTAO DE PARAMETROS (ATRASO NA
      *           CONVENCAO COMERCIAL 30/360, COMO NO CGPRG024).
      *           PESSOA COM VALOR VENCIDO E LISTADA NO RELFUNI COM
      *           O FUNCIONARIO (DEPARTAMENTO, FUNCAO E SALARIO) E
      *           OS ALUNOS COM O VENCIDO DE CADA UM. O CPF SAI
      *           MASCARADO (COPY CPFMSKDC/CPFMASK).
      *           O VINCULO DO FUNCIONARIO E DO RESPONSAVEL AO CPF E
      *           O DA REVISAO MANUAL DO CGPRG166 - PESSOA AINDA NAO
      *           REVISADA NAO APARECE AQUI
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-08 DATA DE REFERENCIA (AAAAMMDD)
      *   POS 09-11 ATRASO MINIMO EM DIAS (ZEROS = TODO VENCIDO)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010200  PROGRAMA CRIADO - FUNCIONARIOS COM
      *                          FILHOS INADIMPLENTES NO MENSALU
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
           SELECT PESSOA ASSIGN TO PESSOAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-PS OF REG-PESSOA
                  FILE STATUS   IS WS-FS-PES
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT MENSALU ASSIGN TO MENSALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSALU
                  FILE STATUS   IS WS-FS-MEN
           .
           SELECT RELFUNI ASSIGN TO RELFUNIJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PESSOA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PESSOA.
           COPY PESSOAC.
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  MENSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSALU.
           COPY MENSALUC.
       FD  RELFUNI
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELFUNI            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTAGRUP             PIC 9(05) VALUE ZEROS.
           05  WS-CTPESSOA            PIC 9(05) VALUE ZEROS.
           05  WS-CTFUNRESP           PIC 9(05) VALUE ZEROS.
           05  WS-CTLISTADO           PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-INAD          PIC 9(05) VALUE ZEROS.
           05  WS-CTEXCESSO           PIC 9(05) VALUE ZEROS.
           05  WS-TOT-VENCIDO         PIC 9(09)V99 VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-PES              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG168'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-DIAS-ATRASO         PIC S9(05).
           05  WS-SW-FIM-MEN          PIC X(01).
               88 FIM-MENSALU             VALUE 'S'.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-DT-REF-IN           PIC 9(08).
           05  WS-DIAS-MIN-IN         PIC 9(03).

       01  WS-DATA-REF.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).
           05  WS-REF-DIA             PIC 9(02).
       01  WS-DATA-VENC-N             PIC 9(08).
       01  WS-DATA-VENC REDEFINES WS-DATA-VENC-N.
           05  WS-VENC-ANO            PIC 9(04).
           05  WS-VENC-MES            PIC 9(02).
           05  WS-VENC-DIA            PIC 9(02).

      *-----> CONVENCAO COMUM DE MASCARA DE CPF - O RELFUNI SO SAI
      *       MASCARADO
       01  WS-AREA-CPF.
           COPY CPFMSKDC.

      *-----> PAPEIS DA PESSOA (CPF) CORRENTE: ATE 5 VINCULOS DE
      *       FUNCIONARIO E 10 DE RESPONSAVEL; O EXCESSO E CONTADO
       01  WS-GRUPO-PESSOA.
           05  WS-CPF-ATUAL           PIC 9(11)  VALUE ZEROS.
           05  WS-QTD-GRP             PIC 9(03).
           05  WS-QTD-FUN             PIC 9(02).
           05  WS-QTD-RSP             PIC 9(02).
           05  WS-SUB                 PIC 9(02).
           05  WS-VENCIDO-PESSOA      PIC 9(09)V99.
           05  WS-TAB-FUN             OCCURS 5 TIMES.
               10  WS-TF-DPTO         PIC 9(04).
               10  WS-TF-FUNC         PIC 9(04).
           05  WS-TAB-RSP             OCCURS 10 TIMES.
               10  WS-TR-MATRICULA    PIC 9(05).
               10  WS-TR-NOME         PIC X(20).
               10  WS-TR-QTD          PIC 9(03).
               10  WS-TR-VENCIDO      PIC 9(09)V99.

      *-----> DADOS DE SAIDA - LISTAGEM
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'FUNCIONARIOS COM FILHOS INADIMPLENTES   '.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE 'REFERENCIA '.
           05 WS-REF-CAB            PIC X(10).
           05 FILLER                PIC X(21) VALUE
              ' - ATRASO MAIOR QUE '.
           05 WS-DIAS-CAB           PIC ZZ9.
           05 FILLER                PIC X(34) VALUE ' DIAS'.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE 'CPF'.
           05 FILLER                PIC X(10) VALUE 'FUNC.'.
           05 FILLER                PIC X(21) VALUE 'NOME'.
           05 FILLER                PIC X(16) VALUE 'FUNCAO'.
           05 FILLER                PIC X(17) VALUE '      SALARIO'.

       01  WS-REG-FUNC.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CPF-R            PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FUNC-R           PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FUNCAO-R         PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SALARIO-R        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(04) VALUE SPACES.

       01  WS-REG-ALUNO.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'ALUNO '.
           05 WS-MAT-A            PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-A           PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-QTD-A            PIC ZZ9.
           05 FILLER              PIC X(14) VALUE ' VENCIDA(S)  $'.
           05 WS-VENCIDO-A        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(13) VALUE SPACES.

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(36) VALUE
              'TOTAL VENCIDO DOS ALUNOS           '.
           05 FILLER              PIC X(14) VALUE '             $'.
           05 WS-VENCIDO-T        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(13) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.
       01  WS-BRANCO              PIC X(80)       VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
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
       000-CGPRG168.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR
               UNTIL WS-FS-PES = '10'
           IF WS-QTD-GRP > 0
              PERFORM 040-FECHAR-PESSOA THRU 040-FECHAR-PESSOA-FIM
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG168 - FUNC. C/ FILHOS INADIMPL.   *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-DT-REF-IN NOT NUMERIC
              OR WS-DT-REF-IN = ZEROS
              MOVE  'DATA DE REFERENCIA INVALIDA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-DIAS-MIN-IN NOT NUMERIC
              MOVE ZEROS  TO  WS-DIAS-MIN-IN
           END-IF
           MOVE WS-DT-REF-IN  TO  WS-DATA-REF
           MOVE SPACES        TO  WS-REF-CAB
           STRING WS-DT-REF-IN (7:2) '/'
                  WS-DT-REF-IN (5:2) '/'
                  WS-DT-REF-IN (1:4)
           DELIMITED BY SIZE INTO WS-REF-CAB
           MOVE WS-DIAS-MIN-IN  TO  WS-DIAS-CAB
           DISPLAY ' * REFERENCIA    : ' WS-DT-REF-IN
           DISPLAY ' * ATRASO MINIMO : ' WS-DIAS-MIN-IN

           OPEN INPUT PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO ABRIR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELFUNI
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELFUNI'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI  TO  WS-DATA-CAB
           SET CPF-MODO-MASCARADO  TO  TRUE
           MOVE ZEROS  TO  WS-QTD-GRP

           PERFORM 025-LER-PESSOA
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           STRING  WS-DTSYS  (5:2) '/'
                   WS-DTSYS  (3:2) '/20'
                   WS-DTSYS  (1:2)
           DELIMITED BY SIZE INTO WS-DTEDI

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    LER UM VINCULO DO PESSOA
      *--------------------------------------------------------------*
       025-LER-PESSOA.

           READ PESSOA  NEXT RECORD

           IF WS-FS-PES  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-PES = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM VINCULO: QUEBRA DE CPF E GUARDA DOS PAPEIS DE
      *    FUNCIONARIO E RESPONSAVEL DA PESSOA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-CPF-PS OF REG-PESSOA NOT = WS-CPF-ATUAL
              IF WS-QTD-GRP > 0
                 PERFORM 040-FECHAR-PESSOA THRU 040-FECHAR-PESSOA-FIM
              END-IF
              MOVE WS-CPF-PS OF REG-PESSOA  TO  WS-CPF-ATUAL
              MOVE ZEROS  TO  WS-QTD-GRP
                              WS-QTD-FUN
                              WS-QTD-RSP
              ADD 1  TO  WS-CTPESSOA
           END-IF

           ADD 1  TO  WS-QTD-GRP
           ADD 1  TO  WS-CTAGRUP

           IF PAPEL-FUNCIONARIO OF REG-PESSOA
              IF WS-QTD-FUN < 5
                 ADD 1  TO  WS-QTD-FUN
                 MOVE WS-DPTO-PS OF REG-PESSOA
                                  TO  WS-TF-DPTO (WS-QTD-FUN)
                 MOVE WS-FUNC-PS OF REG-PESSOA
                                  TO  WS-TF-FUNC (WS-QTD-FUN)
              ELSE
                 ADD 1  TO  WS-CTEXCESSO
              END-IF
           END-IF

           IF PAPEL-RESPONSAVEL OF REG-PESSOA
              IF WS-QTD-RSP < 10
                 ADD 1  TO  WS-QTD-RSP
                 MOVE WS-MATRICULA-PS OF REG-PESSOA
                                  TO  WS-TR-MATRICULA (WS-QTD-RSP)
              ELSE
                 ADD 1  TO  WS-CTEXCESSO
              END-IF
           END-IF

           PERFORM 025-LER-PESSOA
           .
      *--------------------------------------------------------------*
      *    FECHAR A PESSOA: SE E FUNCIONARIO E RESPONSAVEL, APURAR O
      *    VENCIDO DE CADA ALUNO E LISTAR SE HOUVER
      *--------------------------------------------------------------*
       040-FECHAR-PESSOA.

           IF WS-QTD-FUN = 0 OR WS-QTD-RSP = 0
              GO TO 040-FECHAR-PESSOA-FIM
           END-IF

           ADD 1  TO  WS-CTFUNRESP
           MOVE ZEROS  TO  WS-VENCIDO-PESSOA
           MOVE 1      TO  WS-SUB
           PERFORM 050-APURAR-ALUNO
               UNTIL WS-SUB > WS-QTD-RSP

           IF WS-VENCIDO-PESSOA > ZEROS
              ADD 1  TO  WS-CTLISTADO
              ADD WS-VENCIDO-PESSOA  TO  WS-TOT-VENCIDO
              PERFORM 060-IMPRIMIR-PESSOA
           END-IF
           .
       040-FECHAR-PESSOA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR UM ALUNO DA PESSOA: NOME NO CADALU E COBRANCAS
      *    ABERTAS VENCIDAS HA MAIS DIAS QUE O MINIMO NO MENSALU
      *--------------------------------------------------------------*
       050-APURAR-ALUNO.

           MOVE SPACES  TO  WS-TR-NOME (WS-SUB)
           MOVE ZEROS   TO  WS-TR-QTD (WS-SUB)
                            WS-TR-VENCIDO (WS-SUB)

           MOVE WS-TR-MATRICULA (WS-SUB)
                               TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '00'
              MOVE WS-NOME-S OF REG-CADALU  TO  WS-TR-NOME (WS-SUB)
           ELSE
              IF WS-FS-ALU NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           PERFORM 052-VENCIDO-MENSALU THRU 052-VENCIDO-MENSALU-FIM

           IF WS-TR-QTD (WS-SUB) > 0
              ADD 1  TO  WS-CTALU-INAD
              ADD WS-TR-VENCIDO (WS-SUB)  TO  WS-VENCIDO-PESSOA
           END-IF

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    PERCORRER AS COBRANCAS DO ALUNO NO MENSALU
      *--------------------------------------------------------------*
       052-VENCIDO-MENSALU.

           MOVE WS-TR-MATRICULA (WS-SUB)
                TO  WS-NUMERO-M OF REG-MENSALU
           MOVE ZEROS  TO  WS-COMPET-M OF REG-MENSALU
           START MENSALU KEY NOT < WS-CHAVE-M OF REG-MENSALU
           IF WS-FS-MEN = '23' OR '10'
              GO TO 052-VENCIDO-MENSALU-FIM
           END-IF
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO NO START DO MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-MEN
           PERFORM 054-SOMAR-COBRANCA THRU 054-SOMAR-COBRANCA-FIM
               UNTIL FIM-MENSALU
           .
       052-VENCIDO-MENSALU-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    SOMAR UMA COBRANCA ABERTA DO ALUNO VENCIDA HA MAIS DIAS
      *    QUE O MINIMO
      *--------------------------------------------------------------*
       054-SOMAR-COBRANCA.

           READ MENSALU  NEXT RECORD
           IF WS-FS-MEN = '10'
              MOVE 'S'  TO  WS-SW-FIM-MEN
              GO TO 054-SOMAR-COBRANCA-FIM
           END-IF
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-NUMERO-M OF REG-MENSALU
              NOT = WS-TR-MATRICULA (WS-SUB)
              MOVE 'S'  TO  WS-SW-FIM-MEN
              GO TO 054-SOMAR-COBRANCA-FIM
           END-IF

           IF NOT MENS-ABERTA OF REG-MENSALU
              GO TO 054-SOMAR-COBRANCA-FIM
           END-IF

      *    ATRASO NA CONVENCAO COMERCIAL 30/360, COMO NO CGPRG024
           MOVE WS-DT-VENC-M OF REG-MENSALU  TO  WS-DATA-VENC-N
           COMPUTE WS-DIAS-ATRASO =
                   ((WS-REF-ANO - WS-VENC-ANO) * 360)
                 + ((WS-REF-MES - WS-VENC-MES) * 30)
                 +  (WS-REF-DIA - WS-VENC-DIA)

           IF WS-DIAS-ATRASO > 0
              AND WS-DIAS-ATRASO > WS-DIAS-MIN-IN
              ADD 1  TO  WS-TR-QTD (WS-SUB)
              COMPUTE WS-TR-VENCIDO (WS-SUB) = WS-TR-VENCIDO (WS-SUB)
                      + WS-VALOR-M OF REG-MENSALU
                      + WS-ENCARGOS-M OF REG-MENSALU
                      - WS-VALOR-PAGO-M OF REG-MENSALU
           END-IF
           .
       054-SOMAR-COBRANCA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR A PESSOA: UMA LINHA POR VINCULO DE FUNCIONARIO,
      *    UMA POR ALUNO COM VENCIDO E O TOTAL
      *--------------------------------------------------------------*
       060-IMPRIMIR-PESSOA.

           COMPUTE WS-SUB = WS-QTD-FUN + WS-QTD-RSP + 2
           IF WS-CTLIN + WS-SUB > 55
              PERFORM 045-IMPCAB
           END-IF

           MOVE WS-CPF-ATUAL  TO  WS-CPF-ENTRADA
           PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM

           MOVE 1  TO  WS-SUB
           PERFORM 062-IMPRIMIR-FUNCIONARIO
               UNTIL WS-SUB > WS-QTD-FUN

           MOVE 1  TO  WS-SUB
           PERFORM 064-IMPRIMIR-ALUNO
               UNTIL WS-SUB > WS-QTD-RSP

           MOVE WS-VENCIDO-PESSOA  TO  WS-VENCIDO-T
           MOVE WS-REG-TOTAL       TO  REG-RELFUNI
           PERFORM 070-GRAVAR-LINHA
           MOVE WS-BRANCO          TO  REG-RELFUNI
           PERFORM 070-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM VINCULO DE FUNCIONARIO DA PESSOA (DADOS DO
      *    CADFUNC; O CPF SO NA PRIMEIRA LINHA)
      *--------------------------------------------------------------*
       062-IMPRIMIR-FUNCIONARIO.

           MOVE SPACES  TO  WS-CPF-R
                            WS-FUNC-R
                            WS-NOME-R
                            WS-FUNCAO-R
           MOVE ZEROS   TO  WS-SALARIO-R
           IF WS-SUB = 1
              MOVE WS-CPF-SAIDA  TO  WS-CPF-R
           END-IF
           STRING WS-TF-DPTO (WS-SUB) '/' WS-TF-FUNC (WS-SUB)
           DELIMITED BY SIZE INTO WS-FUNC-R

           MOVE WS-TF-DPTO (WS-SUB)  TO  WS-DPTO-FU OF REG-CADFUNC
           MOVE WS-TF-FUNC (WS-SUB)  TO  WS-FUNC-FU OF REG-CADFUNC
           READ CADFUNC
           IF WS-FS-FUN = '00'
              MOVE WS-NOME-FU OF REG-CADFUNC    TO  WS-NOME-R
              MOVE WS-FUNCAO-FU OF REG-CADFUNC  TO  WS-FUNCAO-R
              MOVE WS-SALARIO-FU OF REG-CADFUNC TO  WS-SALARIO-R
           ELSE
              IF WS-FS-FUN NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
                 MOVE  WS-FS-FUN                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE 'FORA DO CADFUNC'  TO  WS-NOME-R
           END-IF

           MOVE WS-REG-FUNC  TO  REG-RELFUNI
           PERFORM 070-GRAVAR-LINHA

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM ALUNO DA PESSOA QUE TEM VENCIDO
      *--------------------------------------------------------------*
       064-IMPRIMIR-ALUNO.

           IF WS-TR-QTD (WS-SUB) > 0
              MOVE WS-TR-MATRICULA (WS-SUB)  TO  WS-MAT-A
              MOVE WS-TR-NOME (WS-SUB)       TO  WS-NOME-A
              MOVE WS-TR-QTD (WS-SUB)        TO  WS-QTD-A
              MOVE WS-TR-VENCIDO (WS-SUB)    TO  WS-VENCIDO-A
              MOVE WS-REG-ALUNO              TO  REG-RELFUNI
              PERFORM 070-GRAVAR-LINHA
           END-IF

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA EM REG-RELFUNI
      *--------------------------------------------------------------*
       070-GRAVAR-LINHA.

           WRITE REG-RELFUNI
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELFUNI'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM
      *--------------------------------------------------------------*
       045-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELFUNI FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELFUNI FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELFUNI FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELFUNI FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELFUNI FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           IF WS-CTLISTADO = ZEROS
              PERFORM 045-IMPCAB
              MOVE ' NENHUM FUNCIONARIO COM ALUNO VENCIDO'
                                  TO  REG-RELFUNI
              PERFORM 070-GRAVAR-LINHA
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG168        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * VINCULOS LIDOS     - PESSOA  = ' WS-CTLIDO
           DISPLAY ' * PESSOAS (CPFS)               = ' WS-CTPESSOA
           DISPLAY ' * FUNCIONARIOS RESPONSAVEIS    = ' WS-CTFUNRESP
           DISPLAY ' * LISTADOS NO RELFUNI          = ' WS-CTLISTADO
           DISPLAY ' * ALUNOS COM VENCIDO           = ' WS-CTALU-INAD
           DISPLAY ' * VINCULOS ALEM DA TABELA      = ' WS-CTEXCESSO
           DISPLAY ' * TOTAL VENCIDO DOS LISTADOS   = ' WS-TOT-VENCIDO
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIDO NOT = WS-CTAGRUP
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X AGRUPADO   *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO FECHAR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELFUNI
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELFUNI'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG168        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CPF (LGPD)
      *--------------------------------------------------------------*
           COPY CPFMASK.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG168 <
