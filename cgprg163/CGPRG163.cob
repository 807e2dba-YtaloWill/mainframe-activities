       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG163.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: AVALIACAO INSTITUCIONAL - RELATORIO DE RESULTADOS
      *           DO SEMESTRE LETIVO (RELAVAL), A PARTIR DOS TOTAIS
      *           ANONIMOS DO AVALRES (COPY AVALRESC - SOMADOS PELO
      *           CGPRG162), EM TRES PARTES:
      *           1 - POR CURSO: UMA LINHA POR DISCIPLINA/INSTRUTOR
      *               COM RESPONDENTES, TAXA DE RESPOSTA E MEDIA DE
      *               CADA QUESTAO, E O TOTAL DO CURSO; NO FIM, O
      *               TOTAL DA ESCOLA;
      *           2 - POR INSTRUTOR (ORDEM DO PROFMST), SOMANDO
      *               TODAS AS DISCIPLINAS DELE NO SEMESTRE;
      *           3 - POR QUESTAO (VER AVALQTB), NA ESCOLA TODA.
      *           A TAXA DE RESPOSTA E RESPONDENTES SOBRE OS ALUNOS
      *           ATIVOS DO CURSO NO CADALU (NO TOTAL, SOBRE OS
      *           ATIVOS DO CURSO VEZES AS DISCIPLINAS AVALIADAS).
      *           LINHA COM MENOS RESPONDENTES QUE O MINIMO DO
      *           CARTAO TEM AS MEDIAS SUPRIMIDAS, PARA NAO EXPOR A
      *           RESPOSTA DE POUCOS ALUNOS - A QUANTIDADE E A TAXA
      *           CONTINUAM IMPRESSAS.
      *           CARTAO DE PARAMETROS (SYSIN):
      *             01-05 SEMESTRE LETIVO (AAAAS)
      *             06-07 MINIMO DE RESPONDENTES PARA MOSTRAR AS
      *                   MEDIAS (ZEROS = 05)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010198  PROGRAMA CRIADO - RESULTADOS DA
      *                          AVALIACAO INSTITUCIONAL POR CURSO,
      *                          INSTRUTOR E QUESTAO
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
           SELECT AVALRES ASSIGN TO AVALRESJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-AV OF REG-AVALRES
                  FILE STATUS   IS WS-FS-AVL
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT PROFMST ASSIGN TO PROFMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CODIGO-PF OF REG-PROFMST
                  FILE STATUS   IS WS-FS-PRF
           .
           SELECT RELAVAL ASSIGN TO RELAVALJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  AVALRES
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-AVALRES.
           COPY AVALRESC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  PROFMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROFMST.
           COPY PROFMSTC.
       FD  RELAVAL
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELAVAL            PIC X(132)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTOUTROSEM          PIC 9(05) VALUE ZEROS.
           05  WS-CTLINHA             PIC 9(05) VALUE ZEROS.
           05  WS-CTSUPR              PIC 9(05) VALUE ZEROS.
           05  WS-CTCURSO             PIC 9(04) VALUE ZEROS.
           05  WS-CTALU               PIC 9(05) VALUE ZEROS.
           05  WS-CTATIVO             PIC 9(05) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02)  VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-AVL              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-PRF              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG163'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
      *-----> SUBSCRITOS E AUXILIARES DE CALCULO
           05  WS-Q-SUB               PIC 9(02).
           05  WS-CUR-SUB             PIC 9(03).
           05  WS-PRF-SUB             PIC 9(03).
           05  WS-QTD-PROF            PIC 9(03) VALUE ZEROS.
           05  WS-MATRIC-CURSO        PIC 9(05) VALUE ZEROS.
           05  WS-MEDIA-AUX           PIC 9(01)V9.
           05  WS-TAXA-AUX            PIC 9(04)V9.
           05  WS-QTD-TOT-AUX         PIC 9(08).
           05  WS-SOMA-TOT-AUX        PIC 9(09).
      *-----> PARTE DO RELATORIO EM IMPRESSAO (1/2/3)
           05  WS-PARTE               PIC 9(01) VALUE 1.
               88 PARTE-CURSO             VALUE 1.
               88 PARTE-INSTRUTOR         VALUE 2.
               88 PARTE-QUESTAO           VALUE 3.

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-SEMESTRE-IN         PIC 9(05).
           05  WS-SEMESTRE-R  REDEFINES  WS-SEMESTRE-IN.
               10  WS-ANO-SEM         PIC 9(04).
               10  WS-NR-SEM          PIC 9(01).
           05  WS-MINIMO-IN           PIC 9(02).

      *-----> ALUNOS ATIVOS POR CURSO, CARREGADOS DO CADALU
       01  WS-TAB-MATRIC.
           05  WS-MT-OCOR             OCCURS 100 TIMES.
               10  WS-MT-CURSO        PIC X(12).
               10  WS-MT-QTD          PIC 9(05).
       01  WS-QTD-CURSOS              PIC 9(03) VALUE ZEROS.

      *-----> ACUMULADORES (MESMO LAYOUT EM TODOS OS NIVEIS, PARA
      *       O CALCULO DAS MEDIAS SER UM SO - 160-MONTAR-MEDIAS):
      *       RESPONDENTES, LINHAS (DISCIPLINA/INSTRUTOR), ALUNOS
      *       ESPERADOS PARA A TAXA E, POR QUESTAO, RESPOSTAS E SOMA
       01  WS-ACUM-TRAB.
           05  WS-AC-RESP             PIC 9(07).
           05  WS-AC-LINHAS           PIC 9(04).
           05  WS-AC-ESPERADO         PIC 9(07).
           05  WS-AC-QUESTAO          OCCURS 10 TIMES.
               10  WS-AC-QTD          PIC 9(07).
               10  WS-AC-SOMA         PIC 9(08).
       01  WS-ACUM-CURSO.
           05  WS-AC-RESP             PIC 9(07).
           05  WS-AC-LINHAS           PIC 9(04).
           05  WS-AC-ESPERADO         PIC 9(07).
           05  WS-AC-QUESTAO          OCCURS 10 TIMES.
               10  WS-AC-QTD          PIC 9(07).
               10  WS-AC-SOMA         PIC 9(08).
       01  WS-ACUM-GERAL.
           05  WS-AC-RESP             PIC 9(07).
           05  WS-AC-LINHAS           PIC 9(04).
           05  WS-AC-ESPERADO         PIC 9(07).
           05  WS-AC-QUESTAO          OCCURS 10 TIMES.
               10  WS-AC-QTD          PIC 9(07).
               10  WS-AC-SOMA         PIC 9(08).

      *-----> ACUMULADOS POR INSTRUTOR NO SEMESTRE (ATE 300)
       01  WS-TAB-PROF.
           05  WS-TP-OCOR             OCCURS 300 TIMES.
               10  WS-TP-PROF         PIC X(05).
               10  WS-TP-IMPRESSO     PIC X(01).
               10  WS-TP-ACUM.
                   15  WS-AC-RESP         PIC 9(07).
                   15  WS-AC-LINHAS       PIC 9(04).
                   15  WS-AC-ESPERADO     PIC 9(07).
                   15  WS-AC-QUESTAO      OCCURS 10 TIMES.
                       20  WS-AC-QTD      PIC 9(07).
                       20  WS-AC-SOMA     PIC 9(08).

      *-----> QUEBRA POR CURSO
       01  WS-GRUPO-CURSO.
           05  WS-CURSO-ATUAL         PIC X(12)  VALUE SPACES.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.

      *-----> QUESTOES DA AVALIACAO (COPY)
           COPY AVALQTB.

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'AVALIACAO INSTITUCIONAL - SEMESTRE      '.
           05 WS-SEM-CAB            PIC 9(05).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 WS-PARTE-CAB          PIC X(30).
           05 FILLER                PIC X(34) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.

       01  WS-CAB2-LINHA.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'DISCIPL.'.
           05 FILLER                PIC X(06) VALUE 'INSTR.'.
           05 FILLER                PIC X(26) VALUE 'NOME'.
           05 FILLER                PIC X(06) VALUE 'RESP.'.
           05 FILLER                PIC X(07) VALUE '  TAXA'.
           05 FILLER                PIC X(50) VALUE
              '  Q01  Q02  Q03  Q04  Q05  Q06  Q07  Q08  Q09  Q10'.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'MEDIA'.
           05 FILLER                PIC X(19) VALUE SPACES.

       01  WS-CAB2-QUESTAO.
           05 FILLER                PIC X(48) VALUE ' QUESTAO'.
           05 FILLER                PIC X(10) VALUE 'RESPOSTAS'.
           05 FILLER                PIC X(06) VALUE 'MEDIA'.
           05 FILLER                PIC X(68) VALUE SPACES.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
              'RESULTADOS COM MENOS DE '.
           05 WS-MIN-CAB            PIC Z9.
           05 FILLER                PIC X(31) VALUE
              ' RESPONDENTES FICAM SUPRIMIDOS.'.
           05 FILLER                PIC X(33) VALUE
              ' ESCALA DE 1 (RUIM) A 5 (OTIMO). '.
           05 FILLER                PIC X(41) VALUE
              'TAXA = RESPONDENTES / ALUNOS ATIVOS (%).'.

       01  WS-LIN-CURSO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'CURSO: '.
           05 WS-CURSO-LC           PIC X(12).
           05 FILLER                PIC X(30) VALUE
              '   ALUNOS ATIVOS NO CADALU: '.
           05 WS-MATRIC-LC          PIC ZZZZ9.
           05 FILLER                PIC X(77) VALUE SPACES.

      *-----> LINHA DE RESULTADO (PARTES 1 E 2 E TOTAIS)
       01  WS-LIN-DET.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DISC-R           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PROF-R           PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-R           PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RESP-R           PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TAXA-R           PIC ZZZ9,9.
           05 WS-TAXA-X-R  REDEFINES  WS-TAXA-R
                                  PIC X(06).
           05 WS-PCT-R            PIC X(01).
           05 WS-MEDIAS-R.
              10 WS-MED-OCOR      OCCURS 10 TIMES.
                 15 FILLER        PIC X(02).
                 15 WS-MED-R      PIC 9,9.
           05 WS-MEDIAS-SUP-R  REDEFINES  WS-MEDIAS-R
                                  PIC X(50).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MEDGER-R         PIC 9,9.
           05 WS-MEDGER-X-R  REDEFINES  WS-MEDGER-R
                                  PIC X(03).
           05 FILLER              PIC X(21) VALUE SPACES.

      *-----> LINHA DA PARTE 3 - UMA POR QUESTAO
       01  WS-LIN-QUEST.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(01) VALUE 'Q'.
           05 WS-NQ-R             PIC 99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TEXTO-R          PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-QRESP-R          PIC ZZZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-QMED-R           PIC 9,9.
           05 WS-QMED-X-R  REDEFINES  WS-QMED-R
                                  PIC X(03).
           05 FILLER              PIC X(71) VALUE SPACES.

       01  WS-TXT-SUPRIMIDO       PIC X(50)       VALUE
           '  *** SUPRIMIDO - POUCOS RESPONDENTES ***'.

       01  WS-HIFEN               PIC X(132)      VALUE ALL '-'.

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
       000-CGPRG163.

           PERFORM 010-INICIAR

           PERFORM 110-LER-AVALRES
           PERFORM 120-TRATAR-REGISTRO
               UNTIL WS-FS-AVL = '10'
           IF GRUPO-ABERTO
              PERFORM 140-FECHAR-CURSO
           END-IF
           PERFORM 150-TOTAL-ESCOLA

           PERFORM 300-LISTAR-INSTRUTORES
           PERFORM 400-LISTAR-QUESTOES

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG163 - RESULTADO DA AVALIACAO INST.*'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-SEMESTRE-IN NOT NUMERIC
              OR (WS-NR-SEM NOT = 1 AND 2)
              MOVE  'SEMESTRE LETIVO INVALIDO'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-MINIMO-IN NOT NUMERIC
              OR WS-MINIMO-IN = ZEROS
              MOVE 5  TO  WS-MINIMO-IN
           END-IF

           DISPLAY ' * SEMESTRE LETIVO   : ' WS-SEMESTRE-IN
           DISPLAY ' * MINIMO RESPOND.   : ' WS-MINIMO-IN

           OPEN INPUT AVALRES
           IF WS-FS-AVL  NOT = '00'
              MOVE  'ERRO AO ABRIR O AVALRES'  TO WS-MSG
              MOVE   WS-FS-AVL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO ABRIR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELAVAL
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELAVAL'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI        TO  WS-DATA-CAB
           MOVE WS-SEMESTRE-IN  TO  WS-SEM-CAB
           MOVE WS-MINIMO-IN    TO  WS-MIN-CAB
           MOVE ZEROS           TO  WS-ACUM-GERAL
           MOVE 'RESULTADO POR CURSO'  TO  WS-PARTE-CAB

           PERFORM 020-CARREGAR-ATIVOS
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
      *    CONTAR OS ALUNOS ATIVOS DE CADA CURSO NO CADALU (BASE DA
      *    TAXA DE RESPOSTA)
      *--------------------------------------------------------------*
       020-CARREGAR-ATIVOS.

           PERFORM 022-LER-CADALU
           PERFORM 024-CONTAR-ALUNO
               UNTIL WS-FS-ALU = '10'
           .
      *--------------------------------------------------------------*
      *    LER UM ALUNO DO CADALU
      *--------------------------------------------------------------*
       022-LER-CADALU.

           READ CADALU  NEXT RECORD

           IF WS-FS-ALU  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                   TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-ALU = '00'
                 ADD   1  TO  WS-CTALU
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR O ALUNO ATIVO NO CURSO DELE
      *--------------------------------------------------------------*
       024-CONTAR-ALUNO.

           IF ALUNO-ATIVO OF REG-CADALU
              ADD 1  TO  WS-CTATIVO
              MOVE WS-CURSO-S OF REG-CADALU  TO  WS-CURSO-ATUAL
              PERFORM 026-LOCALIZAR-CURSO
              IF WS-CUR-SUB > WS-QTD-CURSOS
                 IF WS-QTD-CURSOS = 100
                    MOVE  'MAIS DE 100 CURSOS NO CADALU'  TO WS-MSG
                    MOVE  '  '                            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1  TO  WS-QTD-CURSOS
                 MOVE WS-QTD-CURSOS   TO  WS-CUR-SUB
                 MOVE WS-CURSO-ATUAL  TO  WS-MT-CURSO (WS-CUR-SUB)
                 MOVE ZEROS           TO  WS-MT-QTD (WS-CUR-SUB)
              END-IF
              ADD 1  TO  WS-MT-QTD (WS-CUR-SUB)
           END-IF

           PERFORM 022-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O CURSO DE WS-CURSO-ATUAL NA TABELA DE ATIVOS
      *--------------------------------------------------------------*
       026-LOCALIZAR-CURSO.

           MOVE 1  TO  WS-CUR-SUB
           PERFORM 027-PROCURAR-CURSO
               UNTIL WS-CUR-SUB > WS-QTD-CURSOS
                  OR WS-MT-CURSO (WS-CUR-SUB) = WS-CURSO-ATUAL
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE ATIVOS
      *--------------------------------------------------------------*
       027-PROCURAR-CURSO.

           ADD 1  TO  WS-CUR-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO (O CABECALHO DE COLUNAS DEPENDE DA
      *    PARTE DO RELATORIO)
      *--------------------------------------------------------------*
       040-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELAVAL FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELAVAL FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELAVAL FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF PARTE-QUESTAO
              WRITE REG-RELAVAL FROM WS-CAB2-QUESTAO
           ELSE
              WRITE REG-RELAVAL FROM WS-CAB2-LINHA
           END-IF
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELAVAL FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DE RESULTADO MONTADA EM WS-LIN-DET
      *--------------------------------------------------------------*
       045-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELAVAL  FROM  WS-LIN-DET
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELAVAL'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE HIFENS (FECHAMENTO DE GRUPO)
      *--------------------------------------------------------------*
       047-GRAVAR-HIFEN.

           WRITE REG-RELAVAL  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-3'  TO  WS-MSG
              MOVE WS-FS-REL                TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO AVALRES
      *--------------------------------------------------------------*
       110-LER-AVALRES.

           READ AVALRES

           IF WS-FS-AVL  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO AVALRES'  TO WS-MSG
              MOVE   WS-FS-AVL                    TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-AVL = '00'
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA DISCIPLINA/INSTRUTOR DO SEMESTRE: QUEBRA POR
      *    CURSO, LINHA DE RESULTADO E SOMA NOS ACUMULADORES
      *--------------------------------------------------------------*
       120-TRATAR-REGISTRO.

           IF WS-SEMESTRE-AV OF REG-AVALRES NOT = WS-SEMESTRE-IN
              ADD 1  TO  WS-CTOUTROSEM
           ELSE
              IF WS-CURSO-AV OF REG-AVALRES NOT = WS-CURSO-ATUAL
                 OR GRUPO-VAZIO
                 IF GRUPO-ABERTO
                    PERFORM 140-FECHAR-CURSO
                 END-IF
                 PERFORM 130-ABRIR-CURSO
              END-IF
              PERFORM 125-IMPRIMIR-DISCIPLINA
           END-IF

           PERFORM 110-LER-AVALRES
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DA DISCIPLINA/INSTRUTOR E SOMAR NO
      *    CURSO, NA ESCOLA E NO INSTRUTOR
      *--------------------------------------------------------------*
       125-IMPRIMIR-DISCIPLINA.

           MOVE ZEROS  TO  WS-ACUM-TRAB
           MOVE WS-QTD-RESP-AV OF REG-AVALRES
                                TO  WS-AC-RESP OF WS-ACUM-TRAB
           MOVE 1               TO  WS-AC-LINHAS OF WS-ACUM-TRAB
           MOVE WS-MATRIC-CURSO TO  WS-AC-ESPERADO OF WS-ACUM-TRAB
           MOVE 1  TO  WS-Q-SUB
           PERFORM 126-CARREGAR-QUESTAO
               UNTIL WS-Q-SUB > WS-QTD-QUEST

           PERFORM 128-LOCALIZAR-INSTRUTOR
           MOVE 1  TO  WS-Q-SUB
           PERFORM 127-SOMAR-QUESTAO
               UNTIL WS-Q-SUB > WS-QTD-QUEST
           ADD WS-AC-RESP OF WS-ACUM-TRAB
               TO  WS-AC-RESP OF WS-ACUM-CURSO
                   WS-AC-RESP OF WS-ACUM-GERAL
                   WS-AC-RESP OF WS-TP-ACUM (WS-PRF-SUB)
           ADD 1
               TO  WS-AC-LINHAS OF WS-ACUM-CURSO
                   WS-AC-LINHAS OF WS-ACUM-GERAL
                   WS-AC-LINHAS OF WS-TP-ACUM (WS-PRF-SUB)
           ADD WS-MATRIC-CURSO
               TO  WS-AC-ESPERADO OF WS-ACUM-CURSO
                   WS-AC-ESPERADO OF WS-ACUM-GERAL
                   WS-AC-ESPERADO OF WS-TP-ACUM (WS-PRF-SUB)

           MOVE WS-PROF-AV OF REG-AVALRES  TO  WS-CODIGO-PF
                                               OF REG-PROFMST
           READ PROFMST
           IF WS-FS-PRF = '23'
              MOVE '*** FORA DO PROFMST ***'  TO  WS-NOME-R
           ELSE
              IF WS-FS-PRF NOT = '00'
                 MOVE 'ERRO NA LEITURA DO PROFMST'  TO WS-MSG
                 MOVE  WS-FS-PRF                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE WS-NOME-PF OF REG-PROFMST  TO  WS-NOME-R
           END-IF
           MOVE WS-DISC-AV OF REG-AVALRES  TO  WS-DISC-R
           MOVE WS-PROF-AV OF REG-AVALRES  TO  WS-PROF-R

           PERFORM 160-MONTAR-MEDIAS
           PERFORM 045-GRAVAR-LINHA
           ADD 1  TO  WS-CTLINHA
           .
      *--------------------------------------------------------------*
      *    COPIAR OS TOTAIS DE UMA QUESTAO DO AVALRES
      *--------------------------------------------------------------*
       126-CARREGAR-QUESTAO.

           MOVE WS-QTD-Q-AV OF REG-AVALRES (WS-Q-SUB)
                TO  WS-AC-QTD OF WS-ACUM-TRAB (WS-Q-SUB)
           MOVE WS-SOMA-Q-AV OF REG-AVALRES (WS-Q-SUB)
                TO  WS-AC-SOMA OF WS-ACUM-TRAB (WS-Q-SUB)
           ADD 1  TO  WS-Q-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR UMA QUESTAO NO CURSO, NA ESCOLA E NO INSTRUTOR
      *--------------------------------------------------------------*
       127-SOMAR-QUESTAO.

           ADD WS-AC-QTD OF WS-ACUM-TRAB (WS-Q-SUB)
               TO  WS-AC-QTD OF WS-ACUM-CURSO (WS-Q-SUB)
                   WS-AC-QTD OF WS-ACUM-GERAL (WS-Q-SUB)
                   WS-AC-QTD OF WS-TP-ACUM (WS-PRF-SUB WS-Q-SUB)
           ADD WS-AC-SOMA OF WS-ACUM-TRAB (WS-Q-SUB)
               TO  WS-AC-SOMA OF WS-ACUM-CURSO (WS-Q-SUB)
                   WS-AC-SOMA OF WS-ACUM-GERAL (WS-Q-SUB)
                   WS-AC-SOMA OF WS-TP-ACUM (WS-PRF-SUB WS-Q-SUB)
           ADD 1  TO  WS-Q-SUB
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O INSTRUTOR NA TABELA DO SEMESTRE (INCLUINDO
      *    NA PRIMEIRA VEZ)
      *--------------------------------------------------------------*
       128-LOCALIZAR-INSTRUTOR.

           MOVE 1  TO  WS-PRF-SUB
           PERFORM 129-PROCURAR-INSTRUTOR
               UNTIL WS-PRF-SUB > WS-QTD-PROF
                  OR WS-TP-PROF (WS-PRF-SUB) =
                     WS-PROF-AV OF REG-AVALRES
           IF WS-PRF-SUB > WS-QTD-PROF
              IF WS-QTD-PROF = 300
                 MOVE  'MAIS DE 300 INSTRUTORES'  TO WS-MSG
                 MOVE  '  '                       TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-PROF
              MOVE WS-QTD-PROF  TO  WS-PRF-SUB
              MOVE WS-PROF-AV OF REG-AVALRES
                                TO  WS-TP-PROF (WS-PRF-SUB)
              MOVE 'N'          TO  WS-TP-IMPRESSO (WS-PRF-SUB)
              MOVE ZEROS        TO  WS-TP-ACUM (WS-PRF-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE INSTRUTORES
      *--------------------------------------------------------------*
       129-PROCURAR-INSTRUTOR.

           ADD 1  TO  WS-PRF-SUB
           .
      *--------------------------------------------------------------*
      *    ABRIR O CURSO: ALUNOS ATIVOS E LINHA DE TITULO
      *--------------------------------------------------------------*
       130-ABRIR-CURSO.

           MOVE WS-CURSO-AV OF REG-AVALRES  TO  WS-CURSO-ATUAL
           SET GRUPO-ABERTO  TO  TRUE
           ADD 1             TO  WS-CTCURSO
           MOVE ZEROS        TO  WS-ACUM-CURSO

           PERFORM 026-LOCALIZAR-CURSO
           IF WS-CUR-SUB > WS-QTD-CURSOS
              MOVE ZEROS                      TO  WS-MATRIC-CURSO
           ELSE
              MOVE WS-MT-QTD (WS-CUR-SUB)     TO  WS-MATRIC-CURSO
           END-IF

           IF WS-CTLIN > 53
              PERFORM 040-IMPCAB
           END-IF
           MOVE WS-CURSO-ATUAL   TO  WS-CURSO-LC
           MOVE WS-MATRIC-CURSO  TO  WS-MATRIC-LC
           WRITE REG-RELAVAL  FROM  WS-LIN-CURSO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CURSO'  TO  WS-MSG
              MOVE WS-FS-REL                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    FECHAR O CURSO: LINHA DE TOTAL DO CURSO
      *--------------------------------------------------------------*
       140-FECHAR-CURSO.

           MOVE WS-ACUM-CURSO      TO  WS-ACUM-TRAB
           MOVE SPACES             TO  WS-DISC-R
           MOVE SPACES             TO  WS-PROF-R
           MOVE 'TOTAL DO CURSO'   TO  WS-NOME-R
           PERFORM 160-MONTAR-MEDIAS
           PERFORM 045-GRAVAR-LINHA
           PERFORM 047-GRAVAR-HIFEN
           .
      *--------------------------------------------------------------*
      *    TOTAL DA ESCOLA NO SEMESTRE
      *--------------------------------------------------------------*
       150-TOTAL-ESCOLA.

           MOVE WS-ACUM-GERAL      TO  WS-ACUM-TRAB
           MOVE SPACES             TO  WS-DISC-R
           MOVE SPACES             TO  WS-PROF-R
           MOVE 'TOTAL DA ESCOLA'  TO  WS-NOME-R
           PERFORM 160-MONTAR-MEDIAS
           PERFORM 045-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    MONTAR RESPONDENTES, TAXA E MEDIAS DE WS-ACUM-TRAB NA
      *    LINHA DE RESULTADO, SUPRIMINDO AS MEDIAS ABAIXO DO
      *    MINIMO DE RESPONDENTES
      *--------------------------------------------------------------*
       160-MONTAR-MEDIAS.

           MOVE WS-AC-RESP OF WS-ACUM-TRAB  TO  WS-RESP-R

           IF WS-AC-ESPERADO OF WS-ACUM-TRAB > ZEROS
              COMPUTE WS-TAXA-AUX ROUNDED =
                      WS-AC-RESP OF WS-ACUM-TRAB * 100
                    / WS-AC-ESPERADO OF WS-ACUM-TRAB
                 ON SIZE ERROR
                    MOVE 9999,9  TO  WS-TAXA-AUX
              END-COMPUTE
              MOVE WS-TAXA-AUX  TO  WS-TAXA-R
              MOVE '%'          TO  WS-PCT-R
           ELSE
              MOVE SPACES       TO  WS-TAXA-X-R
              MOVE SPACES       TO  WS-PCT-R
           END-IF

           MOVE SPACES  TO  WS-MEDIAS-SUP-R
           MOVE SPACES  TO  WS-MEDGER-X-R
           IF WS-AC-RESP OF WS-ACUM-TRAB < WS-MINIMO-IN
              MOVE WS-TXT-SUPRIMIDO  TO  WS-MEDIAS-SUP-R
              ADD 1  TO  WS-CTSUPR
           ELSE
              MOVE ZEROS  TO  WS-QTD-TOT-AUX
              MOVE ZEROS  TO  WS-SOMA-TOT-AUX
              MOVE 1  TO  WS-Q-SUB
              PERFORM 165-MEDIA-QUESTAO
                  UNTIL WS-Q-SUB > WS-QTD-QUEST
              IF WS-QTD-TOT-AUX > ZEROS
                 COMPUTE WS-MEDIA-AUX ROUNDED =
                         WS-SOMA-TOT-AUX / WS-QTD-TOT-AUX
                 MOVE WS-MEDIA-AUX  TO  WS-MEDGER-R
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MEDIA DE UMA QUESTAO (EM BRANCO SE NINGUEM RESPONDEU)
      *--------------------------------------------------------------*
       165-MEDIA-QUESTAO.

           IF WS-AC-QTD OF WS-ACUM-TRAB (WS-Q-SUB) > ZEROS
              COMPUTE WS-MEDIA-AUX ROUNDED =
                      WS-AC-SOMA OF WS-ACUM-TRAB (WS-Q-SUB)
                    / WS-AC-QTD OF WS-ACUM-TRAB (WS-Q-SUB)
              MOVE WS-MEDIA-AUX  TO  WS-MED-R (WS-Q-SUB)
              ADD WS-AC-QTD OF WS-ACUM-TRAB (WS-Q-SUB)
                  TO  WS-QTD-TOT-AUX
              ADD WS-AC-SOMA OF WS-ACUM-TRAB (WS-Q-SUB)
                  TO  WS-SOMA-TOT-AUX
           END-IF
           ADD 1  TO  WS-Q-SUB
           .
      *--------------------------------------------------------------*
      *    PARTE 2 - RESULTADO POR INSTRUTOR, NA ORDEM DO PROFMST;
      *    INSTRUTOR AVALIADO QUE SAIU DO PROFMST VAI NO FIM
      *--------------------------------------------------------------*
       300-LISTAR-INSTRUTORES.

           SET PARTE-INSTRUTOR  TO  TRUE
           MOVE 'RESULTADO POR INSTRUTOR'  TO  WS-PARTE-CAB
           MOVE 65  TO  WS-CTLIN

           MOVE LOW-VALUES  TO  WS-CODIGO-PF OF REG-PROFMST
           START PROFMST KEY IS NOT LESS THAN
                 WS-CODIGO-PF OF REG-PROFMST
           IF WS-FS-PRF NOT = '00' AND '23'
              MOVE 'ERRO NO START DO PROFMST'  TO WS-MSG
              MOVE  WS-FS-PRF                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-PRF = '00'
              PERFORM 310-LER-PROFMST
              PERFORM 320-IMPRIMIR-INSTRUTOR
                  UNTIL WS-FS-PRF = '10'
           END-IF

           MOVE 1  TO  WS-PRF-SUB
           PERFORM 330-INSTRUTOR-FORA
               UNTIL WS-PRF-SUB > WS-QTD-PROF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO INSTRUTOR DO PROFMST
      *--------------------------------------------------------------*
       310-LER-PROFMST.

           READ PROFMST  NEXT RECORD

           IF WS-FS-PRF  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O INSTRUTOR DO PROFMST SE ELE FOI AVALIADO
      *--------------------------------------------------------------*
       320-IMPRIMIR-INSTRUTOR.

           MOVE 1  TO  WS-PRF-SUB
           PERFORM 129-PROCURAR-INSTRUTOR
               UNTIL WS-PRF-SUB > WS-QTD-PROF
                  OR WS-TP-PROF (WS-PRF-SUB) =
                     WS-CODIGO-PF OF REG-PROFMST
           IF WS-PRF-SUB NOT > WS-QTD-PROF
              MOVE WS-NOME-PF OF REG-PROFMST  TO  WS-NOME-R
              PERFORM 340-LINHA-INSTRUTOR
           END-IF

           PERFORM 310-LER-PROFMST
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O INSTRUTOR AVALIADO QUE NAO ESTA NO PROFMST
      *--------------------------------------------------------------*
       330-INSTRUTOR-FORA.

           IF WS-TP-IMPRESSO (WS-PRF-SUB) = 'N'
              MOVE '*** FORA DO PROFMST ***'  TO  WS-NOME-R
              PERFORM 340-LINHA-INSTRUTOR
           END-IF
           ADD 1  TO  WS-PRF-SUB
           .
      *--------------------------------------------------------------*
      *    MONTAR E GRAVAR A LINHA DO INSTRUTOR DE WS-PRF-SUB
      *--------------------------------------------------------------*
       340-LINHA-INSTRUTOR.

           MOVE WS-TP-ACUM (WS-PRF-SUB)  TO  WS-ACUM-TRAB
           MOVE SPACES                   TO  WS-DISC-R
           MOVE WS-TP-PROF (WS-PRF-SUB)  TO  WS-PROF-R
           PERFORM 160-MONTAR-MEDIAS
           PERFORM 045-GRAVAR-LINHA
           MOVE 'S'  TO  WS-TP-IMPRESSO (WS-PRF-SUB)
           .
      *--------------------------------------------------------------*
      *    PARTE 3 - RESULTADO POR QUESTAO NA ESCOLA
      *--------------------------------------------------------------*
       400-LISTAR-QUESTOES.

           SET PARTE-QUESTAO  TO  TRUE
           MOVE 'RESULTADO POR QUESTAO'  TO  WS-PARTE-CAB
           PERFORM 040-IMPCAB

           MOVE 1  TO  WS-Q-SUB
           PERFORM 410-LINHA-QUESTAO
               UNTIL WS-Q-SUB > WS-QTD-QUEST
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA QUESTAO: RESPOSTAS E MEDIA DA ESCOLA
      *--------------------------------------------------------------*
       410-LINHA-QUESTAO.

           MOVE WS-Q-SUB                     TO  WS-NQ-R
           MOVE WS-TEXTO-QUEST (WS-Q-SUB)    TO  WS-TEXTO-R
           MOVE WS-AC-QTD OF WS-ACUM-GERAL (WS-Q-SUB)
                                             TO  WS-QRESP-R
           MOVE SPACES                       TO  WS-QMED-X-R
           IF WS-AC-RESP OF WS-ACUM-GERAL NOT < WS-MINIMO-IN
              AND WS-AC-QTD OF WS-ACUM-GERAL (WS-Q-SUB) > ZEROS
              COMPUTE WS-MEDIA-AUX ROUNDED =
                      WS-AC-SOMA OF WS-ACUM-GERAL (WS-Q-SUB)
                    / WS-AC-QTD OF WS-ACUM-GERAL (WS-Q-SUB)
              MOVE WS-MEDIA-AUX  TO  WS-QMED-R
           END-IF

           WRITE REG-RELAVAL  FROM  WS-LIN-QUEST
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DA QUESTAO'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN

           ADD 1  TO  WS-Q-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG163        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS LIDOS      - CADALU   = ' WS-CTALU
           DISPLAY ' * ALUNOS ATIVOS                = ' WS-CTATIVO
           DISPLAY ' * REGISTROS LIDOS   - AVALRES  = ' WS-CTLIDO
           DISPLAY ' * DE OUTRO SEMESTRE LETIVO     = ' WS-CTOUTROSEM
           DISPLAY ' * DISCIPLINAS/INSTR. IMPRESSOS = ' WS-CTLINHA
           DISPLAY ' * CURSOS AVALIADOS             = ' WS-CTCURSO
           DISPLAY ' * INSTRUTORES AVALIADOS        = ' WS-QTD-PROF
           DISPLAY ' * LINHAS COM MEDIAS SUPRIMIDAS = ' WS-CTSUPR
           DISPLAY ' * QUESTIONARIOS NO SEMESTRE    = '
                   WS-AC-RESP OF WS-ACUM-GERAL
           DISPLAY ' *========================================*'

           IF WS-CTLINHA = ZEROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * SEMESTRE SEM QUESTIONARIOS NO AVALRES  *'
              DISPLAY ' *----------------------------------------*'
              MOVE 4  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTOUTROSEM + WS-CTLINHA
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  AVALRES
           IF WS-FS-AVL  NOT = '00'
              MOVE  'ERRO AO FECHAR O AVALRES'  TO WS-MSG
              MOVE   WS-FS-AVL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO FECHAR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELAVAL
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELAVAL'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG163        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG163 <
