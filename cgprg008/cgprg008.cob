      *                          HISTORICO TIMESTAT (COPY
      *                          TIMESTAC), CONFRONTADO COM A
      *                          JANELA PLANEJADA PELO CGPRG140
      *  V30    OUT/2026 010185  MATRIZ CURRICULAR E PRE-REQUISITOS:
      *                          - NOVO CARTAO 'D' MATRICULA UM ALUNO
      *                            JA CADASTRADO EM UMA DISCIPLINA
      *                            (CODIGO NAS POSICOES 6-13), QUE
      *                            TEM DE ESTAR NA MATRIZ DO CURSO DO
      *                            ALUNO (MATRCUR, COPY MATRCURC) E
      *                            TER TODOS OS PRE-REQUISITOS NO
      *                            DISCAPR (APROVACOES APURADAS PELO
      *                            CGPRG143); GRAVA O NOTADISC COM AS
      *                            NOTAS ZERADAS. RECUSAS 'MAT' E
      *                            'PRQ' NO REJFILE;
      *                          - O NOTADISC PASSA A SER EXTRAIDO A
      *                            CADA LOTE PARA O HISTDISC (GDG
      *                            IRMAO DO HISTALU), BASE DO DISCAPR;
      *                          - CKPT008 AMPLIADO (CONTADORES
      *                            CTMATD, CTREJMAT E CTREJPRQ)
      *  V31    OUT/2026 010189  REGRA DE AVALIACAO POR CURSO: O
      *                          CARTAO GANHA A 3A E A 4A NOTAS
      *                          (POSICOES 69-76, GRAVADAS NO CADALU
      *                          AMPLIADO PARA 83 BYTES) E A MEDIA
      *                          PASSA A SER CALCULADA PELO CGPRG150
      *                          COM A REGRA DO CURSO NO CURSOTAB
      *                          (037-CALCULAR-MEDIA), NO LUGAR DA
      *                          (NOTA1+NOTA2)/2 FIXA
      *  V32    OUT/2026 010190  CALENDARIO ACADEMICO: LANCAMENTO OU
      *                          ALTERACAO DE NOTA (CARTAO 'I' COM
      *                          NOTA, CARTAO 'A' QUE MUDA NOTA) E
      *                          CONFERIDO CONTRA OS PRAZOS DO
      *                          SEMESTRE NO CALACAD (DATA DO
      *                          CABECALHO DO LOTE, REGRA DO
      *                          CGPRG152); FORA DO PRAZO DE
      *                          NOTAS/RECUPERACAO VAI AO REJFILE COM
      *                          MOTIVO 'PRZ' E DEPOIS DO FECHAMENTO
      *                          COM 'FEC', SALVO AUTORIZACAO TARDIA
      *                          VIGENTE DO ALUNO NO AUTTARD (OPERADOR
      *                          NIVEL 3 - CGPRG151). CKPT008 AMPLIADO
      *                          (CONTADOR CTREJPRZ)
      *  V33    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): WS-NUMERO-IN
      *                          DO CARTAO PASSA A 5 POSICOES (2-6) E
      *                          OS DEMAIS CAMPOS DO CARTAO ANDAM UMA
      *                          POSICAO (CARTAO DE 76 P/ 77 BYTES);
      *                          LINHA DE SYSOUT E VARREDURA DA
      *                          OCUPACAO DA FAIXA ACOMPANHAM. CARTOES
      *                          PENDENTES NO REJFILE E NO WAITLST SAO
      *                          CONVERTIDOS PELO CGPRG157
      *  V34    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): ALUNO
      *                          INCLUIDO RECEBE A UNIDADE DO CURSO NO
      *                          CURSOTAB (WS-UNIDADE-S, CADALU DE 83
      *                          P/ 84 BYTES); LOTACAO CONTADA SO COM
      *                          OS ALUNOS DA UNIDADE DA TURMA
      *                          (WS-UNIDADE-X DO FAIXNUM) E A ESPERA
      *                          GRAVADA COM A UNIDADE (WS-UNIDADE-WL)
      *  V35    OUT/2026 010234  MATRICULA EM DISCIPLINA (CARTAO 'D')
      *                          JORNALIZADA NO DIARIO COMUM DE
      *                          MESTRES (MSTJRNL, OPERACAO 'W' COM A
      *                          IMAGEM DEPOIS DO NOTADISC)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT TIMESTAT ASSIGN TO TIMESTAJ
                  FILE STATUS   IS WS-FS-TST
           .
      *-----> NOTAS POR DISCIPLINA, MATRIZ CURRICULAR, DISCIPLINAS
      *       APROVADAS E EXTRATO DO NOTADISC POR LOTE (VER V30)
           SELECT NOTADISC ASSIGN TO NOTADISJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-ND OF REG-NOTADISC
                  FILE STATUS   IS WS-FS-NDI
           .
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
           SELECT DISCAPR ASSIGN TO DISCAPRJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-DA OF REG-DISCAPR
                  FILE STATUS   IS WS-FS-DAP
           .
           SELECT HISTDISC ASSIGN TO HISTDISJ
                  FILE STATUS   IS WS-FS-HSD
           .
      *-----> CALENDARIO ACADEMICO E AUTORIZACOES TARDIAS DE NOTA
      *       (VER V32)
           SELECT CALACAD ASSIGN TO CALACADJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-SEMESTRE-CL OF REG-CALACAD
                  FILE STATUS   IS WS-FS-CAL
           .
           SELECT AUTTARD ASSIGN TO AUTTARDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-LT OF REG-AUTTARD
                  FILE STATUS   IS WS-FS-AUT
           .
      *-----> DIARIO COMUM DE MESTRES (VER V35)
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           05  REG-CKPT-CTREJOPE    PIC 9(02).
           05  REG-CKPT-CTREJCUR    PIC 9(02).
           05  REG-CKPT-CTESPERA    PIC 9(02).
           05  REG-CKPT-CTMATD      PIC 9(02).
           05  REG-CKPT-CTREJMAT    PIC 9(02).
           05  REG-CKPT-CTREJPRQ    PIC 9(02).
           05  REG-CKPT-CTREJPRZ    PIC 9(02).
      *-----> GERACAO DO GDG DE HISTORICO DO CADALU (UMA POR LOTE)
       FD  HISTALU
           LABEL RECORD STANDARD
           .
       01  REG-TIMESTAT.
           COPY TIMESTAC.
      *-----> NOTAS POR DISCIPLINA (VER V30)
       FD  NOTADISC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTADISC.
           COPY NOTADISC.
      *-----> MATRIZ CURRICULAR DOS CURSOS (VER V30)
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
      *-----> DISCIPLINAS JA APROVADAS POR ALUNO (VER V30)
       FD  DISCAPR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DISCAPR.
           COPY DISCAPRC.
      *-----> GERACAO DO GDG DE HISTORICO DO NOTADISC (VER V30)
       FD  HISTDISC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-HISTDISC.
           COPY NOTADISC.
       FD  CALACAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CALACAD.
           COPY CALACADC.
       FD  AUTTARD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-AUTTARD.
           COPY AUTTARDC.
      *-----> DIARIO COMUM DE MESTRES (VER V35)
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
               88 TURMA-COM-VAGA          VALUE 'V'.
               88 TURMA-CHEIA             VALUE 'C'.
           05  WS-OCUPACAO            PIC 9(04).
           05  WS-MAT-SCAN            PIC 9(05).
      *-----> UNIDADE (CAMPUS) DA TURMA E DO ALUNO VARRIDO NA
      *       OCUPACAO, COM ESPACO TROCADO POR SEDE (VER V34)
           05  WS-UNID-TURMA          PIC X(01).
           05  WS-UNID-SCAN           PIC X(01).
           05  WS-OPER-SUB            PIC 9(02).
           05  WS-QTD-OPER            PIC 9(02)  VALUE ZEROS.
           05  WS-FS-OPE              PIC X(02).
      *-----> MATRICULA EM DISCIPLINA E PRE-REQUISITOS (VER V30)
           05  WS-CTMATD              PIC 9(02) VALUE ZEROS.
           05  WS-CTREJMAT            PIC 9(02) VALUE ZEROS.
           05  WS-CTREJPRQ            PIC 9(02) VALUE ZEROS.
           05  WS-CTHISTD             PIC 9(05) VALUE ZEROS.
           05  WS-FS-NDI              PIC X(02).
           05  WS-FS-MTC              PIC X(02).
           05  WS-FS-DAP              PIC X(02).
           05  WS-FS-HSD              PIC X(02).
           05  WS-PRQ-SUB             PIC 9(01).
           05  WS-PRQ-FALTA           PIC X(08).
           05  WS-SW-PREREQ           PIC X(01).
               88 PREREQ-CUMPRIDO         VALUE 'S'.
               88 PREREQ-PENDENTE         VALUE 'N'.
      *-----> PRAZOS DO CALENDARIO ACADEMICO (VER V32)
           05  WS-CTREJPRZ            PIC 9(02) VALUE ZEROS.
           05  WS-CTTARDIA            PIC 9(02) VALUE ZEROS.
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-AUT              PIC X(02).

      *-----> TABELA DE AUTORIDADE DOS OPERADORES, CARREGADA DO
      *       OPERTAB NO 010-INICIAR (NIVEL 1 = SO INCLUSAO,
           05  WS-CTREJOPE-ANT        PIC 9(02)     VALUE ZEROS.
           05  WS-CTREJCUR-ANT        PIC 9(02)     VALUE ZEROS.
           05  WS-CTESPERA-ANT        PIC 9(02)     VALUE ZEROS.
           05  WS-CTMATD-ANT          PIC 9(02)     VALUE ZEROS.
           05  WS-CTREJMAT-ANT        PIC 9(02)     VALUE ZEROS.
           05  WS-CTREJPRQ-ANT        PIC 9(02)     VALUE ZEROS.
           05  WS-CTREJPRZ-ANT        PIC 9(02)     VALUE ZEROS.
      *-----> ENTRADA - DADOS VIA SYSIN (NO JCL DE EXECUCAO)
      *      WS-TIPO-TRANS-IN: 'I' = INCLUSAO, 'A' = ALTERACAO DE
      *      NOTAS, 'E' = EXCLUSAO DO ALUNO (SOMENTE WS-NUMERO-IN
      *      E WS-TIPO-TRANS-IN SAO OBRIGATORIOS PARA 'E'),
      *      'D' = MATRICULA DO ALUNO NA DISCIPLINA WS-DISC-IN
      *      (SO MATRICULA, DISCIPLINA E OPERADOR - VER V30)
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
               88 TRANS-DISCIPLINA    VALUE 'D'.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-NOME-IN          PIC X(20).
           05 FILLER  REDEFINES  WS-NOME-IN.
               10 WS-DISC-IN      PIC X(08).
               10 FILLER          PIC X(12).
           05 WS-SEXO-IN          PIC X(01).
           05 WS-IDADE-IN         PIC 9(02).
           05 WS-CURSO-IN         PIC X(12).
      *-----> OPERADOR E MOTIVO DA MANUTENCAO (VER V22)
           05 WS-OPER-IN          PIC X(03).
           05 WS-MOTIVO-IN        PIC X(02).
      *-----> 3A E 4A NOTAS, SO USADAS QUANDO A REGRA DO CURSO PEDE
      *       MAIS DE DUAS AVALIACOES (EM BRANCO = ZEROS - VER V31)
           05 WS-NOTA3-IN         PIC 9(02)V99.
           05 WS-NOTA4-IN         PIC 9(02)V99.
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.
      *-----> SAIDA - DADOS PARA SYSOUT
       01  WS-REG-SYSOUT.
           05 WS-NUM              PIC 9(05).
           05 FILLER              PIC X(01)        VALUE SPACES.
           05 WS-NOME             PIC X(20).
           05 FILLER              PIC X(01)        VALUE SPACES.
      *-----> SAIDA - ARQ. INDEXADO (CADALU)
       01  WS-REG-CADALU.
           COPY CADALUC.
      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V31)
       01  WS-AVALPAR.
           COPY AVALPARC.
      *-----> AREA DE CHAMADA DA REGRA DE PRAZOS DE NOTA (VER V32)
       01  WS-PRAZPAR.
           COPY PRAZPARC.
      *-----> APOIO DO DIARIO COMUM DE MESTRES (VER V35)
       01  WS-AREA-JORNAL.
           05  WS-FS-JRN              PIC X(02).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-CHAVE-JRN-MAT       PIC 9(05).

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

              GO TO  999-ERRO
           END-IF

      *-----> MATRICULA EM DISCIPLINA (VER V30)
           OPEN I-O NOTADISC
           IF WS-FS-NDI = '35'
              OPEN OUTPUT NOTADISC
              CLOSE NOTADISC
              OPEN I-O NOTADISC
           END-IF
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO ABRIR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DISCAPR
           IF WS-FS-DAP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DISCAPR'  TO WS-MSG
              MOVE   WS-FS-DAP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> PRAZOS DO CALENDARIO ACADEMICO (VER V32)
           OPEN INPUT CALACAD
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O CALACAD'  TO WS-MSG
              MOVE   WS-FS-CAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT AUTTARD
           IF WS-FS-AUT  NOT = '00'
              MOVE  'ERRO AO ABRIR O AUTTARD'  TO WS-MSG
              MOVE   WS-FS-AUT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> DIARIO COMUM DE MESTRES (VER V35)
           OPEN EXTEND MSTJRNL
           IF WS-FS-JRN = '35'
              OPEN OUTPUT MSTJRNL
           END-IF
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS-JRN  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS-JRN  FROM TIME

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

           PERFORM 013-CARREGAR-OPERTAB

           PERFORM 015-CARREGAR-CALENDARIO

           PERFORM 012-MARCAR-INDISPONIVEL

           PERFORM 021-ABRIR-CKPT
              MOVE WS-CTREJOPE-ANT TO WS-CTREJOPE
              MOVE WS-CTREJCUR-ANT TO WS-CTREJCUR
              MOVE WS-CTESPERA-ANT TO WS-CTESPERA
              MOVE WS-CTMATD-ANT   TO WS-CTMATD
              MOVE WS-CTREJMAT-ANT TO WS-CTREJMAT
              MOVE WS-CTREJPRQ-ANT TO WS-CTREJPRQ
              MOVE WS-CTREJPRZ-ANT TO WS-CTREJPRZ
           END-IF

           PERFORM 025-LER-SYSIN
           PERFORM 014-LER-OPERTAB
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CALENDARIO ACADEMICO DO SEMESTRE DA DATA
      *    DO CABECALHO DO LOTE (CGPRG152 - VER V32). SEMESTRE SEM
      *    CALENDARIO OU DATA ANTERIOR AO SEU INICIO USA O SEMESTRE
      *    ANTERIOR, DONO DAS NOTAS AINDA EM ABERTO; SEM NENHUM DOS
      *    DOIS, OS PRAZOS NAO SAO CONFERIDOS (AVISO NO SYSOUT)
      *--------------------------------------------------------------*
       015-CARREGAR-CALENDARIO.

           MOVE 'S'    TO  WS-FUNCAO-PZ
           MOVE WS-HDR-DATA-LOTE
                       TO  WS-DATA-PZ
           CALL 'CGPRG152' USING WS-PRAZPAR

           MOVE ZEROS  TO  WS-DT-INICIO-PZ
           MOVE ZEROS  TO  WS-PRAZO-NOTA-PZ
           MOVE ZEROS  TO  WS-PRAZO-REC-PZ
           MOVE ZEROS  TO  WS-DT-FECHA-PZ
           SET PZ-SEM-CALENDARIO  TO  TRUE
           MOVE WS-SEMESTRE-PZ  TO  WS-SEMESTRE-CL OF REG-CALACAD
           PERFORM 016-LER-CALACAD
           IF PZ-SEM-CALENDARIO
              OR WS-DATA-PZ < WS-DT-INICIO-PZ
              SET PZ-SEM-CALENDARIO  TO  TRUE
              MOVE WS-SEMESTRE-ANT-PZ
                                   TO  WS-SEMESTRE-CL OF REG-CALACAD
              PERFORM 016-LER-CALACAD
           END-IF

           IF PZ-COM-CALENDARIO
              MOVE WS-SEMESTRE-CL OF REG-CALACAD  TO  WS-SEMESTRE-PZ
              DISPLAY ' * CALENDARIO - SEMESTRE: ' WS-SEMESTRE-PZ
                      ' FECHAMENTO: ' WS-DT-FECHA-PZ
           ELSE
              DISPLAY ' * ATENCAO - SEM CALENDARIO ACADEMICO P/ '
                      WS-SEMESTRE-PZ ' - PRAZOS NAO CONFERIDOS'
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CALENDARIO DE UM SEMESTRE E LEVAR AS DATAS PARA A
      *    AREA DA REGRA DE PRAZOS
      *--------------------------------------------------------------*
       016-LER-CALACAD.

           READ CALACAD
           IF WS-FS-CAL = '00'
              SET PZ-COM-CALENDARIO  TO  TRUE
              MOVE WS-DT-INICIO-CL OF REG-CALACAD   TO  WS-DT-INICIO-PZ
              MOVE WS-PRAZO-NOTA-CL OF REG-CALACAD  TO  WS-PRAZO-NOTA-PZ
              MOVE WS-PRAZO-REC-CL OF REG-CALACAD   TO  WS-PRAZO-REC-PZ
              MOVE WS-DT-FECHA-CL OF REG-CALACAD    TO  WS-DT-FECHA-PZ
           ELSE
              IF WS-FS-CAL NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CALACAD'  TO WS-MSG
                 MOVE  WS-FS-CAL                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCAR O CADALU COMO EM ATUALIZACAO NO CADDISP, PARA QUE
      *    O ONLINE (CGPRG013/CGPRG019) RECUSE SERVICO DURANTE O
      *    LOTE (VER V21). O REGISTRO DE CONTROLE E CRIADO NA
           MOVE REG-CKPT-CTREJOPE TO WS-CTREJOPE-ANT
           MOVE REG-CKPT-CTREJCUR TO WS-CTREJCUR-ANT
           MOVE REG-CKPT-CTESPERA TO WS-CTESPERA-ANT
           MOVE REG-CKPT-CTMATD   TO WS-CTMATD-ANT
           MOVE REG-CKPT-CTREJMAT TO WS-CTREJMAT-ANT
           MOVE REG-CKPT-CTREJPRQ TO WS-CTREJPRQ-ANT
           MOVE REG-CKPT-CTREJPRZ TO WS-CTREJPRZ-ANT
           .
      *--------------------------------------------------------------*
      *    DESCARTAR CARTOES DE SYSIN JA APLICADOS EM EXECUCAO ANTERIOR
              GO TO 030-PROCESSAR-LER
           END-IF

      *-----> MATRICULA EM DISCIPLINA (VER V30)
           IF TRANS-DISCIPLINA
              PERFORM 035-MATRICULAR-DISC THRU 035-MATRICULAR-FIM
              GO TO 030-PROCESSAR-LER
           END-IF

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
           ELSE
                       PERFORM 028-REJEITAR-CPF
                    ELSE
                       IF TRANS-ALTERACAO
                          PERFORM 032-ALTERAR THRU 032-ALTERAR-FIM
                       ELSE
                          PERFORM 031-INCLUIR THRU 031-INCLUIR-FIM
                       END-IF
           MOVE WS-CTREJOPE  TO  REG-CKPT-CTREJOPE
           MOVE WS-CTREJCUR  TO  REG-CKPT-CTREJCUR
           MOVE WS-CTESPERA  TO  REG-CKPT-CTESPERA
           MOVE WS-CTMATD    TO  REG-CKPT-CTMATD
           MOVE WS-CTREJMAT  TO  REG-CKPT-CTREJMAT
           MOVE WS-CTREJPRQ  TO  REG-CKPT-CTREJPRQ
           MOVE WS-CTREJPRZ  TO  REG-CKPT-CTREJPRZ
           REWRITE REG-CKPT008
           IF WS-FS-CKP NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CKPT008'  TO WS-MSG
      *--------------------------------------------------------------*
       029-VALIDAR.

           IF WS-NOTA3-IN NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-IN
           END-IF
           IF WS-NOTA4-IN NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA4-IN
           END-IF

           SET NOTA-VALIDA     TO TRUE
           IF WS-NOTA1-IN  > 10  OR  WS-NOTA2-IN  > 10  OR
              WS-NOTA3-IN  > 10  OR  WS-NOTA4-IN  > 10  OR
              WS-NOTA-REC-IN  > 10
              SET NOTA-INVALIDA  TO TRUE
           END-IF
      *--------------------------------------------------------------*
       031-INCLUIR.

      *-----> CARTAO COM NOTA PASSA PELOS PRAZOS DO SEMESTRE (VER
      *       V32) ANTES DE OCUPAR VAGA OU MATRICULA DA FAIXA
           MOVE SPACE  TO  WS-TIPO-ALT-PZ
           IF WS-NOTA1-IN > ZEROS OR WS-NOTA2-IN > ZEROS
              OR WS-NOTA3-IN > ZEROS OR WS-NOTA4-IN > ZEROS
              MOVE 'N'  TO  WS-TIPO-ALT-PZ
           ELSE
              IF WS-NOTA-REC-IN > ZEROS
                 MOVE 'R'  TO  WS-TIPO-ALT-PZ
              END-IF
           END-IF
           IF WS-TIPO-ALT-PZ NOT = SPACE
              PERFORM 038-CONFERIR-PRAZO
              IF PZ-RECUSADO
                 PERFORM 028-REJEITAR-PRAZO
                 GO TO 031-INCLUIR-FIM
              END-IF
           END-IF

           PERFORM 036-CONFERIR-LOTACAO THRU 036-CONFERIR-FIM
           IF TURMA-CHEIA
              PERFORM 028-ENFILEIRAR-ESPERA
              END-IF
           END-IF

           MOVE WS-CURSO-IN      TO   WS-CURSO-CT OF REG-CURSOTAB
           PERFORM 037-CALCULAR-MEDIA
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
           MOVE WS-HDR-RUNID     TO   WS-RUNID-S OF WS-REG-CADALU
                                      OF WS-REG-CADALU
           MOVE ZEROS            TO   WS-DT-SIT-S OF WS-REG-CADALU
           MOVE SPACES           TO   WS-MOT-SIT-S OF WS-REG-CADALU
      *-----> UNIDADE DO CURSO, JA LIDO NO CURSOTAB (VER V34)
           IF WS-UNIDADE-CT OF REG-CURSOTAB = SPACE
              MOVE '1'           TO   WS-UNIDADE-S OF WS-REG-CADALU
           ELSE
              MOVE WS-UNIDADE-CT OF REG-CURSOTAB
                                 TO   WS-UNIDADE-S OF WS-REG-CADALU
           END-IF
           WRITE REG-CADALU   FROM  WS-REG-CADALU
           IF  WS-FS-ALU  =  '22'
               PERFORM 028-REJEITAR-DUPL
      *    CONFERIR A LOTACAO DA TURMA DO CARTAO DE INCLUSAO: A
      *    OCUPACAO E CONTADA NO PROPRIO CADALU, DENTRO DA FAIXA DE
      *    MATRICULAS DO CURSO/PERIODO NO FAIXNUM (EXATA MESMO
      *    DEPOIS DE EXCLUSOES BATCH OU ONLINE), SO COM OS ALUNOS DA
      *    UNIDADE DA TURMA (VER V34). CURSO SEM FAIXA OU
      *    CAPACIDADE ZERADA = SEM CONTROLE (VER V26)
      *--------------------------------------------------------------*
       036-CONFERIR-LOTACAO.
              GO TO 036-CONFERIR-FIM
           END-IF

           IF WS-UNIDADE-X OF REG-FAIXNUM = SPACE
              MOVE '1'  TO  WS-UNID-TURMA
           ELSE
              MOVE WS-UNIDADE-X OF REG-FAIXNUM  TO  WS-UNID-TURMA
           END-IF

           PERFORM 037-CONTAR-OCUPACAO THRU 037-CONTAR-FIM

           IF WS-OCUPACAO NOT < WS-CAPACIDADE-X OF REG-FAIXNUM
       037-CONTAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM ALUNO DA FAIXA E CONTA-LO SE FOR DO CURSO E DA
      *    UNIDADE DA TURMA
      *--------------------------------------------------------------*
       038-LER-OCUPACAO.

           READ CADALU NEXT RECORD
           IF WS-FS-ALU = '10'
              MOVE 99999  TO  WS-MAT-SCAN
           ELSE
              IF WS-FS-ALU NOT = '00'
                 MOVE 'ERRO NA LEITURA DA OCUPACAO'  TO WS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-MAT-SCAN
                 IF WS-UNIDADE-S OF REG-CADALU = SPACE
                    MOVE '1'  TO  WS-UNID-SCAN
                 ELSE
                    MOVE WS-UNIDADE-S OF REG-CADALU  TO  WS-UNID-SCAN
                 END-IF
                 IF WS-MAT-SCAN NOT >
                    WS-FAIXA-FIM-X OF REG-FAIXNUM
                    AND WS-CURSO-S OF REG-CADALU = WS-CURSO-IN
                    AND WS-UNID-SCAN = WS-UNID-TURMA
                    ADD 1  TO  WS-OCUPACAO
                 END-IF
              END-IF
           DISPLAY ' *** TURMA CHEIA - CARTAO NA LISTA DE ESPERA ***'
           DISPLAY ' * NOME      : ' WS-NOME-IN
           DISPLAY ' * CURSO     : ' WS-CURSO-IN
           DISPLAY ' * UNIDADE   : ' WS-UNID-TURMA
           DISPLAY ' * OCUPACAO  : ' WS-OCUPACAO ' / CAPACIDADE '
                   WS-CAPACIDADE-X OF REG-FAIXNUM

           MOVE WS-HDR-RUNID            TO  WS-RUNID-WL
           MOVE WS-HDR-DATA-LOTE        TO  WS-DATA-WL
           MOVE WS-REG-SYSIN            TO  WS-CARTAO-WL
           MOVE WS-UNID-TURMA           TO  WS-UNIDADE-WL

           WRITE REG-WAITLST
           IF WS-FS-WLS  NOT = '00'
                 MOVE  WS-FS-ALU                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
      *-----> NOTA QUE MUDA PASSA PELOS PRAZOS DO SEMESTRE (VER V32)
                 PERFORM 039-TIPO-ALTERACAO
                 IF WS-TIPO-ALT-PZ NOT = SPACE
                    PERFORM 038-CONFERIR-PRAZO
                    IF PZ-RECUSADO
                       PERFORM 028-REJEITAR-PRAZO
                       GO TO 032-ALTERAR-FIM
                    END-IF
                 END-IF
                 MOVE WS-NOTA1-IN      TO   WS-NOTA1-S OF REG-CADALU
                 MOVE WS-NOTA2-IN      TO   WS-NOTA2-S OF REG-CADALU
                 MOVE WS-NOTA3-IN      TO   WS-NOTA3-S OF REG-CADALU
                 MOVE WS-NOTA4-IN      TO   WS-NOTA4-S OF REG-CADALU
                 MOVE WS-NOTA-REC-IN   TO   WS-NOTA-REC-S OF REG-CADALU
                 MOVE WS-CURSO-S OF REG-CADALU
                                       TO   WS-CURSO-CT OF REG-CURSOTAB
                 PERFORM 037-CALCULAR-MEDIA
                 MOVE WS-MEDIA         TO   WS-MEDIA-S OF REG-CADALU
                 MOVE WS-HDR-RUNID     TO   WS-RUNID-S OF REG-CADALU
                 MOVE WS-HDR-DATA-LOTE TO   WS-DTLOTE-S OF REG-CADALU
              END-IF
           END-IF
           .
       032-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MEDIA DAS NOTAS DO CARTAO PELA REGRA DE AVALIACAO DO CURSO
      *    JA MOVIDO PARA A CHAVE DO CURSOTAB (CGPRG150 - VER V31 -
      *    NA ALTERACAO, O CURSO GRAVADO DO ALUNO). CURSO FORA
      *    DO CATALOGO (ALUNO ANTERIOR AO CURSOTAB) LEVA A REGRA
      *    PADRAO, A MESMA (NOTA1+NOTA2)/2 DE ANTES
      *--------------------------------------------------------------*
       037-CALCULAR-MEDIA.

           READ CURSOTAB
           IF WS-FS-CUR = '23'
              MOVE SPACES  TO  WS-REGRA-AV
           ELSE
              IF WS-FS-CUR NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE WS-REGRA-AVAL-CT OF REG-CURSOTAB
                                    TO  WS-REGRA-AV
              END-IF
           END-IF

           MOVE 'C'             TO  WS-FUNCAO-AV
           MOVE WS-NOTA1-IN     TO  WS-NOTA-AV (1)
           MOVE WS-NOTA2-IN     TO  WS-NOTA-AV (2)
           MOVE WS-NOTA3-IN     TO  WS-NOTA-AV (3)
           MOVE WS-NOTA4-IN     TO  WS-NOTA-AV (4)
           MOVE WS-NOTA-REC-IN  TO  WS-NOTA-REC-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           MOVE WS-MEDIA-AV     TO  WS-MEDIA
           .
      *--------------------------------------------------------------*
      *    CONFERIR O LANCAMENTO (WS-TIPO-ALT-PZ JA MONTADO) CONTRA
      *    OS PRAZOS DO CALENDARIO E A AUTORIZACAO TARDIA DO ALUNO NO
      *    SEMESTRE (CGPRG152 - VER V32). VEREDITO EM WS-VEREDITO-PZ;
      *    RECUSA COM O MOTIVO 'PRZ'/'FEC' EM WS-MOTIVO-PZ
      *--------------------------------------------------------------*
       038-CONFERIR-PRAZO.

           MOVE 'L'     TO  WS-VEREDITO-PZ
           MOVE SPACES  TO  WS-MOTIVO-PZ

           IF PZ-COM-CALENDARIO
              MOVE WS-NUMERO-IN
                                  TO  WS-NUMERO-LT OF REG-AUTTARD
              MOVE WS-SEMESTRE-PZ TO  WS-SEMESTRE-LT OF REG-AUTTARD
              READ AUTTARD
              IF WS-FS-AUT = '00'
                 MOVE WS-SIT-LT OF REG-AUTTARD  TO  WS-SIT-AUT-PZ
                 MOVE WS-DT-LIMITE-LT OF REG-AUTTARD
                                                TO  WS-DT-LIMITE-PZ
              ELSE
                 IF WS-FS-AUT NOT = '23'
                    MOVE 'ERRO NA LEITURA DO AUTTARD'  TO WS-MSG
                    MOVE  WS-FS-AUT                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 MOVE SPACE  TO  WS-SIT-AUT-PZ
                 MOVE ZEROS  TO  WS-DT-LIMITE-PZ
              END-IF

              MOVE 'V'  TO  WS-FUNCAO-PZ
              CALL 'CGPRG152' USING WS-PRAZPAR

              IF PZ-LIBERADO-AUT
                 ADD 1  TO  WS-CTTARDIA
                 DISPLAY ' * NOTA FORA DO PRAZO LIBERADA POR '
                         'AUTORIZACAO TARDIA - MATRICULA '
                         WS-NUMERO-LT OF REG-AUTTARD
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    O QUE O CARTAO DE ALTERACAO MUDA NO ALUNO JA LIDO (VER
      *    V32): 'N' = ALGUMA NOTA REGULAR, 'R' = SO A RECUPERACAO,
      *    ESPACO = NENHUMA NOTA (NAO HA PRAZO A CONFERIR). 3A/4A
      *    NOTAS DE REGISTRO ANTIGO (ESPACOS) VALEM ZERO
      *--------------------------------------------------------------*
       039-TIPO-ALTERACAO.

           MOVE SPACE  TO  WS-TIPO-ALT-PZ

           IF WS-NOTA1-IN NOT = WS-NOTA1-S OF REG-CADALU
              OR WS-NOTA2-IN NOT = WS-NOTA2-S OF REG-CADALU
              MOVE 'N'  TO  WS-TIPO-ALT-PZ
           END-IF
           IF WS-NOTA3-S OF REG-CADALU NUMERIC
              IF WS-NOTA3-IN NOT = WS-NOTA3-S OF REG-CADALU
                 MOVE 'N'  TO  WS-TIPO-ALT-PZ
              END-IF
           ELSE
              IF WS-NOTA3-IN NOT = ZEROS
                 MOVE 'N'  TO  WS-TIPO-ALT-PZ
              END-IF
           END-IF
           IF WS-NOTA4-S OF REG-CADALU NUMERIC
              IF WS-NOTA4-IN NOT = WS-NOTA4-S OF REG-CADALU
                 MOVE 'N'  TO  WS-TIPO-ALT-PZ
              END-IF
           ELSE
              IF WS-NOTA4-IN NOT = ZEROS
                 MOVE 'N'  TO  WS-TIPO-ALT-PZ
              END-IF
           END-IF

           IF WS-TIPO-ALT-PZ = SPACE
              AND WS-NOTA-REC-IN NOT = WS-NOTA-REC-S OF REG-CADALU
              MOVE 'R'  TO  WS-TIPO-ALT-PZ
           END-IF
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO QUE LANCA/ALTERA NOTA FORA DO PRAZO DO
      *    SEMESTRE ('PRZ') OU COM O SEMESTRE FECHADO ('FEC') E SEM
      *    AUTORIZACAO TARDIA (VER V32)
      *--------------------------------------------------------------*
       028-REJEITAR-PRAZO.

           ADD 1 TO WS-CTREJPRZ

           DISPLAY ' *** REGISTRO REJEITADO - PRAZO DE NOTA ENCERRADO *'
           DISPLAY ' * MATRICULA : ' WS-NUMERO-IN
           DISPLAY ' * SEMESTRE  : ' WS-SEMESTRE-PZ
           DISPLAY ' * MOTIVO    : ' WS-MOTIVO-PZ

           MOVE WS-MOTIVO-PZ  TO  WS-MOTIVO-REJ
           PERFORM 028-GRAVAR-REJEITO
           .
      *--------------------------------------------------------------*
      *    EXCLUIR UM ALUNO DO CADALU
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    MATRICULAR UM ALUNO DO CADALU EM UMA DISCIPLINA (VER V30):
      *    A DISCIPLINA TEM DE ESTAR NA MATRIZ DO CURSO DO ALUNO E
      *    CADA PRE-REQUISITO DELA TEM DE CONSTAR DO DISCAPR. O
      *    REGISTRO DO NOTADISC NASCE COM AS NOTAS E A FREQUENCIA
      *    ZERADAS, NO PERIODO DO LOTE - O LANCAMENTO E O CGPRG141
      *--------------------------------------------------------------*
       035-MATRICULAR-DISC.

           IF WS-DISC-IN = SPACES
              PERFORM 028-REJEITAR-NOME
              GO TO 035-MATRICULAR-FIM
           END-IF

           MOVE WS-NUMERO-IN    TO   WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              PERFORM 028-REJEITAR-NENC
              GO TO 035-MATRICULAR-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA P/DISCIPLINA'  TO WS-MSG
              MOVE  WS-FS-ALU                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-CURSO-S OF REG-CADALU  TO  WS-CURSO-MC OF REG-MATRCUR
           MOVE WS-DISC-IN                TO  WS-DISC-MC OF REG-MATRCUR
           READ MATRCUR
           IF WS-FS-MTC = '23'
              PERFORM 028-REJEITAR-MATRIZ
              GO TO 035-MATRICULAR-FIM
           END-IF
           IF WS-FS-MTC NOT = '00'
              MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
              MOVE  WS-FS-MTC                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           SET PREREQ-CUMPRIDO  TO  TRUE
           MOVE 1  TO  WS-PRQ-SUB
           PERFORM 035-CONFERIR-PREREQ
               UNTIL WS-PRQ-SUB > 3 OR PREREQ-PENDENTE
           IF PREREQ-PENDENTE
              PERFORM 028-REJEITAR-PREREQ
              GO TO 035-MATRICULAR-FIM
           END-IF

           MOVE SPACES           TO  REG-NOTADISC
           MOVE WS-NUMERO-IN     TO  WS-NUMERO-ND OF REG-NOTADISC
           MOVE WS-DISC-IN       TO  WS-DISC-ND OF REG-NOTADISC
           MOVE WS-HDR-DATA-LOTE (1:6)
                                 TO  WS-PERIODO-ND OF REG-NOTADISC
           MOVE ZEROS            TO  WS-NOTA1-ND OF REG-NOTADISC
                                     WS-NOTA2-ND OF REG-NOTADISC
                                     WS-NOTA3-ND OF REG-NOTADISC
                                     WS-NOTA4-ND OF REG-NOTADISC
                                     WS-MEDIA-ND OF REG-NOTADISC
                                     WS-NOTA-REC-ND OF REG-NOTADISC
                                     WS-QTD-AULAS-ND OF REG-NOTADISC
                                     WS-QTD-PRES-ND OF REG-NOTADISC
                                     WS-PORC-FREQ-ND OF REG-NOTADISC
           MOVE WS-HDR-RUNID     TO  WS-RUNID-ND OF REG-NOTADISC
           MOVE WS-HDR-DATA-LOTE TO  WS-DTLOTE-ND OF REG-NOTADISC
           MOVE WS-OPER-IN       TO  WS-OPERID-ND OF REG-NOTADISC

           WRITE REG-NOTADISC
           IF WS-FS-NDI = '22'
              PERFORM 028-REJEITAR-DUPL
           ELSE
              IF WS-FS-NDI NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO NOTADISC'  TO WS-MSG
                 MOVE  WS-FS-NDI                      TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTMATD
                 DISPLAY 'MATRICULADO: ' WS-NUMERO-IN
                         ' NA DISCIPLINA ' WS-DISC-IN
                 PERFORM 050-JORNALIZAR
              END-IF
           END-IF
           .
       035-MATRICULAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR A MATRICULA NA DISCIPLINA NO DIARIO COMUM DE
      *    MESTRES (MSTJRNL) - CHAVE MATRICULA+DISCIPLINA, SO A
      *    IMAGEM DEPOIS (VER V35)
      *--------------------------------------------------------------*
       050-JORNALIZAR.

           MOVE 'NOTADISC'        TO  WS-ARQ-MJ
           MOVE 'W'               TO  WS-OP-MJ
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-NUMERO-IN      TO  WS-CHAVE-JRN-MAT
           MOVE WS-CHAVE-JRN-MAT  TO  WS-CHAVE-MJ (1:5)
           MOVE WS-DISC-IN        TO  WS-CHAVE-MJ (6:8)
           MOVE SPACES            TO  WS-OPER-MJ
           MOVE WS-OPER-IN        TO  WS-OPER-MJ
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           MOVE SPACES            TO  WS-ANTES-MJ
           MOVE SPACES            TO  WS-DEPOIS-MJ
           MOVE REG-NOTADISC      TO  WS-DEPOIS-MJ

           WRITE REG-MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MSTJRNL'  TO WS-MSG
              MOVE  WS-FS-JRN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR UM PRE-REQUISITO DA DISCIPLINA NO DISCAPR
      *--------------------------------------------------------------*
       035-CONFERIR-PREREQ.

           IF WS-PREREQ-MC OF REG-MATRCUR (WS-PRQ-SUB) NOT = SPACES
              MOVE WS-NUMERO-IN  TO  WS-NUMERO-DA OF REG-DISCAPR
              MOVE WS-PREREQ-MC OF REG-MATRCUR (WS-PRQ-SUB)
                                 TO  WS-DISC-DA OF REG-DISCAPR
              READ DISCAPR
              IF WS-FS-DAP = '23'
                 SET PREREQ-PENDENTE  TO  TRUE
                 MOVE WS-PREREQ-MC OF REG-MATRCUR (WS-PRQ-SUB)
                                 TO  WS-PRQ-FALTA
              ELSE
                 IF WS-FS-DAP NOT = '00'
                    MOVE 'ERRO NA LEITURA DO DISCAPR'  TO WS-MSG
                    MOVE  WS-FS-DAP                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-PRQ-SUB
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO 'D' DE DISCIPLINA FORA DA MATRIZ DO CURSO
      *    DO ALUNO (VER V30)
      *--------------------------------------------------------------*
       028-REJEITAR-MATRIZ.

           ADD 1 TO WS-CTREJMAT

           DISPLAY ' *** REGISTRO REJEITADO - DISCIPLINA FORA DA MATRIZ'
           DISPLAY ' * MATRICULA : ' WS-NUMERO-IN
           DISPLAY ' * CURSO     : ' WS-CURSO-S OF REG-CADALU
           DISPLAY ' * DISCIPLINA: ' WS-DISC-IN

           MOVE 'MAT'  TO  WS-MOTIVO-REJ
           PERFORM 028-GRAVAR-REJEITO
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO 'D' COM PRE-REQUISITO NUNCA APROVADO
      *    (VER V30)
      *--------------------------------------------------------------*
       028-REJEITAR-PREREQ.

           ADD 1 TO WS-CTREJPRQ

           DISPLAY ' *** REGISTRO REJEITADO - PRE-REQUISITO PENDENTE **'
           DISPLAY ' * MATRICULA : ' WS-NUMERO-IN
           DISPLAY ' * DISCIPLINA: ' WS-DISC-IN
           DISPLAY ' * PRE-REQ.  : ' WS-PRQ-FALTA

           MOVE 'PRQ'  TO  WS-MOTIVO-REJ
           PERFORM 028-GRAVAR-REJEITO
           .
      *--------------------------------------------------------------*
      *    EXTRAIR O CADALU INTEIRO (JA ATUALIZADO PELO LOTE) PARA O
      *    HISTALU, UMA NOVA GERACAO DO GDG DE HISTORICO POR LOTE
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXTRAIR O NOTADISC INTEIRO PARA O HISTDISC, GERACAO DO
      *    GDG IRMA DA DO HISTALU, LIDA PELO CGPRG143 NA APURACAO
      *    DAS DISCIPLINAS APROVADAS (VER V30)
      *--------------------------------------------------------------*
       082-GERAR-HIST-DISC.

           OPEN OUTPUT HISTDISC
           IF WS-FS-HSD  NOT = '00'
              MOVE  'ERRO AO ABRIR O HISTDISC'  TO WS-MSG
              MOVE   WS-FS-HSD                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE LOW-VALUES  TO  WS-CHAVE-ND OF REG-NOTADISC
           START NOTADISC KEY IS NOT LESS THAN
                 WS-CHAVE-ND OF REG-NOTADISC
           IF WS-FS-NDI = '00'
              PERFORM 083-COPIAR-HIST-DISC  UNTIL  WS-FS-NDI = '10'
           ELSE
              IF WS-FS-NDI  NOT = '23'
                 MOVE  'ERRO NO START P/HISTDISC'  TO WS-MSG
                 MOVE   WS-FS-NDI                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE HISTDISC
           IF WS-FS-HSD  NOT = '00'
              MOVE  'ERRO AO FECHAR O HISTDISC'  TO WS-MSG
              MOVE   WS-FS-HSD                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    COPIAR UM REGISTRO DO NOTADISC PARA A GERACAO DO HISTDISC
      *--------------------------------------------------------------*
       083-COPIAR-HIST-DISC.

           READ NOTADISC NEXT RECORD

           IF WS-FS-NDI  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA P/HISTDISC'  TO WS-MSG
              MOVE   WS-FS-NDI                    TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-NDI = '00'
                 WRITE REG-HISTDISC  FROM  REG-NOTADISC
                 IF WS-FS-HSD  NOT = '00'
                    MOVE  'ERRO NA GRAVACAO DO HISTDISC'  TO WS-MSG
                    MOVE   WS-FS-HSD                      TO WS-FS-MSG
                    GO TO  999-ERRO
                 ELSE
                    ADD 1  TO  WS-CTHISTD
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 080-GERAR-HISTORICO

           PERFORM 082-GERAR-HIST-DISC

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG008        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS REJEITADOS (OPER) = ' WS-CTREJOPE
           DISPLAY ' * REGISTROS REJEITADOS (CURSO)= ' WS-CTREJCUR
           DISPLAY ' * CARTOES EM LISTA DE ESPERA  = ' WS-CTESPERA
           DISPLAY ' * MATRICULAS EM DISCIPLINA    = ' WS-CTMATD
           DISPLAY ' * REGISTROS REJEITADOS (MATRZ)= ' WS-CTREJMAT
           DISPLAY ' * REGISTROS REJEITADOS (PREREQ)=' WS-CTREJPRQ
           DISPLAY ' * REGISTROS REJEITADOS (PRAZO)= ' WS-CTREJPRZ
           DISPLAY ' * LIBERADOS POR AUTORIZ. TARDIA=' WS-CTTARDIA
           DISPLAY ' * REJEITOS GRAVADOS - REJFILE = ' WS-CTGRAVREJ
           DISPLAY ' * ALUNOS EXTRAIDOS   - HISTALU= ' WS-CTHIST
           DISPLAY ' * DISCIPLINAS EXTRAIDAS-HISTDISC=' WS-CTHISTD
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
                   + WS-CTREJ + WS-CTDUP + WS-CTREJNOM + WS-CTREJNE
                   + WS-CTREJFX + WS-CTREJCPF + WS-CTREJOPE
                   + WS-CTREJCUR + WS-CTESPERA
                   + WS-CTMATD + WS-CTREJMAT + WS-CTREJPRQ
                   + WS-CTREJPRZ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTADISC
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO FECHAR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DISCAPR
           IF WS-FS-DAP  NOT = '00'
              MOVE  'ERRO AO FECHAR O DISCAPR'  TO WS-MSG
              MOVE   WS-FS-DAP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CALACAD
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O CALACAD'  TO WS-MSG
              MOVE   WS-FS-CAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  AUTTARD
           IF WS-FS-AUT  NOT = '00'
              MOVE  'ERRO AO FECHAR O AUTTARD'  TO WS-MSG
              MOVE   WS-FS-AUT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 088-MARCAR-DISPONIVEL

           DISPLAY ' *----------------------------------------*'
           MOVE WS-HDR-RUNID      TO  WS-RUNID-RS
           MOVE WS-CTLIDO         TO  WS-LIDOS-RS
           COMPUTE WS-GRAV-RS = WS-CTGRAV + WS-CTALT
                   + WS-CTEXC + WS-CTMATD
           COMPUTE WS-REJ-RS = WS-CTREJ + WS-CTDUP
                   + WS-CTREJNOM + WS-CTREJNE + WS-CTREJFX
                   + WS-CTREJCPF + WS-CTREJOPE + WS-CTREJCUR
                   + WS-CTESPERA + WS-CTREJMAT + WS-CTREJPRQ
                   + WS-CTREJPRZ

           WRITE REG-RUNSTAT
           IF WS-FS-RST  NOT = '00'
