      *                          010-INICIAR PARA A CONSULTA DO
      *                          TITULO; CODIGO FORA DO CATALOGO
      *                          SAI COMO DIGITADO
      *  V23    OUT/2026 010184  AVALIACAO POR DISCIPLINA: PARA CADA
      *                          ALUNO O PROGRAMA LE AS DISCIPLINAS
      *                          DO NOTADISC (KSDS MATRICULA+
      *                          DISCIPLINA, MANTIDO PELO CGPRG141 -
      *                          COPY NOTADISC) E AVALIA CADA UMA EM
      *                          SEPARADO (RECUPERACAO, FREQUENCIA
      *                          MINIMA DE 75% E MEDIA 7 PROPRIAS),
      *                          IMPRIMINDO UMA LINHA POR DISCIPLINA
      *                          SOB A LINHA DO ALUNO. O RESULTADO DO
      *                          SEMESTRE DO ALUNO PASSA A SER
      *                          DERIVADO DELAS: APROVADO SO COM
      *                          TODAS AS DISCIPLINAS APROVADAS,
      *                          REP.FALTA QUANDO TODAS AS
      *                          REPROVACOES FOREM POR FALTA E
      *                          REPROVADO NOS DEMAIS CASOS, COM O
      *                          CONCEITO 'REPR.nnDISC' (QTDE DE
      *                          DISCIPLINAS REPROVADAS); A MEDIA DO
      *                          ALUNO E A MEDIA DAS MEDIAS FINAIS
      *                          DAS DISCIPLINAS. ALUNO SEM REGISTRO
      *                          NO NOTADISC CONTINUA AVALIADO PELAS
      *                          NOTAS DO CADALU E PELO FREQALU. O
      *                          CSVALU CONTINUA COM UMA LINHA POR
      *                          ALUNO E O MODO DE SIMULACAO NAO FOI
      *                          ALTERADO
      *  V24    OUT/2026 010189  MEDIA FINAL E SITUACAO PELA REGRA DE
      *                          AVALIACAO DO CURSO DO ALUNO
      *                          (CURSOTAB), APLICADA PELO CGPRG150
      *                          (029-JULGAR-MEDIA) NO ALUNO, EM CADA
      *                          DISCIPLINA E NA SIMULACAO; O CORTE
      *                          DE APROVACAO E O DE RECUPERACAO DO
      *                          CURSO SUBSTITUEM OS 7 E 5 FIXOS NO
      *                          JULGAMENTO E NO CONCEITO. O CURSOTAB
      *                          PASSA A FICAR ABERTO A EXECUCAO
      *                          INTEIRA
      *  V25    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): WS-NUMERO-E,
      *                          CHECKPOINT (CKPT009 DE 14 P/ 15 BYTES
      *                          - NAO REINICIAR COM CHECKPOINT
      *                          GRAVADO ANTES DA CONVERSAO) E LINHAS
      *                          DO RELALU/SIMALU, QUE MANTEM A
      *                          LARGURA TOMANDO O BYTE DO ESPACO
      *                          SEGUINTE
      *  V26    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): COLUNA U
      *                          (UNIDADE DO ALUNO, ESPACO = SEDE) NA
      *                          LINHA DO RELALU E RODAPE QUEBRADO POR
      *                          UNIDADE (TOTAIS POR UNIDADE DA
      *                          UNIDTAB, COM A MEDIA DE CADA UMA)
      *                          ANTES DO TOTAL CONSOLIDADO. O RELALU
      *                          SEGUE NA ORDEM DE MATRICULA POR CAUSA
      *                          DO RESTART PELA CHAVE DO CADALU; UM
      *                          CURSO PERTENCE A UMA SO UNIDADE,
      *                          ENTAO O FILTRO DE CURSO DO CARTAO JA
      *                          DA O RELALU DE UMA UNIDADE
      *  V27    OUT/2026 010234  ALUNO COM MAIS DE 15 DISCIPLINAS NO
      *                          NOTADISC ABORTA PELA 999-ERRO EM VEZ
      *                          DE TER AS EXCEDENTES IGNORADAS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-NUMERO-F OF REG-FREQALU
                  FILE STATUS   IS WS-FS-FRQ
           .
      *-----> NOTAS POR DISCIPLINA (GRAVADO PELO CGPRG141 - VER V23)
           SELECT NOTADISC ASSIGN TO NOTADISJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-ND OF REG-NOTADISC
                  FILE STATUS   IS WS-FS-NDI
           .
           SELECT CKPT009 ASSIGN TO CKPT009J
                  ORGANIZATION  IS RELATIVE
                  ACCESS MODE   IS DYNAMIC
           .
       01  REG-FREQALU.
           COPY FREQALUC.
      *-----> NOTAS POR DISCIPLINA (VER COPY NOTADISC E V23)
       FD  NOTADISC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTADISC.
           COPY NOTADISC.
      *-----> PONTO DE CHECKPOINT/RESTART DO RELALU/CSVALU
       FD  CKPT009
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CKPT009.
           05  REG-CKPT-NUMERO      PIC 9(05).
           05  REG-CKPT-PAG         PIC 9(02).
           05  REG-CKPT-CTLIDO      PIC 9(02).
           05  REG-CKPT-CTFILT      PIC 9(02).
           COPY RUNSTATC.
      *-----> CALENDARIO DE PROCESSAMENTO (VER V21)
      *-----> CATALOGO DE CURSOS - NOME OFICIAL DO CABECALHO
      *       (VER V22) E REGRA DE AVALIACAO DO CURSO (VER V24)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           05  WS-FS-MSG              PIC X(02).
           05  WS-FS-RST              PIC X(02).
           05  WS-MEDIA-MIN-IN        PIC 9(02)V99 VALUE ZEROS.
           05  WS-FS-FRQ              PIC X(02).
           05  WS-PORC-FREQ-E         PIC 9(03)V99 VALUE ZEROS.
           05  WS-SW-FALTA            PIC X(01).
               88 REPROVADO-POR-FALTA     VALUE 'S'.
               88 FREQUENCIA-OK           VALUE 'N'.
           05  WS-FS-SIM              PIC X(02).
           05  WS-FS-NDI              PIC X(02).
           05  WS-CTDISC              PIC 9(04)  VALUE ZEROS.

      *-----> DISCIPLINAS DO ALUNO CORRENTE LIDAS DO NOTADISC, JA
      *       AVALIADAS, PARA IMPRESSAO SOB A LINHA DO ALUNO (VER V23)
       01  WS-AREA-DISC.
           05  WS-QTD-DISC            PIC 9(02)    VALUE ZEROS.
           05  WS-DISC-SUB            PIC 9(02)    VALUE ZEROS.
           05  WS-QTD-DISC-REPR       PIC 9(02)    VALUE ZEROS.
           05  WS-QTD-DISC-FALTA      PIC 9(02)    VALUE ZEROS.
           05  WS-QTD-DISC-NAOAPR     PIC 9(02)    VALUE ZEROS.
           05  WS-SOMA-MEDIA-DISC     PIC 9(04)V99 VALUE ZEROS.
           05  WS-MEDIA-DISC          PIC 9(02)V99 VALUE ZEROS.

       01  WS-TAB-DISC.
           05  WS-DISC-OCOR           OCCURS 15 TIMES.
               10  WS-TD-DISC         PIC X(08).
               10  WS-TD-NOTA1        PIC 9(02)V99.
               10  WS-TD-NOTA2        PIC 9(02)V99.
               10  WS-TD-MEDIA        PIC 9(02)V99.
               10  WS-TD-FREQ         PIC 9(03)V99.
               10  WS-TD-AVAL         PIC X(09).

      *-----> CARTAO DE SIMULACAO (3O CARTAO DA SYSIN - VER V19):
      *       MODO 'S' LIGA A SIMULACAO; CORTE ALTERNATIVO DE

       01  WS-REG-SIMREL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-SR        PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-SR          PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MEDATU-SR        PIC Z9,99.
      *-----> CONTROLE DE CHECKPOINT/RESTART DO RELALU/CSVALU
       01  WS-AREA-CKPT.
           05  WS-CKPT-KEY            PIC 9(02)     VALUE 1.
           05  WS-NUMERO-ANT          PIC 9(05)     VALUE ZEROS.
           05  WS-PAG-ANT             PIC 9(02)     VALUE ZEROS.
           05  WS-CTLIDO-ANT          PIC 9(02)     VALUE ZEROS.
           05  WS-CTFILT-ANT          PIC 9(02)     VALUE ZEROS.

      *-----> DADOS DE ENTRADA - CADASTRO DE ALUNOS
       01  WS-REG-CADALU.
           05 WS-NUMERO-E         PIC 9(05)      COMP-3.
           05 WS-NOME-E           PIC X(20).
           05 WS-SEXO-E           PIC X(01).
           05 WS-IDADE-E          PIC 9(02)      COMP-3.
           05 WS-NOTA2-E          PIC 9(02)V99   COMP-3.
           05 WS-MEDIA-E          PIC 9(02)V99   COMP-3.
           05 WS-NOTA-REC-E       PIC 9(02)V99   COMP-3.
           05 FILLER              PIC X(33).
      *-----> UNIDADE (CAMPUS) DO ALUNO, ULTIMO BYTE DO CADALUC -
      *       ESPACO = SEDE (VER V26)
           05 WS-UNIDADE-E        PIC X(01).

      *-----> TABELA DAS UNIDADES (NOME NOS TOTAIS POR UNIDADE)
           COPY UNIDTAB.

      *-----> TOTAIS POR UNIDADE (QUEBRA DO RODAPE - VER V26), NA
      *       ORDEM DA TABELA UNIDTAB
       01  WS-TOTAIS-UNID                         VALUE ZEROS.
           05  WS-TU-OCOR             OCCURS 9 TIMES.
               10  WS-TU-QTD          PIC 9(04).
               10  WS-TU-APROV        PIC 9(04).
               10  WS-TU-REPROV       PIC 9(04).
               10  WS-TU-REPFALTA     PIC 9(04).
               10  WS-TU-SOMA         PIC 9(06)V99.
       01  WS-AREA-UNID.
           05  WS-UNID-ALU            PIC X(01).
           05  WS-UNID-SUB            PIC 9(02).
           05  WS-TU-MEDIA            PIC 9(02)V99.

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.
           05 FILLER                PIC X(04) VALUE 'NOME'.
           05 FILLER                PIC X(19) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'CURSO'.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE 'U'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'NOTA1   '.
           05 FILLER                PIC X(08) VALUE 'NOTA2   '.
           05 FILLER                PIC X(08) VALUE 'MEDIA   '.
           05 FILLER                PIC X(11) VALUE 'CONCEITO'.
           05 FILLER                PIC X(01) VALUE SPACES.

      *-----> LINHA DE DISCIPLINA, IMPRESSA SOB A LINHA DO ALUNO
      *       (VER V23)
       01  WS-REG-RELDISC.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'DISC. '.
           05 WS-DISC-RD          PIC X(08).
           05 FILLER              PIC X(09) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'FREQ '.
           05 WS-FREQ-RD          PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-NOTA1-RD         PIC Z9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-NOTA2-RD         PIC Z9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-MEDIA-RD         PIC Z9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-AVALIACAO-RD     PIC X(09).
           05 FILLER              PIC X(15) VALUE SPACES.

       01  WS-REG-RELALU.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UNID-R           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOTA1-R          PIC Z9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-NOTA2-R          PIC Z9,99.
           05 WS-QTD-REPFALTA-T PIC ZZ9.
           05 FILLER           PIC X(55) VALUE SPACES.

      *-----> TITULOS DOS BLOCOS DO RODAPE (VER V26)
       01  WS-REG-TIT-TOT.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-TIT-TOT       PIC X(30).
           05 FILLER           PIC X(62) VALUE SPACES.

      *-----> LINHA DE TOTAIS DE UMA UNIDADE (VER V26)
       01  WS-REG-UNIDADE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE 'UNIDADE '.
           05 WS-UNID-COD-T    PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-UNID-NOME-T   PIC X(20).
           05 FILLER           PIC X(08) VALUE ' ALUNOS:'.
           05 WS-TU-QTD-T      PIC ZZZ9.
           05 FILLER           PIC X(08) VALUE ' APROV.:'.
           05 WS-TU-APROV-T    PIC ZZZ9.
           05 FILLER           PIC X(09) VALUE ' REPROV.:'.
           05 WS-TU-REPROV-T   PIC ZZZ9.
           05 FILLER           PIC X(08) VALUE ' FALTA: '.
           05 WS-TU-REPFALTA-T PIC ZZZ9.
           05 FILLER           PIC X(08) VALUE ' MEDIA: '.
           05 WS-TU-MEDIA-T    PIC Z9,99.

      *-----> LINHA DE RODAPE DA PAGINA NO RELALU
       01  WS-REG-RODAPE-PAG.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-QTD-REPROV-PAG-T PIC ZZ9.
           05 FILLER              PIC X(10) VALUE SPACES.

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V24)
       01  WS-AVALPAR.
           COPY AVALPARC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

           ACCEPT WS-REG-SIM       FROM  SYSIN
           ACCEPT WS-REG-CAL       FROM  SYSIN
           MOVE   WS-PARM-FILTRO   TO    WS-CURSO-CAB

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-FILTRO NOT = SPACES
              PERFORM 019-NOME-OFICIAL
           END-IF
              GO TO  999-ERRO
           END-IF

           OPEN INPUT NOTADISC
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-NUMERO-ANT > 0
              OPEN EXTEND RELALU
           ELSE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 029-CARREGAR-REGRA

           PERFORM 026-LER-DISCIPLINAS

           IF WS-QTD-DISC = ZEROS
              MOVE WS-MEDIA-E     TO  WS-MEDIA-AV
              MOVE WS-NOTA-REC-E  TO  WS-NOTA-REC-AV
              PERFORM 029-JULGAR-MEDIA
              MOVE WS-MEDIA-FINAL-AV  TO  WS-MEDIA-E
           ELSE
              COMPUTE WS-MEDIA-E = WS-SOMA-MEDIA-DISC / WS-QTD-DISC
           END-IF

           IF WS-MEDIA-E  >=  WS-MEDIA-MIN-IN
              ADD 1 TO WS-CTFILT

      *-----> ALUNO COM DISCIPLINAS NO NOTADISC: A FREQUENCIA JA FOI
      *       JULGADA POR DISCIPLINA E SO E REP.FALTA QUANDO TODAS AS
      *       REPROVACOES FOREM POR FALTA (VER V23)
              IF WS-QTD-DISC = ZEROS
                 PERFORM 028-CONSULTAR-FREQ
              ELSE
                 SET FREQUENCIA-OK  TO  TRUE
                 IF WS-QTD-DISC-FALTA > ZEROS
                    AND WS-QTD-DISC-REPR = ZEROS
                    SET REPROVADO-POR-FALTA  TO  TRUE
                 END-IF
              END-IF

              IF REPROVADO-POR-FALTA
                 MOVE 'REP.FALTA' TO  WS-AVALIACAO-R
                 ADD 1 TO WS-QTD-REPFALTA
                 ADD 1 TO WS-QTD-REPROV-PAG
              ELSE
                 IF WS-MEDIA-E  <  WS-CORTE-APROV-AV
                    OR WS-QTD-DISC-NAOAPR > ZEROS
                    MOVE 'REPROVADO' TO  WS-AVALIACAO-R
                    ADD 1 TO WS-QTD-REPROV
                    ADD 1 TO WS-QTD-REPROV-PAG
              END-IF

              PERFORM 031-CLASSIFICAR
              PERFORM 032-ACUMULAR-UNIDADE

              ADD  WS-MEDIA-E     TO  WS-SOMA-MEDIA
              IF WS-MEDIA-E > WS-MAIOR-MEDIA
              MOVE  WS-NUMERO-E   TO  WS-NUMERO-R
              MOVE  WS-NOME-E     TO  WS-NOME-R
              MOVE  WS-CURSO-E    TO  WS-CURSO-R
              MOVE  WS-UNID-ALU   TO  WS-UNID-R
              MOVE  WS-NOTA1-E    TO  WS-NOTA1-R
              MOVE  WS-NOTA2-E    TO  WS-NOTA2-R
              MOVE  WS-MEDIA-E    TO  WS-MEDIA-R
              IF WS-QTD-DISC > ZEROS
                 MOVE  SPACES     TO  WS-NOTA1-R (1:5)
                 MOVE  SPACES     TO  WS-NOTA2-R (1:5)
              END-IF

              PERFORM 035-IMPREL

              MOVE 1  TO  WS-DISC-SUB
              PERFORM 037-IMPDISC
                  UNTIL WS-DISC-SUB > WS-QTD-DISC

              PERFORM 036-IMPCSV
           ELSE
              ADD 1 TO WS-CTEXCFILT
      *--------------------------------------------------------------*
       030-SIMULAR.

           PERFORM 029-CARREGAR-REGRA
           MOVE WS-MEDIA-E     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-E  TO  WS-NOTA-REC-AV
           PERFORM 029-JULGAR-MEDIA
           MOVE WS-MEDIA-FINAL-AV  TO  WS-MEDIA-E

           PERFORM 028-CONSULTAR-FREQ

              ADD 1  TO  WS-QTD-FALTA-SIM
              MOVE WS-MEDIA-E   TO  WS-MEDIA-SIM
           ELSE
              IF WS-MEDIA-E < WS-CORTE-APROV-AV
                 MOVE 'REPROVADO'  TO  WS-AVAL-ATUAL
                 ADD 1  TO  WS-QTD-REPROV-ATU
              ELSE
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *  TERMINO NORMAL DO CGPRG009 (SIMULACAO)*'
           DISPLAY ' *----------------------------------------*'
           IF REPROVADO-POR-FALTA
              MOVE 'REPR.FALTA ' TO  WS-CONCEITO-R
           ELSE
              IF WS-QTD-DISC-NAOAPR > ZEROS
                 MOVE 'REPR.'            TO  WS-CONCEITO-R
                 MOVE WS-QTD-DISC-NAOAPR TO  WS-CONCEITO-R (6:2)
                 MOVE 'DISC'             TO  WS-CONCEITO-R (8:4)
              ELSE
                 IF WS-MEDIA-E  >=  9
                    MOVE 'EXCELENTE  ' TO  WS-CONCEITO-R
                 ELSE
                    IF WS-MEDIA-E  >=  WS-CORTE-APROV-AV
                       MOVE 'APROVADO   ' TO  WS-CONCEITO-R
                    ELSE
                       IF WS-MEDIA-E  >=  WS-CORTE-REC-AV
                          MOVE 'RECUPERACAO' TO  WS-CONCEITO-R
                       ELSE
                          MOVE 'REPROVADO  ' TO  WS-CONCEITO-R
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O ALUNO NOS TOTAIS DA SUA UNIDADE (VER V26).
      *    UNIDADE FORA DA TABELA UNIDTAB FICA SO NO CONSOLIDADO
      *--------------------------------------------------------------*
       032-ACUMULAR-UNIDADE.

           IF WS-UNIDADE-E = SPACE
              MOVE '1'           TO  WS-UNID-ALU
           ELSE
              MOVE WS-UNIDADE-E  TO  WS-UNID-ALU
           END-IF

           MOVE 1  TO  WS-UNID-SUB
           PERFORM 033-PROCURAR-UNIDADE
               UNTIL WS-UNID-SUB > WS-QTD-UNID
                  OR WS-UNID-COD (WS-UNID-SUB) = WS-UNID-ALU

           IF WS-UNID-SUB > WS-QTD-UNID
              DISPLAY ' * UNIDADE ' WS-UNID-ALU ' FORA DA UNIDTAB - '
                      'MATRICULA ' WS-NUMERO-E
           ELSE
              ADD 1           TO  WS-TU-QTD (WS-UNID-SUB)
              ADD WS-MEDIA-E  TO  WS-TU-SOMA (WS-UNID-SUB)
              EVALUATE WS-AVALIACAO-R
                 WHEN 'REP.FALTA'
                    ADD 1  TO  WS-TU-REPFALTA (WS-UNID-SUB)
                 WHEN 'REPROVADO'
                    ADD 1  TO  WS-TU-REPROV (WS-UNID-SUB)
                 WHEN OTHER
                    ADD 1  TO  WS-TU-APROV (WS-UNID-SUB)
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA OCORRENCIA NA PROCURA DA UNIDADE NA UNIDTAB
      *--------------------------------------------------------------*
       033-PROCURAR-UNIDADE.

           ADD 1  TO  WS-UNID-SUB
           .
      *--------------------------------------------------------------*
      *    LER AS DISCIPLINAS DO ALUNO NO NOTADISC (START NA
      *    MATRICULA, LEITURA SEQUENCIAL ENQUANTO A MATRICULA FOR A
      *    MESMA) E AVALIAR CADA UMA, GUARDANDO-AS NA WS-TAB-DISC
      *    (VER V23). NENHUM REGISTRO = ALUNO AVALIADO PELO CADALU
      *--------------------------------------------------------------*
       026-LER-DISCIPLINAS.

           MOVE ZEROS  TO  WS-QTD-DISC
           MOVE ZEROS  TO  WS-QTD-DISC-REPR
           MOVE ZEROS  TO  WS-QTD-DISC-FALTA
           MOVE ZEROS  TO  WS-QTD-DISC-NAOAPR
           MOVE ZEROS  TO  WS-SOMA-MEDIA-DISC

           MOVE WS-NUMERO-E  TO  WS-NUMERO-ND OF REG-NOTADISC
           MOVE LOW-VALUES   TO  WS-DISC-ND OF REG-NOTADISC
           START NOTADISC KEY IS >= WS-CHAVE-ND OF REG-NOTADISC
           IF WS-FS-NDI = '23'
              MOVE '10'  TO  WS-FS-NDI
           ELSE
              IF WS-FS-NDI NOT = '00'
                 MOVE 'ERRO NO START DO NOTADISC'  TO WS-MSG
                 MOVE  WS-FS-NDI                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              PERFORM 026-LER-NOTADISC
           END-IF

           PERFORM 026-AVALIAR-DISCIPLINA
               UNTIL WS-FS-NDI = '10'
                  OR WS-NUMERO-ND OF REG-NOTADISC NOT = WS-NUMERO-E
                  OR WS-QTD-DISC = 15

      *-----> TABELA CHEIA COM DISCIPLINA DO MESMO ALUNO AINDA POR
      *       LER: A MEDIA E O CONCEITO SAIRIAM ERRADOS (VER V27)
           IF WS-FS-NDI = '00'
              AND WS-NUMERO-ND OF REG-NOTADISC = WS-NUMERO-E
              MOVE  'ALUNO COM DISCIPLINAS DEMAIS'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           COMPUTE WS-QTD-DISC-NAOAPR = WS-QTD-DISC-REPR
                                      + WS-QTD-DISC-FALTA
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO NOTADISC
      *--------------------------------------------------------------*
       026-LER-NOTADISC.

           READ NOTADISC NEXT RECORD
           IF WS-FS-NDI NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO NOTADISC'  TO WS-MSG
              MOVE  WS-FS-NDI                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVALIAR UMA DISCIPLINA: MEDIA FINAL COM A RECUPERACAO (A
      *    MAIOR ENTRE A MEDIA E A MEDIA DE RECUPERACAO), FREQUENCIA
      *    ABAIXO DE 75% REPROVA POR FALTA (DISCIPLINA SEM AULAS
      *    LANCADAS NAO SOFRE A REGRA) E MEDIA FINAL ABAIXO DO CORTE
      *    DE APROVACAO DO CURSO REPROVA (VER V24)
      *--------------------------------------------------------------*
       026-AVALIAR-DISCIPLINA.

           ADD 1  TO  WS-QTD-DISC

           MOVE WS-MEDIA-ND OF REG-NOTADISC     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-ND OF REG-NOTADISC  TO  WS-NOTA-REC-AV
           PERFORM 029-JULGAR-MEDIA
           MOVE WS-MEDIA-FINAL-AV  TO  WS-MEDIA-DISC

           MOVE WS-DISC-ND OF REG-NOTADISC
                                TO  WS-TD-DISC (WS-QTD-DISC)
           MOVE WS-NOTA1-ND OF REG-NOTADISC
                                TO  WS-TD-NOTA1 (WS-QTD-DISC)
           MOVE WS-NOTA2-ND OF REG-NOTADISC
                                TO  WS-TD-NOTA2 (WS-QTD-DISC)
           MOVE WS-PORC-FREQ-ND OF REG-NOTADISC
                                TO  WS-TD-FREQ (WS-QTD-DISC)
           MOVE WS-MEDIA-DISC   TO  WS-TD-MEDIA (WS-QTD-DISC)

           IF WS-QTD-AULAS-ND OF REG-NOTADISC > ZEROS
              AND WS-PORC-FREQ-ND OF REG-NOTADISC < 75
              MOVE 'REP.FALTA'  TO  WS-TD-AVAL (WS-QTD-DISC)
              ADD 1  TO  WS-QTD-DISC-FALTA
           ELSE
              IF WS-MEDIA-DISC < WS-CORTE-APROV-AV
                 MOVE 'REPROVADO'  TO  WS-TD-AVAL (WS-QTD-DISC)
                 ADD 1  TO  WS-QTD-DISC-REPR
              ELSE
                 MOVE 'APROVADO '  TO  WS-TD-AVAL (WS-QTD-DISC)
              END-IF
           END-IF

           ADD WS-MEDIA-DISC  TO  WS-SOMA-MEDIA-DISC

           PERFORM 026-LER-NOTADISC
           .
      *--------------------------------------------------------------*
      *    CARREGAR A REGRA DE AVALIACAO DO CURSO DO ALUNO (VER V24).
      *    CURSO FORA DO CATALOGO LEVA ESPACOS, E O CGPRG150 APLICA A
      *    REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       029-CARREGAR-REGRA.

           MOVE WS-CURSO-E  TO  WS-CURSO-CT OF REG-CURSOTAB
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
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) DA MEDIA EM WS-MEDIA-AV
      *    PELA REGRA CARREGADA - WS-CORTE-APROV-AV/WS-CORTE-REC-AV
      *    VOLTAM COM OS CORTES EFETIVOS DO CURSO
      *--------------------------------------------------------------*
       029-JULGAR-MEDIA.

           MOVE 'J'  TO  WS-FUNCAO-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           .
      *--------------------------------------------------------------*
      *    CONSULTAR A FREQUENCIA ACUMULADA DO ALUNO NO FREQALU.
      *    ABAIXO DE 75% O ALUNO E REPROVADO POR FALTA INDEPENDENTE
      *    DA MEDIA (REGRA LEGAL); ALUNO SEM REGISTRO DE CHAMADA
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE DISCIPLINA SOB A LINHA DO ALUNO. A
      *    LINHA CONTA PARA A QUEBRA DE PAGINA MAS NAO COMO REGISTRO
      *    IMPRESSO (WS-CTIMPR CONTINUA CONTANDO ALUNOS - VER V23)
      *--------------------------------------------------------------*
       037-IMPDISC.

           MOVE WS-TD-DISC  (WS-DISC-SUB)  TO  WS-DISC-RD
           MOVE WS-TD-FREQ  (WS-DISC-SUB)  TO  WS-FREQ-RD
           MOVE WS-TD-NOTA1 (WS-DISC-SUB)  TO  WS-NOTA1-RD
           MOVE WS-TD-NOTA2 (WS-DISC-SUB)  TO  WS-NOTA2-RD
           MOVE WS-TD-MEDIA (WS-DISC-SUB)  TO  WS-MEDIA-RD
           MOVE WS-TD-AVAL  (WS-DISC-SUB)  TO  WS-AVALIACAO-RD

           IF WS-CTLIN > 8
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELALU   FROM  WS-REG-RELDISC
           IF  WS-FS-REL  NOT = '00'
               MOVE 'ERRO NA GRAVACAO DO RELALU'   TO WS-MSG
               MOVE  WS-FS-REL                     TO WS-FS-MSG
               GO TO 999-ERRO
           ELSE
               ADD 1 TO WS-CTDISC
               ADD 1 TO WS-CTLIN
           END-IF

           ADD 1  TO  WS-DISC-SUB
           .
      *--------------------------------------------------------------*
      *    GRAVAR LINHA CORRESPONDENTE NO EXTRATO CSV DO RELALU
      *--------------------------------------------------------------*
       036-IMPCSV.
              GO TO 999-ERRO
           END-IF

      *-----> QUEBRA POR UNIDADE E, EM SEGUIDA, O CONSOLIDADO DA
      *       EXECUCAO (VER V26)
           MOVE 'TOTAIS POR UNIDADE'  TO  WS-TIT-TOT
           PERFORM 046-IMPTITULO
           MOVE 1  TO  WS-UNID-SUB
           PERFORM 047-IMPUNIDADE
               UNTIL WS-UNID-SUB > WS-QTD-UNID
           MOVE 'TOTAL CONSOLIDADO'   TO  WS-TIT-TOT
           PERFORM 046-IMPTITULO

           WRITE REG-RELALU FROM WS-REG-TRAILER-1
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TRAILER-1' TO WS-MSG
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UM BLOCO DO RODAPE
      *--------------------------------------------------------------*
       046-IMPTITULO.

           WRITE REG-RELALU FROM WS-REG-TIT-TOT
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TITULO-TOTAL' TO WS-MSG
              MOVE WS-FS-REL                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DE UMA UNIDADE DA UNIDTAB
      *--------------------------------------------------------------*
       047-IMPUNIDADE.

           IF WS-TU-QTD (WS-UNID-SUB) = ZEROS
              MOVE ZEROS  TO  WS-TU-MEDIA
           ELSE
              COMPUTE WS-TU-MEDIA = WS-TU-SOMA (WS-UNID-SUB)
                                  / WS-TU-QTD (WS-UNID-SUB)
           END-IF

           MOVE WS-UNID-COD (WS-UNID-SUB)    TO  WS-UNID-COD-T
           MOVE WS-UNID-NOME (WS-UNID-SUB)   TO  WS-UNID-NOME-T
           MOVE WS-TU-QTD (WS-UNID-SUB)      TO  WS-TU-QTD-T
           MOVE WS-TU-APROV (WS-UNID-SUB)    TO  WS-TU-APROV-T
           MOVE WS-TU-REPROV (WS-UNID-SUB)   TO  WS-TU-REPROV-T
           MOVE WS-TU-REPFALTA (WS-UNID-SUB) TO  WS-TU-REPFALTA-T
           MOVE WS-TU-MEDIA                  TO  WS-TU-MEDIA-T

           WRITE REG-RELALU FROM WS-REG-UNIDADE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TOTAL-UNIDADE' TO WS-MSG
              MOVE WS-FS-REL                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-UNID-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' * REGISTROS FILTRADOS - MEDIA  = ' WS-CTFILT
           DISPLAY ' * REGISTROS EXCLUIDOS  - MEDIA = ' WS-CTEXCFILT
           DISPLAY ' * REGISTROS IMPRESSOS - RELALU = ' WS-CTIMPR
           DISPLAY ' * DISCIPLINAS IMPRESSAS-RELALU = ' WS-CTDISC
           DISPLAY ' *========================================*'

           COMPUTE WS-CTSOMA = WS-CTIMPR + WS-CTEXCFILT
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTADISC
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELALU
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELALU'  TO WS-MSG
              MOVE   WS-FS-CSV                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A ESTATISTICA DESTA EXECUCAO NO RUNSTAT
           .
      *--------------------------------------------------------------*
      *    BUSCAR O NOME OFICIAL DO CURSO FILTRADO NO CATALOGO
      *    CURSOTAB PARA O CABECALHO; CODIGO FORA DO CATALOGO SAI
      *    COMO DIGITADO (VER V22)
      *--------------------------------------------------------------*
       019-NOME-OFICIAL.

           MOVE WS-PARM-FILTRO (1:12)
                TO  WS-CURSO-CT OF REG-CURSOTAB
           READ CURSOTAB
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
