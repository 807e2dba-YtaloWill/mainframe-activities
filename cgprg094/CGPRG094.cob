      *                         A COLAR GRAU DO CGPRG033 V02);
      *             ROLADO    - APROVADO PELO CRITERIO DO CGPRG009
      *                         (MEDIA FINAL COM RECUPERACAO >=
      *                         CORTE DO CARTAO OU DO CURSO E
      *                         FREQUENCIA DO FREQALU >= MINIMA
      *                         DO CARTAO): VAI
      *                         PARA A CARGA DE ABERTURA CADALUN
      *                         COM AS NOTAS ZERADAS E RUN-ID
      *                         CARIMBADO - MATRICULA NOVA TIRADA
      *           CGPRG022 (VALOR/VENCIMENTO DO CARTAO). A PAGINA
      *           DE CONCILIACAO DO RELROL PRESTA CONTA DE TODOS OS
      *           ALUNOS DO SEMESTRE VELHO - NINGUEM SOME NA VIRADA
      *           O ROLADO E PRE-MATRICULADO (NOTADISN) NAS
      *           DISCIPLINAS DO SEMESTRE SEGUINTE DA MATRIZ DO CURSO
      *           CUJOS PRE-REQUISITOS JA ESTAO NO DISCAPR (VER V03)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                            SECRETARIA REATIVA POR CARTAO DE
      *                            SITUACAO ANTES DA ROLAGEM,
      *                            QUANDO FOR O CASO
      *  V03    OUT/2026 010185  PRE-MATRICULA DAS DISCIPLINAS DO
      *                          SEMESTRE SEGUINTE PELA MATRIZ
      *                          CURRICULAR (MATRCUR): O ROLADO QUE
      *                          TEM NOTADISC RECEBE NA CARGA NOVA
      *                          NOTADISN AS DISCIPLINAS DO SEMESTRE
      *                          SEGUINTE AO MAIOR QUE CURSOU; A
      *                          DISCIPLINA COM PRE-REQUISITO FORA
      *                          DO DISCAPR FICA BLOQUEADA E SAI
      *                          LISTADA NO RELROL
      *  V04    OUT/2026 010189  REGRA DE AVALIACAO POR CURSO: MEDIA
      *                          FINAL PELO CGPRG150 COM A REGRA DO
      *                          CURSO DO ALUNO (CURSOTAB); MEDIA DE
      *                          CORTE DO CARTAO ZERADA PASSA A VALER
      *                          O CORTE DE APROVACAO DO CURSO
      *                          (PREENCHIDA CONTINUA VALENDO PARA
      *                          TODOS). A CARGA CADALUN LEVA A 3A E A
      *                          4A NOTAS ZERADAS
      *  V05    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): APTOFIL COM A
      *                          MATRICULA EM 9(05) (MESMOS 20 BYTES -
      *                          VER CGPRG033), MATRICULA NOVA DA
      *                          FAIXA E LINHAS DO RELATORIO COM 5
      *                          POSICOES
      *  V06    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): O ALUNO
      *                          ROLADO LEVA A SUA UNIDADE PARA O
      *                          CADALUN (WS-UNIDADE-S, ESPACO GRAVADO
      *                          COMO SEDE) E A PRIMEIRA COBRANCA DO
      *                          PERIODO NOVO E GERADA NELA
      *                          (WS-UNIDADE-M)
      *  V07    OUT/2026 010204  A COBRANCA DA REMATRICULA ZERA OS
      *                          CAMPOS DE DESCONTO DE PONTUALIDADE DO
      *                          MENSALUC (WS-PCT-PONT-M, WS-DT-PONT-M
      *                          E WS-DESC-PONT-M); A REGRA DA TABELA
      *                          DESCPON SO E CARIMBADA PELO CGPRG022
      *  V08    OUT/2026 010206  WS-PCT-IRMAO-M (DESCONTO DE IRMAOS,
      *                          NOVO CAMPO DO MENSALUC) ZERADO NA
      *                          COBRANCA GERADA AQUI - SO O CGPRG022
      *                          CONCEDE O DESCONTO DE IRMAOS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RELROL ASSIGN TO RELROLJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> PRE-MATRICULA PELA MATRIZ CURRICULAR (VER V03): NOTAS
      *       POR DISCIPLINA DO SEMESTRE QUE FECHA, MATRIZ DO CURSO,
      *       DISCIPLINAS JA APROVADAS E A CARGA NOVA DO NOTADISC
      *       (KSDS NOVO, RENOMEADO JUNTO COM O CADALUN)
           SELECT NOTADISC ASSIGN TO NOTADISJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-ND OF REG-NOTADISC
                  FILE STATUS   IS WS-FS-NDI
           .
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
           SELECT DISCAPR ASSIGN TO DISCAPRJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-DA OF REG-DISCAPR
                  FILE STATUS   IS WS-FS-DAP
           .
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V04)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
           SELECT NOTADISN ASSIGN TO NOTADINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-ND OF REG-NOTADISN
                  FILE STATUS   IS WS-FS-NDN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           RECORDING MODE  F
           .
       01  REG-APTOFIL.
           05 WS-NUMERO-AP        PIC 9(05).
           05 WS-CURSO-AP         PIC X(12).
           05 FILLER              PIC X(03).
       FD  FAIXNUM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RELROL             PIC X(80)
           .
       FD  NOTADISC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTADISC.
           COPY NOTADISC.
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
       FD  DISCAPR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DISCAPR.
           COPY DISCAPRC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V04)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  NOTADISN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTADISN.
           COPY NOTADISC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTNAOATIVO          PIC 9(04) VALUE ZEROS.
           05  WS-CTNOVAMAT           PIC 9(04) VALUE ZEROS.
           05  WS-CTMENSAL            PIC 9(04) VALUE ZEROS.
           05  WS-CTPREMAT            PIC 9(05) VALUE ZEROS.
           05  WS-CTBLOQPRQ           PIC 9(05) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-NOV              PIC X(02).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-NDI              PIC X(02).
           05  WS-FS-MTC              PIC X(02).
           05  WS-FS-DAP              PIC X(02).
           05  WS-FS-NDN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG094'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MEDIA-FINAL         PIC 9(02)V99.
           05  WS-MEDIA-CORTE         PIC 9(02)V99.
           05  WS-FS-CUR              PIC X(02).
           05  WS-PORC-FREQ           PIC 9(03)V99.
           05  WS-MATRICULA-NOVA      PIC 9(05).
           05  WS-APTO-SUB            PIC 9(03).
           05  WS-QTD-APTO            PIC 9(03) VALUE ZEROS.
           05  WS-SITUACAO            PIC X(10).
           05  WS-SW-FREQ             PIC X(01).
               88 TEM-FREQUENCIA          VALUE 'S'.
               88 SEM-FREQUENCIA          VALUE 'N'.
      *-----> PRE-MATRICULA PELA MATRIZ CURRICULAR (VER V03)
           05  WS-SEM-ATUAL           PIC 9(02).
           05  WS-SEM-NOVO            PIC 9(02).
           05  WS-PRQ-SUB             PIC 9(01).
           05  WS-PRQ-FALTA           PIC X(08).

      *-----> TABELA DOS APTOS A COLAR GRAU (APTOFIL DO CGPRG033)
       01  WS-TAB-APTO.
           05  WS-APTO-OCOR           OCCURS 500 TIMES.
               10  WS-AP-NUMERO       PIC 9(05).

      *-----> CARTAO DE PARAMETROS (SYSIN): CRITERIOS DE APROVACAO
      *       E DADOS DO PERIODO NOVO
       01  WS-REG-PARM.
      *       MEDIA DE CORTE ZERADA = CORTE DE APROVACAO DO CURSO
      *       DE CADA ALUNO NO CURSOTAB (VER V04)
           05  WS-MEDIA-MIN-IN        PIC 9(02)V99.
           05  WS-FREQ-MIN-IN         PIC 9(03).
           05  WS-PERIODO-NOVO-IN     PIC 9(06).
           05  WS-RUNID-IN            PIC 9(04).
           05  WS-DATA-IN             PIC 9(08).

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V04)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> DADOS DE SAIDA - PAGINA DE CONCILIACAO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SITUACAO-R       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MATNOVA-R        PIC X(05).
           05 FILLER              PIC X(17) VALUE SPACES.

      *-----> LINHA DE DISCIPLINA BLOQUEADA NA PRE-MATRICULA,
      *       LOGO ABAIXO DA LINHA DO ROLADO (VER V03)
       01  WS-REG-BLOQ.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'DISCIPLINA  '.
           05 WS-DISC-BQ          PIC X(08).
           05 FILLER              PIC X(28) VALUE
              ' BLOQUEADA - PRE-REQUISITO  '.
           05 WS-PREREQ-BQ        PIC X(08).
           05 FILLER              PIC X(16) VALUE
              ' NAO APROVADO   '.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

           COPY CADALUC.
       01  WS-REG-COBRANCA.
           COPY MENSALUC.
       01  WS-REG-PREMAT.
           COPY NOTADISC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT NOTADISC
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

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT NOTADISN
           IF WS-FS-NDN  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTADISN'  TO WS-MSG
              MOVE   WS-FS-NDN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-CADALU
           IF WS-FS-ALU = '10'
              MOVE 'ERRO - CADALU VAZIO'  TO  WS-MSG
                  WHEN SEM-FREQUENCIA
                      MOVE 'EVADIDO   '  TO  WS-SITUACAO
                      ADD 1  TO  WS-CTEVADIDO
                  WHEN WS-MEDIA-FINAL NOT < WS-MEDIA-CORTE
                       AND WS-PORC-FREQ NOT < WS-FREQ-MIN-IN
                      MOVE 'ROLADO    '  TO  WS-SITUACAO
                      ADD 1  TO  WS-CTROLADO

           PERFORM 060-IMPRIME-ALUNO

      *-----> PRE-MATRICULA DO ROLADO PELA MATRIZ (VER V03)
           IF WS-SITUACAO = 'ROLADO    '
              PERFORM 070-PREMATRICULAR THRU 070-PREMATRICULAR-FIM
           END-IF

           PERFORM 025-LER-CADALU
           .
       030-PROCESSAR-FIM.
      *--------------------------------------------------------------*
      *    APURAR A APROVACAO PELO CRITERIO DO CGPRG009: MEDIA
      *    FINAL MELHORADA PELA RECUPERACAO E FREQUENCIA DO FREQALU
      *    (ALUNO SEM FREQALU = EVADIDO). O CORTE E O DO CARTAO OU,
      *    COM O CARTAO ZERADO, O DO CURSO DO ALUNO (VER V04)
      *--------------------------------------------------------------*
       034-APURAR-APROVACAO.

           SET TEM-FREQUENCIA  TO  TRUE

           MOVE WS-MEDIA-S OF REG-CADALU     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-S OF REG-CADALU  TO  WS-NOTA-REC-AV
           PERFORM 035-AVALIAR-MEDIA
           MOVE WS-MEDIA-FINAL-AV  TO  WS-MEDIA-FINAL
           IF WS-MEDIA-MIN-IN = ZEROS
              MOVE WS-CORTE-APROV-AV  TO  WS-MEDIA-CORTE
           ELSE
              MOVE WS-MEDIA-MIN-IN    TO  WS-MEDIA-CORTE
           END-IF

           MOVE WS-NUMERO-S OF REG-CADALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) E SITUACAO DA MEDIA EM
      *    WS-MEDIA-AV PELA REGRA DE AVALIACAO DO CURSO NO CURSOTAB
      *    (CGPRG150 - VER V04). CURSO FORA DO CATALOGO LEVA
      *    ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       035-AVALIAR-MEDIA.

           MOVE WS-CURSO-S OF REG-CADALU
                TO  WS-CURSO-CT OF REG-CURSOTAB
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

           MOVE 'J'  TO  WS-FUNCAO-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           .
      *--------------------------------------------------------------*
      *    ROLAR O ALUNO APROVADO: MATRICULA (NOVA DA FAIXA DO
      *    PERIODO NOVO, QUANDO HOUVER), NOTAS ZERADAS, RUN-ID
      *    CARIMBADO; DEPOIS A PRIMEIRA COBRANCA DO PERIODO
                                     TO  WS-CURSO-S OF WS-REG-NOVO
           MOVE ZEROS                TO  WS-NOTA1-S OF WS-REG-NOVO
           MOVE ZEROS                TO  WS-NOTA2-S OF WS-REG-NOVO
           MOVE ZEROS                TO  WS-NOTA3-S OF WS-REG-NOVO
           MOVE ZEROS                TO  WS-NOTA4-S OF WS-REG-NOVO
           MOVE ZEROS                TO  WS-MEDIA-S OF WS-REG-NOVO
           MOVE ZEROS                TO  WS-NOTA-REC-S
                                         OF WS-REG-NOVO
                                         OF WS-REG-NOVO
           MOVE ZEROS                TO  WS-DT-SIT-S OF WS-REG-NOVO
           MOVE SPACES               TO  WS-MOT-SIT-S OF WS-REG-NOVO
           IF WS-UNIDADE-S OF REG-CADALU = SPACE
              MOVE '1'               TO  WS-UNIDADE-S OF WS-REG-NOVO
           ELSE
              MOVE WS-UNIDADE-S OF REG-CADALU
                                     TO  WS-UNIDADE-S OF WS-REG-NOVO
           END-IF

           WRITE REG-CADALUN  FROM  WS-REG-NOVO
           IF WS-FS-NOV  NOT = '00'
                                       OF WS-REG-COBRANCA
           MOVE ZEROS              TO  WS-DESC-BOLSA-M
                                       OF WS-REG-COBRANCA
           MOVE ZEROS              TO  WS-PCT-PONT-M
                                       OF WS-REG-COBRANCA
           MOVE ZEROS              TO  WS-DT-PONT-M
                                       OF WS-REG-COBRANCA
           MOVE ZEROS              TO  WS-DESC-PONT-M
                                       OF WS-REG-COBRANCA
           MOVE ZEROS              TO  WS-PCT-IRMAO-M
                                       OF WS-REG-COBRANCA
           MOVE WS-RUNID-IN        TO  WS-RUNID-M
                                       OF WS-REG-COBRANCA
           MOVE WS-DATA-IN         TO  WS-DTLOTE-M
                                       OF WS-REG-COBRANCA
           MOVE WS-UNIDADE-S OF WS-REG-NOVO
                                   TO  WS-UNIDADE-M
                                       OF WS-REG-COBRANCA

           WRITE REG-MENSALU  FROM  WS-REG-COBRANCA
           IF WS-FS-MEN = '22'
           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PRE-MATRICULAR O ROLADO NAS DISCIPLINAS DO SEMESTRE
      *    SEGUINTE DA MATRIZ DO CURSO (VER V03). O SEMESTRE ATUAL E
      *    O MAIOR SEMESTRE DE MATRIZ ENTRE AS DISCIPLINAS QUE ELE
      *    TEM NO NOTADISC; ALUNO SEM NOTADISC (TURMA ANTERIOR A
      *    MATRIZ) FICA COM A MATRICULA EM DISCIPLINA MANUAL
      *--------------------------------------------------------------*
       070-PREMATRICULAR.

           MOVE ZEROS  TO  WS-SEM-ATUAL
           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-NUMERO-ND OF REG-NOTADISC
           MOVE LOW-VALUES  TO  WS-DISC-ND OF REG-NOTADISC
           START NOTADISC KEY IS NOT LESS THAN
                 WS-CHAVE-ND OF REG-NOTADISC
           IF WS-FS-NDI = '23' OR '10'
              GO TO 070-PREMATRICULAR-FIM
           END-IF
           IF WS-FS-NDI NOT = '00'
              MOVE 'ERRO NO START DO NOTADISC'  TO WS-MSG
              MOVE  WS-FS-NDI                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 071-LER-NOTADISC
           PERFORM 072-APURAR-SEMESTRE
               UNTIL WS-FS-NDI = '10'
                  OR WS-NUMERO-ND OF REG-NOTADISC NOT =
                     WS-NUMERO-S OF REG-CADALU
           IF WS-SEM-ATUAL = ZEROS
              GO TO 070-PREMATRICULAR-FIM
           END-IF
           COMPUTE WS-SEM-NOVO = WS-SEM-ATUAL + 1

           MOVE WS-CURSO-S OF REG-CADALU
                TO  WS-CURSO-MC OF REG-MATRCUR
           MOVE LOW-VALUES  TO  WS-DISC-MC OF REG-MATRCUR
           START MATRCUR KEY IS NOT LESS THAN
                 WS-CHAVE-MC OF REG-MATRCUR
           IF WS-FS-MTC = '23' OR '10'
              GO TO 070-PREMATRICULAR-FIM
           END-IF
           IF WS-FS-MTC NOT = '00'
              MOVE 'ERRO NO START DO MATRCUR'  TO WS-MSG
              MOVE  WS-FS-MTC                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 073-LER-MATRCUR
           PERFORM 074-PREMATRICULAR-DISC
               UNTIL WS-FS-MTC = '10'
                  OR WS-CURSO-MC OF REG-MATRCUR NOT =
                     WS-CURSO-S OF REG-CADALU
           .
       070-PREMATRICULAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA DISCIPLINA DO NOTADISC
      *--------------------------------------------------------------*
       071-LER-NOTADISC.

           READ NOTADISC NEXT RECORD
           IF WS-FS-NDI NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO NOTADISC'  TO WS-MSG
              MOVE  WS-FS-NDI                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O MAIOR SEMESTRE DE MATRIZ DAS DISCIPLINAS
      *    CURSADAS (DISCIPLINA FORA DA MATRIZ NAO CONTA)
      *--------------------------------------------------------------*
       072-APURAR-SEMESTRE.

           MOVE WS-CURSO-S OF REG-CADALU
                TO  WS-CURSO-MC OF REG-MATRCUR
           MOVE WS-DISC-ND OF REG-NOTADISC
                TO  WS-DISC-MC OF REG-MATRCUR
           READ MATRCUR
           IF WS-FS-MTC = '00'
              IF WS-SEMESTRE-MC OF REG-MATRCUR > WS-SEM-ATUAL
                 MOVE WS-SEMESTRE-MC OF REG-MATRCUR  TO  WS-SEM-ATUAL
              END-IF
           ELSE
              IF WS-FS-MTC NOT = '23'
                 MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
                 MOVE  WS-FS-MTC                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           PERFORM 071-LER-NOTADISC
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA DISCIPLINA DA MATRIZ DO CURSO
      *--------------------------------------------------------------*
       073-LER-MATRCUR.

           READ MATRCUR NEXT RECORD
           IF WS-FS-MTC NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
              MOVE  WS-FS-MTC                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRE-MATRICULAR UMA DISCIPLINA DO SEMESTRE SEGUINTE, OU
      *    LISTA-LA BLOQUEADA SE FALTA PRE-REQUISITO NO DISCAPR
      *--------------------------------------------------------------*
       074-PREMATRICULAR-DISC.

           IF WS-SEMESTRE-MC OF REG-MATRCUR = WS-SEM-NOVO
              MOVE SPACES  TO  WS-PRQ-FALTA
              MOVE 1       TO  WS-PRQ-SUB
              PERFORM 075-CONFERIR-PREREQ
                  UNTIL WS-PRQ-SUB > 3 OR WS-PRQ-FALTA NOT = SPACES
              IF WS-PRQ-FALTA NOT = SPACES
                 ADD 1  TO  WS-CTBLOQPRQ
                 PERFORM 076-IMPRIME-BLOQUEIO
              ELSE
                 PERFORM 077-GRAVAR-PREMATRICULA
              END-IF
           END-IF

           PERFORM 073-LER-MATRCUR
           .
      *--------------------------------------------------------------*
      *    CONFERIR UM PRE-REQUISITO NO DISCAPR (APROVACOES FICAM
      *    NA MATRICULA DO SEMESTRE QUE FECHA)
      *--------------------------------------------------------------*
       075-CONFERIR-PREREQ.

           IF WS-PREREQ-MC OF REG-MATRCUR (WS-PRQ-SUB) NOT = SPACES
              MOVE WS-NUMERO-S OF REG-CADALU
                   TO  WS-NUMERO-DA OF REG-DISCAPR
              MOVE WS-PREREQ-MC OF REG-MATRCUR (WS-PRQ-SUB)
                   TO  WS-DISC-DA OF REG-DISCAPR
              READ DISCAPR
              IF WS-FS-DAP = '23'
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
      *    IMPRIMIR A DISCIPLINA BLOQUEADA ABAIXO DO ROLADO
      *--------------------------------------------------------------*
       076-IMPRIME-BLOQUEIO.

           MOVE WS-DISC-MC OF REG-MATRCUR  TO  WS-DISC-BQ
           MOVE WS-PRQ-FALTA               TO  WS-PREREQ-BQ

           IF WS-CTLIN > 55
              PERFORM 065-IMPCAB
           END-IF

           WRITE REG-RELROL  FROM  WS-REG-BLOQ
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELROL'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRE-MATRICULA NA CARGA NOVA DO NOTADISC, NA
      *    MATRICULA DO PERIODO NOVO, COM AS NOTAS ZERADAS
      *--------------------------------------------------------------*
       077-GRAVAR-PREMATRICULA.

           MOVE SPACES             TO  WS-REG-PREMAT
           MOVE WS-MATRICULA-NOVA  TO  WS-NUMERO-ND OF WS-REG-PREMAT
           MOVE WS-DISC-MC OF REG-MATRCUR
                                   TO  WS-DISC-ND OF WS-REG-PREMAT
           MOVE WS-PERIODO-NOVO-IN TO  WS-PERIODO-ND OF WS-REG-PREMAT
           MOVE ZEROS              TO  WS-NOTA1-ND OF WS-REG-PREMAT
                                       WS-NOTA2-ND OF WS-REG-PREMAT
                                       WS-NOTA3-ND OF WS-REG-PREMAT
                                       WS-NOTA4-ND OF WS-REG-PREMAT
                                       WS-MEDIA-ND OF WS-REG-PREMAT
                                       WS-NOTA-REC-ND OF WS-REG-PREMAT
                                       WS-QTD-AULAS-ND OF WS-REG-PREMAT
                                       WS-QTD-PRES-ND OF WS-REG-PREMAT
                                       WS-PORC-FREQ-ND OF WS-REG-PREMAT
           MOVE WS-RUNID-IN        TO  WS-RUNID-ND OF WS-REG-PREMAT
           MOVE WS-DATA-IN         TO  WS-DTLOTE-ND OF WS-REG-PREMAT
           MOVE WS-OPERID-S OF REG-CADALU
                                   TO  WS-OPERID-ND OF WS-REG-PREMAT

           WRITE REG-NOTADISN  FROM  WS-REG-PREMAT
           IF WS-FS-NDN NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO NOTADISN'  TO WS-MSG
              MOVE  WS-FS-NDN                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPREMAT
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - A CONCILIACAO PRESTA CONTA DE
      *    TODOS OS ALUNOS DO SEMESTRE VELHO
      *--------------------------------------------------------------*
                   WS-CTNAOATIVO
           DISPLAY ' * MATRICULAS NOVAS - FAIXNUM   = ' WS-CTNOVAMAT
           DISPLAY ' * COBRANCAS GERADAS - MENSALU  = ' WS-CTMENSAL
           DISPLAY ' * PRE-MATRICULAS    - NOTADISN = ' WS-CTPREMAT
           DISPLAY ' * DISCIPLINAS BLOQUEADAS (PRQ) = ' WS-CTBLOQPRQ
           DISPLAY ' *========================================*'

           COMPUTE WS-CTPROC = WS-CTFORMADO + WS-CTROLADO
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

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTADISN
           IF WS-FS-NDN  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTADISN'  TO WS-MSG
              MOVE   WS-FS-NDN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG094        *'
           DISPLAY ' *----------------------------------------*'
