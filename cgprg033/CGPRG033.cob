      *           GERACAO E O RETRATO DE UM SEMESTRE/LOTE) E, POR
      *           ALUNO, CONFERE SE TODOS OS SEMESTRES CURSADOS
      *           TERMINARAM APROVADOS (MEDIA FINAL COM RECUPERACAO
      *           >= CORTE DO CURSO, MESMO CRITERIO DO CGPRG009) E SE A
      *           QUANTIDADE DE SEMESTRES EXIGIDA (CARTAO DE
      *           PARAMETROS) FOI CUMPRIDA. EMITE A LISTA DOS APTOS
      *           A COLAR GRAU E O DETALHE DE PENDENCIAS DOS DEMAIS
      *           (SEMESTRES CURSADOS/APROVADOS/REPROVADOS) NO
      *           RELFORM - HOJE ISSO E RECONSTRUIDO NA MAO COM
      *           PILHAS DE RELALU IMPRESSOS. CURSO QUE TEM MATRIZ
      *           CURRICULAR E CERTIFICADO PELAS DISCIPLINAS
      *           OBRIGATORIAS APROVADAS (DISCAPR - VER V03).
      *           ALUNO TRANSFERIDO DE CURSO (TRFCURS) E AUDITADO UMA
      *           SO VEZ, NA MATRICULA E NO CURSO FINAIS. CURSO QUE
      *           EXIGE HORAS DE ESTAGIO OU DE ATIVIDADES
      *           COMPLEMENTARES (CURSOTAB) SO LIBERA O ALUNO COM AS
      *           HORAS APROVADAS NO ATIVALU (VER V06)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          REMATRICULA DE VIRADA DE SEMESTRE
      *                          (CGPRG094) PARA SEPARAR FORMANDO
      *                          DE ALUNO QUE CONTINUA
      *  V03    OUT/2026 010185  CURSO COM MATRIZ CURRICULAR
      *                          (MATRCUR) PASSA A SER CERTIFICADO
      *                          POR DISCIPLINA: APTO SO QUANDO
      *                          TODAS AS DISCIPLINAS OBRIGATORIAS
      *                          DA MATRIZ ESTAO NO DISCAPR; O
      *                          PENDENTE SAI COM A QUANTIDADE QUE
      *                          FALTA. CURSO SEM MATRIZ CONTINUA
      *                          NA CONTAGEM DE SEMESTRES
      *  V04    OUT/2026 010189  RESULTADO DE CADA SEMESTRE PELA REGRA
      *                          DE AVALIACAO DO CURSO DO ALUNO
      *                          (CURSOTAB), CARREGADA NA QUEBRA POR
      *                          MATRICULA E APLICADA PELO CGPRG150,
      *                          NO LUGAR DA RECUPERACAO E DO CORTE 7
      *                          FIXOS
      *  V05    OUT/2026 010192  ALUNO TRANSFERIDO DE CURSO (TRFCURS,
      *                          CGPRG155): OS SEMESTRES DA MATRICULA
      *                          ANTIGA ENTRAM NO GRUPO DA MATRICULA
      *                          FINAL, CADA UM JULGADO PELA REGRA DO
      *                          SEU CURSO; O ALUNO SAI NO CURSO NOVO
      *                          E A DISCIPLINA DA MATRIZ APROVADA NA
      *                          MATRICULA ANTIGA (DISCAPR) VALE PARA
      *                          A NOVA
      *  V06    OUT/2026 010193  CARGA HORARIA DO CURSO (CURSOTAB):
      *                          ALUNO SEM AS HORAS APROVADAS DE
      *                          ESTAGIO OU DE ATIVIDADES
      *                          COMPLEMENTARES NO ATIVALU (CGPRG156)
      *                          FICA PENDENTE, FORA DO APTOFIL, E O
      *                          RELFORM MOSTRA AS HORAS QUE FALTAM
      *  V07    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          SORT (MESMOS 3 BYTES), DAS AREAS DE
      *                          TRABALHO, DA LINHA DO RELATORIO
      *                          (MESMA LARGURA) E DO APTOFIL
      *                          (MATRICULA EM 1-5, CURSO EM 6-17,
      *                          FILLER DE 4 P/ 3 - REGISTRO CONTINUA
      *                          COM 20 BYTES)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RELFORM ASSIGN TO RELFORMJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> MATRIZ CURRICULAR E DISCIPLINAS APROVADAS (VER V03)
           SELECT MATRCUR ASSIGN TO MATRCURJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-MC OF REG-MATRCUR
                  FILE STATUS   IS WS-FS-MTC
           .
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V04)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
      *-----> LIGACAO MATRICULA ANTIGA X NOVA DA TRANSFERENCIA
           SELECT TRFCURS ASSIGN TO TRFCURSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-ANT-TR OF REG-TRFCURS
                  FILE STATUS   IS WS-FS-TRF
           .
      *-----> ESTAGIO E ATIVIDADES COMPLEMENTARES (VER V06)
           SELECT ATIVALU ASSIGN TO ATIVALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-AT OF REG-ATIVALU
                  FILE STATUS   IS WS-FS-ATV
           .
           SELECT DISCAPR ASSIGN TO DISCAPRJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-DA OF REG-DISCAPR
                  FILE STATUS   IS WS-FS-DAP
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           RECORDING MODE  F
           .
       01  REG-SORTFOR.
           05 WS-NUMERO-SRT       PIC 9(05)      COMP-3.
           05 WS-DTLOTE-SRT       PIC 9(08)      COMP-3.
           05 WS-NOME-SRT         PIC X(20).
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-MEDIA-SRT        PIC 9(02)V99   COMP-3.
           05 WS-NOTA-REC-SRT     PIC 9(02)V99   COMP-3.
      *-----> MATRICULA DO REGISTRO ANTES DA LIGACAO DE TRANSFERENCIA
           05 WS-NUMERO-ORIG-SRT  PIC 9(05)      COMP-3.
      *-----> LISTA DOS APTOS EM ARQUIVO (VER V02)
       FD  APTOFIL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-APTOFIL.
           05 WS-NUMERO-AP        PIC 9(05).
           05 WS-CURSO-AP         PIC X(12).
           05 FILLER              PIC X(03).
       FD  RELFORM
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELFORM            PIC X(80)
           .
       FD  MATRCUR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MATRCUR.
           COPY MATRCURC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V04)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  DISCAPR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DISCAPR.
           COPY DISCAPRC.
       FD  TRFCURS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TRFCURS.
           COPY TRFCURC.
       FD  ATIVALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ATIVALU.
           COPY ATIVALUC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-FS-CUR              PIC X(02).
      *-----> CERTIFICACAO PELA MATRIZ CURRICULAR (VER V03)
           05  WS-FS-MTC              PIC X(02).
           05  WS-FS-DAP              PIC X(02).
           05  WS-QTD-FALTA           PIC 9(03).
           05  WS-FALTA-ED            PIC ZZ9.
           05  WS-SW-MATRIZ           PIC X(01).
               88 CURSO-COM-MATRIZ        VALUE 'S'.
               88 CURSO-SEM-MATRIZ        VALUE 'N'.
           05  WS-SW-APTO             PIC X(01).
               88 ALUNO-APTO              VALUE 'S'.
               88 ALUNO-PENDENTE          VALUE 'N'.
      *-----> LIGACAO DE TRANSFERENCIA DE CURSO (VER V05)
           05  WS-FS-TRF              PIC X(02).
           05  WS-CTTRANSF            PIC 9(04) VALUE ZEROS.
           05  WS-SW-TRFCURS          PIC X(01).
               88 TRFCURS-PRESENTE        VALUE 'S'.
               88 TRFCURS-AUSENTE         VALUE 'N'.
           05  WS-NUMERO-RESOLV       PIC 9(05).
           05  WS-DATA-RESOLV         PIC 9(08).
           05  WS-QTD-SALTOS          PIC 9(01).
           05  WS-SW-CADEIA           PIC X(01).
               88 FIM-CADEIA              VALUE 'S'.
               88 SEGUE-CADEIA            VALUE 'N'.
      *-----> CARGA HORARIA DE ESTAGIO E COMPLEMENTARES (VER V06)
           05  WS-FS-ATV              PIC X(02).
           05  WS-CTHORAS             PIC 9(04) VALUE ZEROS.
           05  WS-SW-ATIVALU          PIC X(01).
               88 ATIVALU-PRESENTE        VALUE 'S'.
               88 ATIVALU-AUSENTE         VALUE 'N'.
           05  WS-NUMERO-HORAS        PIC 9(05).
           05  WS-HORAS-EST-REQ       PIC 9(04).
           05  WS-HORAS-AC-REQ        PIC 9(04).
           05  WS-HORAS-EST-APR       PIC 9(05).
           05  WS-HORAS-AC-APR        PIC 9(05).
           05  WS-FALTA-EST           PIC 9(04).
           05  WS-FALTA-AC            PIC 9(04).

      *-----> CARTAO DE PARAMETROS (SYSIN): QTDE DE SEMESTRES
      *       EXIGIDA PARA COLAR GRAU

      *-----> ACUMULADO DO ALUNO CORRENTE (QUEBRA POR MATRICULA)
       01  WS-GRUPO-ALUNO.
           05  WS-NUMERO-ATUAL        PIC 9(05)  VALUE ZEROS.
           05  WS-NOME-ATUAL          PIC X(20)  VALUE SPACES.
           05  WS-CURSO-ATUAL         PIC X(12)  VALUE SPACES.
           05  WS-QTD-SEMESTRES       PIC 9(02)  VALUE ZEROS.
           05  WS-QTD-APROV           PIC 9(02)  VALUE ZEROS.
           05  WS-QTD-REPROV          PIC 9(02)  VALUE ZEROS.
      *-----> MATRICULAS ANTERIORES DO ALUNO TRANSFERIDO (VER V05)
           05  WS-QTD-ANT             PIC 9(01)  VALUE ZEROS.
           05  WS-ANT-SUB             PIC 9(01)  VALUE ZEROS.
           05  WS-ANT-OCOR            OCCURS 5 TIMES.
               10  WS-ANT-NUMERO      PIC 9(05).
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V04)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.

       01  WS-REG-RELFORM.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 WS-SITUACAO-R       PIC X(17).
           05 FILLER              PIC X(01) VALUE SPACES.

      *-----> LINHA DE DETALHE DAS HORAS QUE FALTAM (VER V06)
       01  WS-LIN-HORAS.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(25) VALUE
              'HORAS FALTANTES - ESTAG.:'.
           05 WS-FALTA-EST-R      PIC ZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE
              'COMPLEMENTARES: '.
           05 WS-FALTA-AC-R       PIC ZZZ9.
           05 FILLER              PIC X(20) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)       VALUE
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO ABRIR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DISCAPR
           IF WS-FS-DAP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DISCAPR'  TO WS-MSG
              MOVE   WS-FS-DAP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           SET TRFCURS-PRESENTE  TO  TRUE
           OPEN INPUT TRFCURS
           IF WS-FS-TRF = '35'
              SET TRFCURS-AUSENTE  TO  TRUE
              DISPLAY ' * TRFCURS AUSENTE - SEM TRANSFERENCIAS'
           ELSE
              IF WS-FS-TRF  NOT = '00'
                 MOVE  'ERRO AO ABRIR O TRFCURS'  TO WS-MSG
                 MOVE   WS-FS-TRF                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           SET ATIVALU-PRESENTE  TO  TRUE
           OPEN INPUT ATIVALU
           IF WS-FS-ATV = '35'
              SET ATIVALU-AUSENTE  TO  TRUE
              DISPLAY ' * ATIVALU AUSENTE - SEM HORAS APROVADAS'
           ELSE
              IF WS-FS-ATV  NOT = '00'
                 MOVE  'ERRO AO ABRIR O ATIVALU'  TO WS-MSG
                 MOVE   WS-FS-ATV                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           MOVE WS-DTEDI  TO  WS-DATA-CAB
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR O REGISTRO PARA O SORT, NA MATRICULA FINAL DA
      *    CADEIA DE TRANSFERENCIAS DE CURSO (VER V05)
      *--------------------------------------------------------------*
       120-LIBERAR.

           MOVE WS-NUMERO-S OF REG-HISTALL    TO  WS-NUMERO-ORIG-SRT
           MOVE WS-NUMERO-S OF REG-HISTALL    TO  WS-NUMERO-RESOLV
           MOVE ZEROS                         TO  WS-DATA-RESOLV
           IF WS-DTLOTE-S OF REG-HISTALL NUMERIC
              MOVE WS-DTLOTE-S OF REG-HISTALL TO  WS-DATA-RESOLV
           END-IF
           PERFORM 150-RESOLVER-TRANSF
           MOVE WS-NUMERO-RESOLV              TO  WS-NUMERO-SRT
           MOVE WS-DTLOTE-S OF REG-HISTALL    TO  WS-DTLOTE-SRT
           MOVE WS-NOME-S OF REG-HISTALL      TO  WS-NOME-SRT
           MOVE WS-CURSO-S OF REG-HISTALL     TO  WS-CURSO-SRT
           PERFORM 110-LER-HISTALL
           .
      *--------------------------------------------------------------*
      *    SEGUIR A LIGACAO DE TRANSFERENCIA DE CURSO (TRFCURS) ATE A
      *    MATRICULA FINAL, NO MAXIMO 5 TRANSFERENCIAS. SO LIGA O
      *    REGISTRO DO LOTE DA TRANSFERENCIA OU ANTERIOR A ELA:
      *    REGISTRO POSTERIOR NA MESMA MATRICULA NAO E DO ALUNO
      *    TRANSFERIDO (MESMA REGRA DO CGPRG029)
      *--------------------------------------------------------------*
       150-RESOLVER-TRANSF.

           MOVE ZEROS  TO  WS-QTD-SALTOS
           SET SEGUE-CADEIA  TO  TRUE
           IF TRFCURS-AUSENTE
              SET FIM-CADEIA  TO  TRUE
           END-IF

           PERFORM 155-SEGUIR-TRANSF
               UNTIL FIM-CADEIA
                  OR WS-QTD-SALTOS = 5
           .
      *--------------------------------------------------------------*
      *    UMA TRANSFERENCIA DA CADEIA
      *--------------------------------------------------------------*
       155-SEGUIR-TRANSF.

           MOVE WS-NUMERO-RESOLV  TO  WS-NUMERO-ANT-TR OF REG-TRFCURS
           READ TRFCURS
           IF WS-FS-TRF = '23'
              SET FIM-CADEIA  TO  TRUE
           ELSE
              IF WS-FS-TRF NOT = '00'
                 MOVE 'ERRO NA LEITURA DO TRFCURS'  TO WS-MSG
                 MOVE  WS-FS-TRF                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-DATA-RESOLV > WS-DT-TRANSF-TR OF REG-TRFCURS
                 SET FIM-CADEIA  TO  TRUE
              ELSE
                 MOVE WS-NUMERO-NOVO-TR OF REG-TRFCURS
                                        TO  WS-NUMERO-RESOLV
                 MOVE WS-DT-TRANSF-TR OF REG-TRFCURS
                                        TO  WS-DATA-RESOLV
                 ADD 1  TO  WS-QTD-SALTOS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: QUEBRA POR MATRICULA,
      *    CONTANDO SEMESTRES APROVADOS E REPROVADOS
      *--------------------------------------------------------------*
           .
      *--------------------------------------------------------------*
      *    TRATAR UM REGISTRO: QUEBRA POR MATRICULA E CONTAGEM DO
      *    RESULTADO DO SEMESTRE (MEDIA FINAL COM RECUPERACAO >= CORTE
      *    DO CURSO, MESMO CRITERIO DO CGPRG009 - VER V04)
      *--------------------------------------------------------------*
       220-TRATAR-REGISTRO.

              MOVE ZEROS          TO  WS-QTD-SEMESTRES
              MOVE ZEROS          TO  WS-QTD-APROV
              MOVE ZEROS          TO  WS-QTD-REPROV
              MOVE ZEROS          TO  WS-QTD-ANT
              SET GRUPO-ABERTO    TO  TRUE
              ADD  1              TO  WS-CTALUNO
              PERFORM 230-CARREGAR-REGRA
           END-IF

      *    SEMESTRE DE OUTRA MATRICULA/CURSO DO ALUNO TRANSFERIDO: A
      *    REGRA PASSA A SER A DO CURSO DO SEMESTRE, E O ALUNO FICA
      *    COM O NOME E O CURSO DO REGISTRO MAIS RECENTE (VER V05)
           IF WS-NUMERO-ORIG-SRT NOT = WS-NUMERO-SRT
              PERFORM 225-GUARDAR-ANTERIOR
           END-IF
           IF WS-CURSO-SRT NOT = WS-CURSO-ATUAL
              MOVE WS-CURSO-SRT   TO  WS-CURSO-ATUAL
              PERFORM 230-CARREGAR-REGRA
           END-IF
           MOVE WS-NOME-SRT       TO  WS-NOME-ATUAL

           ADD 1  TO  WS-QTD-SEMESTRES

           MOVE WS-MEDIA-SRT     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-SRT  TO  WS-NOTA-REC-AV
           PERFORM 235-JULGAR-MEDIA

           IF NOT AV-APROVADO
              ADD 1  TO  WS-QTD-REPROV
           ELSE
              ADD 1  TO  WS-QTD-APROV
           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    GUARDAR A MATRICULA ANTERIOR DO ALUNO TRANSFERIDO (SEM
      *    REPETIR), PARA A CONFERENCIA DO DISCAPR
      *--------------------------------------------------------------*
       225-GUARDAR-ANTERIOR.

           MOVE 1  TO  WS-ANT-SUB
           PERFORM 226-PROCURAR-ANTERIOR
               UNTIL WS-ANT-SUB > WS-QTD-ANT
                  OR WS-ANT-NUMERO (WS-ANT-SUB) = WS-NUMERO-ORIG-SRT

           IF WS-ANT-SUB > WS-QTD-ANT
              AND WS-QTD-ANT < 5
              ADD 1  TO  WS-QTD-ANT
              MOVE WS-NUMERO-ORIG-SRT  TO  WS-ANT-NUMERO (WS-QTD-ANT)
              IF WS-QTD-ANT = 1
                 ADD 1  TO  WS-CTTRANSF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NAS MATRICULAS ANTERIORES
      *--------------------------------------------------------------*
       226-PROCURAR-ANTERIOR.

           ADD 1  TO  WS-ANT-SUB
           .
      *--------------------------------------------------------------*
      *    CARREGAR A REGRA DE AVALIACAO DO CURSO DO ALUNO (VER V04).
      *    CURSO FORA DO CATALOGO LEVA ESPACOS, E O CGPRG150 APLICA A
      *    REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       230-CARREGAR-REGRA.

           MOVE WS-CURSO-ATUAL  TO  WS-CURSO-CT OF REG-CURSOTAB
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
      *    PELA REGRA CARREGADA (CGPRG150 - VER V04)
      *--------------------------------------------------------------*
       235-JULGAR-MEDIA.

           MOVE 'J'  TO  WS-FUNCAO-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           .
      *--------------------------------------------------------------*
      *    FECHAR O ALUNO: APTO A COLAR GRAU QUANDO TODOS OS
      *    SEMESTRES FORAM APROVADOS E A QUANTIDADE EXIGIDA FOI
      *    CUMPRIDA; CASO CONTRARIO, PENDENTE COM O DETALHE. CURSO
      *    COM MATRIZ: APTO QUANDO NAO FALTA NENHUMA DISCIPLINA
      *    OBRIGATORIA NO DISCAPR (VER V03). EM QUALQUER CASO, O
      *    CURSO QUE EXIGE CARGA HORARIA SO LIBERA O ALUNO COM AS
      *    HORAS APROVADAS NO ATIVALU (VER V06)
      *--------------------------------------------------------------*
       240-FECHAR-ALUNO.

           PERFORM 250-CONFERIR-MATRIZ THRU 250-CONFERIR-FIM
           PERFORM 270-CONFERIR-HORAS

           MOVE SPACES  TO  WS-SITUACAO-R
           SET ALUNO-PENDENTE  TO  TRUE
           IF CURSO-COM-MATRIZ
              IF WS-QTD-FALTA = ZEROS
                 SET ALUNO-APTO  TO  TRUE
              END-IF
           ELSE
              IF WS-QTD-REPROV = ZEROS
                 AND WS-QTD-APROV NOT < WS-QTD-SEM-REQ
                 SET ALUNO-APTO  TO  TRUE
              END-IF
           END-IF

           IF WS-FALTA-EST > ZEROS OR WS-FALTA-AC > ZEROS
              ADD 1  TO  WS-CTHORAS
              IF ALUNO-APTO
                 SET ALUNO-PENDENTE  TO  TRUE
                 MOVE 'PEND: HORAS'  TO  WS-SITUACAO-R
              END-IF
           END-IF

           IF ALUNO-APTO
              ADD 1  TO  WS-CTAPTO
              MOVE 'APTO A COLAR GRAU'  TO  WS-SITUACAO-R
              MOVE SPACES          TO  REG-APTOFIL
              END-IF
           ELSE
              ADD 1  TO  WS-CTPEND
              IF WS-SITUACAO-R = 'PEND: HORAS'
                 CONTINUE
              ELSE
              IF CURSO-COM-MATRIZ
                 MOVE WS-QTD-FALTA  TO  WS-FALTA-ED
                 MOVE SPACES        TO  WS-SITUACAO-R
                 STRING 'PEND: MATRIZ ' DELIMITED BY SIZE
                        WS-FALTA-ED     DELIMITED BY SIZE
                        INTO WS-SITUACAO-R
              ELSE
              IF WS-QTD-REPROV > ZEROS
                 MOVE 'PEND: REPROVACAO'  TO  WS-SITUACAO-R
              ELSE
                 MOVE 'PEND: SEMESTRES '  TO  WS-SITUACAO-R
              END-IF
              END-IF
              END-IF
           END-IF

           MOVE WS-NUMERO-ATUAL    TO  WS-NUMERO-R
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF

           IF WS-FALTA-EST > ZEROS OR WS-FALTA-AC > ZEROS
              MOVE WS-FALTA-EST  TO  WS-FALTA-EST-R
              MOVE WS-FALTA-AC   TO  WS-FALTA-AC-R
              WRITE REG-RELFORM  FROM  WS-LIN-HORAS
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO RELFORM'  TO  WS-MSG
                 MOVE WS-FS-REL                      TO  WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1  TO  WS-CTLIN
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A MATRIZ DO CURSO DO ALUNO (VER V03): CONTA AS
      *    DISCIPLINAS OBRIGATORIAS QUE AINDA NAO ESTAO NO DISCAPR.
      *    CURSO SEM NENHUMA DISCIPLINA NO MATRCUR = SEM MATRIZ
      *--------------------------------------------------------------*
       250-CONFERIR-MATRIZ.

           SET CURSO-SEM-MATRIZ  TO  TRUE
           MOVE ZEROS  TO  WS-QTD-FALTA

           MOVE WS-CURSO-ATUAL  TO  WS-CURSO-MC OF REG-MATRCUR
           MOVE LOW-VALUES      TO  WS-DISC-MC OF REG-MATRCUR
           START MATRCUR KEY IS NOT LESS THAN
                 WS-CHAVE-MC OF REG-MATRCUR
           IF WS-FS-MTC = '23' OR '10'
              GO TO 250-CONFERIR-FIM
           END-IF
           IF WS-FS-MTC NOT = '00'
              MOVE 'ERRO NO START DO MATRCUR'  TO WS-MSG
              MOVE  WS-FS-MTC                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 255-LER-MATRCUR
           PERFORM 260-CONFERIR-DISC
               UNTIL WS-FS-MTC = '10'
                  OR WS-CURSO-MC OF REG-MATRCUR NOT = WS-CURSO-ATUAL
           .
       250-CONFERIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA DISCIPLINA DA MATRIZ
      *--------------------------------------------------------------*
       255-LER-MATRCUR.

           READ MATRCUR NEXT RECORD
           IF WS-FS-MTC NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO MATRCUR'  TO WS-MSG
              MOVE  WS-FS-MTC                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR UMA DISCIPLINA OBRIGATORIA NO DISCAPR. ALUNO
      *    TRANSFERIDO: A DISCIPLINA APROVADA NUMA MATRICULA ANTERIOR
      *    TAMBEM VALE (VER V05)
      *--------------------------------------------------------------*
       260-CONFERIR-DISC.

           SET CURSO-COM-MATRIZ  TO  TRUE

           IF DISC-OBRIGATORIA OF REG-MATRCUR
              MOVE WS-NUMERO-ATUAL  TO  WS-NUMERO-DA OF REG-DISCAPR
              PERFORM 265-LER-DISCAPR
              MOVE 1  TO  WS-ANT-SUB
              PERFORM 266-CONFERIR-ANTERIOR
                  UNTIL WS-FS-DAP = '00'
                     OR WS-ANT-SUB > WS-QTD-ANT
              IF WS-FS-DAP = '23'
                 ADD 1  TO  WS-QTD-FALTA
              END-IF
           END-IF

           PERFORM 255-LER-MATRCUR
           .
      *--------------------------------------------------------------*
      *    LER O DISCAPR DA DISCIPLINA CORRENTE DA MATRIZ NA
      *    MATRICULA JA MOVIDA PARA A CHAVE
      *--------------------------------------------------------------*
       265-LER-DISCAPR.

           MOVE WS-DISC-MC OF REG-MATRCUR
                                 TO  WS-DISC-DA OF REG-DISCAPR
           READ DISCAPR
           IF WS-FS-DAP NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO DISCAPR'  TO WS-MSG
              MOVE  WS-FS-DAP                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA NUMA MATRICULA ANTERIOR DO ALUNO
      *--------------------------------------------------------------*
       266-CONFERIR-ANTERIOR.

           MOVE WS-ANT-NUMERO (WS-ANT-SUB)
                                 TO  WS-NUMERO-DA OF REG-DISCAPR
           PERFORM 265-LER-DISCAPR
           ADD 1  TO  WS-ANT-SUB
           .
      *--------------------------------------------------------------*
      *    CONFERIR A CARGA HORARIA DO CURSO FINAL DO ALUNO (VER
      *    V06): HORAS EXIGIDAS NO CURSOTAB (ZERO OU REGISTRO ANTIGO
      *    SEM O CAMPO = SEM EXIGENCIA) CONTRA AS HORAS APROVADAS NO
      *    ATIVALU, SOMADAS TAMBEM NAS MATRICULAS ANTERIORES DO ALUNO
      *    TRANSFERIDO. DEVOLVE AS HORAS QUE FALTAM
      *--------------------------------------------------------------*
       270-CONFERIR-HORAS.

           MOVE ZEROS  TO  WS-HORAS-EST-REQ
           MOVE ZEROS  TO  WS-HORAS-AC-REQ
           MOVE ZEROS  TO  WS-HORAS-EST-APR
           MOVE ZEROS  TO  WS-HORAS-AC-APR
           MOVE ZEROS  TO  WS-FALTA-EST
           MOVE ZEROS  TO  WS-FALTA-AC

           MOVE WS-CURSO-ATUAL  TO  WS-CURSO-CT OF REG-CURSOTAB
           READ CURSOTAB
           IF WS-FS-CUR NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
              MOVE  WS-FS-CUR                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-CUR = '00'
              IF WS-HORAS-EST-CT OF REG-CURSOTAB NUMERIC
                 MOVE WS-HORAS-EST-CT OF REG-CURSOTAB
                                       TO  WS-HORAS-EST-REQ
              END-IF
              IF WS-HORAS-AC-CT OF REG-CURSOTAB NUMERIC
                 MOVE WS-HORAS-AC-CT OF REG-CURSOTAB
                                       TO  WS-HORAS-AC-REQ
              END-IF
           END-IF

           IF (WS-HORAS-EST-REQ > ZEROS OR WS-HORAS-AC-REQ > ZEROS)
              AND ATIVALU-PRESENTE
              MOVE WS-NUMERO-ATUAL  TO  WS-NUMERO-HORAS
              PERFORM 275-SOMAR-HORAS THRU 275-SOMAR-HORAS-FIM
              MOVE 1  TO  WS-ANT-SUB
              PERFORM 278-SOMAR-ANTERIOR
                  UNTIL WS-ANT-SUB > WS-QTD-ANT
           END-IF

           IF WS-HORAS-EST-REQ > WS-HORAS-EST-APR
              COMPUTE WS-FALTA-EST = WS-HORAS-EST-REQ
                                   - WS-HORAS-EST-APR
           END-IF
           IF WS-HORAS-AC-REQ > WS-HORAS-AC-APR
              COMPUTE WS-FALTA-AC = WS-HORAS-AC-REQ
                                  - WS-HORAS-AC-APR
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR AS HORAS APROVADAS, POR TIPO, DAS ATIVIDADES DA
      *    MATRICULA EM WS-NUMERO-HORAS
      *--------------------------------------------------------------*
       275-SOMAR-HORAS.

           MOVE WS-NUMERO-HORAS  TO  WS-NUMERO-AT OF REG-ATIVALU
           MOVE LOW-VALUES       TO  WS-TIPO-AT OF REG-ATIVALU
           MOVE ZEROS            TO  WS-DT-INI-AT OF REG-ATIVALU
           START ATIVALU KEY IS NOT LESS THAN
                 WS-CHAVE-AT OF REG-ATIVALU
           IF WS-FS-ATV = '23' OR '10'
              GO TO 275-SOMAR-HORAS-FIM
           END-IF
           IF WS-FS-ATV NOT = '00'
              MOVE 'ERRO NO START DO ATIVALU'  TO WS-MSG
              MOVE  WS-FS-ATV                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 276-LER-ATIVALU
           PERFORM 277-ACUMULAR-HORAS
               UNTIL WS-FS-ATV = '10'
                  OR WS-NUMERO-AT OF REG-ATIVALU NOT = WS-NUMERO-HORAS
           .
       275-SOMAR-HORAS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA ATIVIDADE
      *--------------------------------------------------------------*
       276-LER-ATIVALU.

           READ ATIVALU NEXT RECORD
           IF WS-FS-ATV NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO ATIVALU'  TO WS-MSG
              MOVE  WS-FS-ATV                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR AS HORAS DA ATIVIDADE APROVADA NO SEU TIPO
      *--------------------------------------------------------------*
       277-ACUMULAR-HORAS.

           IF ATIV-APROVADA OF REG-ATIVALU
              IF ATIV-ESTAGIO OF REG-ATIVALU
                 ADD WS-HORAS-AT OF REG-ATIVALU  TO  WS-HORAS-EST-APR
              ELSE
                 ADD WS-HORAS-AT OF REG-ATIVALU  TO  WS-HORAS-AC-APR
              END-IF
           END-IF

           PERFORM 276-LER-ATIVALU
           .
      *--------------------------------------------------------------*
      *    SOMAR AS HORAS DE UMA MATRICULA ANTERIOR DO ALUNO
      *--------------------------------------------------------------*
       278-SOMAR-ANTERIOR.

           MOVE WS-ANT-NUMERO (WS-ANT-SUB)  TO  WS-NUMERO-HORAS
           PERFORM 275-SOMAR-HORAS THRU 275-SOMAR-HORAS-FIM
           ADD 1  TO  WS-ANT-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
           DISPLAY ' * ALUNOS AUDITADOS             = ' WS-CTALUNO
           DISPLAY ' * APTOS A COLAR GRAU           = ' WS-CTAPTO
           DISPLAY ' * COM PENDENCIAS               = ' WS-CTPEND
           DISPLAY ' * TRANSFERIDOS DE CURSO        = ' WS-CTTRANSF
           DISPLAY ' * SEM A CARGA HORARIA EXIGIDA  = ' WS-CTHORAS
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           CLOSE  MATRCUR
           IF WS-FS-MTC  NOT = '00'
              MOVE  'ERRO AO FECHAR O MATRCUR'  TO WS-MSG
              MOVE   WS-FS-MTC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DISCAPR
           IF WS-FS-DAP  NOT = '00'
              MOVE  'ERRO AO FECHAR O DISCAPR'  TO WS-MSG
              MOVE   WS-FS-DAP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF TRFCURS-PRESENTE
              CLOSE  TRFCURS
              IF WS-FS-TRF  NOT = '00'
                 MOVE  'ERRO AO FECHAR O TRFCURS'  TO WS-MSG
                 MOVE   WS-FS-TRF                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF ATIVALU-PRESENTE
              CLOSE  ATIVALU
              IF WS-FS-ATV  NOT = '00'
                 MOVE  'ERRO AO FECHAR O ATIVALU'  TO WS-MSG
                 MOVE   WS-FS-ATV                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG033        *'
           DISPLAY ' *----------------------------------------*'
