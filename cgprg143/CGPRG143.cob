       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG143.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: APURAR O CADASTRO DE DISCIPLINAS APROVADAS
      *           (DISCAPR - COPY DISCAPRC) A PARTIR DAS GERACOES DO
      *           HISTDISC (EXTRATO DO NOTADISC GRAVADO PELO CGPRG008
      *           A CADA LOTE, AO LADO DO HISTALU), CONCATENADAS NA
      *           DD HISTDALJ. A DISCIPLINA CONTA COMO APROVADA COM
      *           A MESMA REGRA DO CGPRG009: MEDIA FINAL (COM
      *           RECUPERACAO) >= CORTE DO CURSO E FREQUENCIA >= 75%
      *           (SEM AULAS LANCADAS NAO HA REGRA DE FREQUENCIA). O
      *           DISCAPR E
      *           A BASE DA CONFERENCIA DE PRE-REQUISITOS (CGPRG008,
      *           CGPRG141, CG19, CGPRG094) E DA AUDITORIA DE
      *           FORMATURA POR MATRIZ (CGPRG033).
      *           CARTAO DE PARAMETROS (SYSIN), POSICAO 1:
      *             'R' = RECONSTRUIR - O DISCAPR E RECRIADO SO COM
      *                   AS APROVACOES DAS GERACOES CONCATENADAS
      *                   (CARGA INICIAL OU CORRECAO DE NOTA QUE
      *                   DESFEZ UMA APROVACAO);
      *             'I' = INCREMENTAR - AS APROVACOES NOVAS SAO
      *                   ACRESCENTADAS AO DISCAPR EXISTENTE (RODADA
      *                   NORMAL, LOGO APOS O CGJOB008, SO COM A
      *                   GERACAO (0)). UMA APROVACAO JA GRAVADA NAO
      *                   SE PERDE QUANDO A GERACAO SAI DO GDG
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010185  PROGRAMA CRIADO - APURACAO DAS
      *                          DISCIPLINAS APROVADAS POR ALUNO
      *  V02    OUT/2026 010189  DISCIPLINA AVALIADA PELA REGRA DE
      *                          AVALIACAO DO CURSO DO ALUNO (CADALU
      *                          -> CURSOTAB), APLICADA PELO CGPRG150
      *                          (032-AVALIAR-MEDIA), NO LUGAR DA
      *                          RECUPERACAO E DO CORTE 7 FIXOS. ALUNO
      *                          FORA DO CADALU LEVA A REGRA PADRAO
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
      *-----> GERACOES DO HISTDISC CONCATENADAS PELO JCL
           SELECT HISTDISC ASSIGN TO HISTDALJ
                  FILE STATUS   IS WS-FS-HIS
           .
      *-----> CURSO DO ALUNO E REGRA DE AVALIACAO (VER V02)
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
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
      *------------*
       FD  HISTDISC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-HISTDISC.
           COPY NOTADISC.
      *-----> CADASTRO DE ALUNOS - CURSO DO ALUNO (VER V02)
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V02)
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
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTAPROV             PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(07) VALUE ZEROS.
           05  WS-CTJAAPR             PIC 9(07) VALUE ZEROS.
           05  WS-CTREPR              PIC 9(07) VALUE ZEROS.
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-DAP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG143'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-DTSYS               PIC 9(08).
           05  WS-MEDIA-FINAL         PIC 9(02)V99.
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-CUR              PIC X(02).

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V02)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-MODO-PARM           PIC X(01).
               88 MODO-RECONSTRUIR        VALUE 'R'.
               88 MODO-INCREMENTAR        VALUE 'I'.
           05  FILLER                 PIC X(79).

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
       000-CGPRG143.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR
               UNTIL WS-FS-HIS = '10'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG143 - DISCIPLINAS APROVADAS       *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF NOT MODO-RECONSTRUIR AND NOT MODO-INCREMENTAR
              MOVE  'MODO DIFERENTE DE R/I NA SYSIN'  TO WS-MSG
              MOVE  '  '                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * MODO DA EXECUCAO  : ' WS-MODO-PARM

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

           OPEN INPUT HISTDISC
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O HISTDISC'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-RECONSTRUIR
              OPEN OUTPUT DISCAPR
           ELSE
              OPEN I-O DISCAPR
              IF WS-FS-DAP = '35'
                 OPEN OUTPUT DISCAPR
                 CLOSE DISCAPR
                 OPEN I-O DISCAPR
              END-IF
           END-IF
           IF WS-FS-DAP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DISCAPR'  TO WS-MSG
              MOVE   WS-FS-DAP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-HISTDISC
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DAS GERACOES DO HISTDISC
      *--------------------------------------------------------------*
       025-LER-HISTDISC.

           READ HISTDISC

           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO HISTDISC'  TO WS-MSG
              MOVE   WS-FS-HIS                     TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-HIS = '00'
                 ADD 1  TO  WS-CTLIDO
                 MOVE REG-HISTDISC  TO  WS-IMAGEM-ERR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVALIAR UMA DISCIPLINA CURSADA (MESMA REGRA DO 026-
      *    AVALIAR-DISCIPLINA DO CGPRG009) E GRAVAR A APROVACAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE WS-MEDIA-ND OF REG-HISTDISC     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-ND OF REG-HISTDISC  TO  WS-NOTA-REC-AV
           PERFORM 032-AVALIAR-MEDIA
           MOVE WS-MEDIA-FINAL-AV  TO  WS-MEDIA-FINAL

           IF NOT AV-APROVADO
              OR (WS-QTD-AULAS-ND OF REG-HISTDISC > ZEROS
                  AND WS-PORC-FREQ-ND OF REG-HISTDISC < 75)
              ADD 1  TO  WS-CTREPR
           ELSE
              ADD 1  TO  WS-CTAPROV
              PERFORM 031-GRAVAR-APROVACAO
           END-IF

           PERFORM 025-LER-HISTDISC
           .
      *--------------------------------------------------------------*
      *    GRAVAR A APROVACAO NO DISCAPR - A DISCIPLINA JA GRAVADA
      *    (OUTRA GERACAO OU RODADA ANTERIOR) FICA COMO ESTA
      *--------------------------------------------------------------*
       031-GRAVAR-APROVACAO.

           MOVE SPACES  TO  REG-DISCAPR
           MOVE WS-NUMERO-ND OF REG-HISTDISC
                                  TO  WS-NUMERO-DA OF REG-DISCAPR
           MOVE WS-DISC-ND OF REG-HISTDISC
                                  TO  WS-DISC-DA OF REG-DISCAPR
           MOVE WS-PERIODO-ND OF REG-HISTDISC
                                  TO  WS-PERIODO-DA OF REG-DISCAPR
           MOVE WS-MEDIA-FINAL    TO  WS-MEDIA-FIN-DA OF REG-DISCAPR
           MOVE WS-PORC-FREQ-ND OF REG-HISTDISC
                                  TO  WS-PORC-FREQ-DA OF REG-DISCAPR
           MOVE WS-DTSYS          TO  WS-DTAPUR-DA OF REG-DISCAPR

           WRITE REG-DISCAPR
           IF WS-FS-DAP = '22'
              ADD 1  TO  WS-CTJAAPR
           ELSE
              IF WS-FS-DAP NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO DISCAPR'  TO WS-MSG
                 MOVE  WS-FS-DAP                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1  TO  WS-CTGRAV
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) E SITUACAO DA MEDIA EM
      *    WS-MEDIA-AV PELA REGRA DE AVALIACAO DO CURSO DO ALUNO
      *    (CADALU -> CURSOTAB - CGPRG150 - VER V02). ALUNO FORA DO
      *    CADALU OU CURSO FORA DO CATALOGO LEVA ESPACOS, E O
      *    CGPRG150 APLICA A REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       032-AVALIAR-MEDIA.

           MOVE SPACES  TO  WS-REGRA-AV
           MOVE WS-NUMERO-ND OF REG-HISTDISC
                                  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-FS-ALU = '00'
              MOVE WS-CURSO-S OF REG-CADALU
                                  TO  WS-CURSO-CT OF REG-CURSOTAB
              READ CURSOTAB
              IF WS-FS-CUR NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-CUR = '00'
                 MOVE WS-REGRA-AVAL-CT OF REG-CURSOTAB
                                    TO  WS-REGRA-AV
              END-IF
           END-IF

           MOVE 'J'  TO  WS-FUNCAO-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG143        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS    - HISTDISC= ' WS-CTLIDO
           DISPLAY ' * DISCIPLINAS APROVADAS        = ' WS-CTAPROV
           DISPLAY ' * DISCIPLINAS NAO APROVADAS    = ' WS-CTREPR
           DISPLAY ' * APROVACOES GRAVADAS- DISCAPR = ' WS-CTGRAV
           DISPLAY ' * APROVACOES JA EXISTENTES     = ' WS-CTJAAPR
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-CTAPROV + WS-CTREPR
              OR WS-CTAPROV NOT = WS-CTGRAV + WS-CTJAAPR
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X APURADO    *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  HISTDISC
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O HISTDISC'  TO WS-MSG
              MOVE   WS-FS-HIS                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
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

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG143        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG143 <
