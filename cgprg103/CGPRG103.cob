      *           ESCORE DECRESCENTE (RELRISK, SO ESCORE > 0) PARA
      *           OS COORDENADORES, E O HISTORICO ACUMULATIVO
      *           RISKHIST (DATA+MATRICULA+ESCORE+FATORES, OPEN
      *           EXTEND) PARA MEDIR SE A INTERVENCAO MOVE O NUMERO.
      *           DESDE A V03, ESCORE NO LIMIAR DE AVISO DO RISKPARM
      *           OU ACIMA ENFILEIRA O CONVITE DA COORDENACAO A
      *           FAMILIA NO NOTIFILA (ENVIADO PELO CGPRG160)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010150  PROGRAMA CRIADO - ESCORE SEMANAL
      *                          DE RISCO DE EVASAO COM HISTORICO
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): RISKHIST COM
      *                          A MATRICULA EM 9(05) (MESMOS 40
      *                          BYTES), SORT, VARREDURA DO MENSALU E
      *                          LINHA DO RELATORIO AJUSTADOS
      *  V03    OUT/2026 010197  NOTIFICACAO AS FAMILIAS: RISKPARM
      *                          GANHA O LIMIAR DE AVISO
      *                          (WS-LIM-AVISO-RP, NO LUGAR DO
      *                          FILLER); ESCORE NO LIMIAR OU ACIMA
      *                          ENFILEIRA O EVENTO RIS NO NOTIFILA
      *  V04    OUT/2026 010230  O RISKPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSALU
                  FILE STATUS   IS WS-FS-MEN
           .
      *-----> HISTORICO ACUMULATIVO DOS ESCORES
           SELECT RISKHIST ASSIGN TO RISKHISJ
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-NTF
           .
           SELECT SORTRSK ASSIGN TO SORTWKJ
           .
           SELECT RELRISK ASSIGN TO RELRISKJ
           .
       01  REG-MENSALU.
           COPY MENSALUC.
       FD  RISKHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RISKHIST.
           05 WS-DATA-RH          PIC 9(08).
           05 WS-NUMERO-RH        PIC 9(05).
           05 WS-CURSO-RH         PIC X(12).
           05 WS-ESCORE-RH        PIC 9(05).
           05 WS-FATOR-MEDIA-RH   PIC X(01).
           05 WS-FATOR-FREQ-RH    PIC X(01).
           05 WS-QTD-VENC-RH      PIC 9(03).
           05 FILLER              PIC X(05).
      *-----> ARQUIVO DE TRABALHO DO SORT (CURSO ASC, ESCORE DESC)
       SD  SORTRSK
           RECORDING MODE  F
       01  REG-SORTRSK.
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-ESCORE-SRT       PIC 9(05).
           05 WS-NUMERO-SRT       PIC 9(05).
           05 WS-NOME-SRT         PIC X(20).
           05 WS-FATORES-SRT      PIC X(05).
       FD  RELRISK
           .
       01  REG-RELRISK            PIC X(80)
           .
      *-----> FILA DE NOTIFICACOES AS FAMILIAS (VER V03)
       FD  NOTIFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIFILA.
           COPY NOTIFILC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTESCORE            PIC 9(04) VALUE ZEROS.
           05  WS-CTHIST              PIC 9(04) VALUE ZEROS.
           05  WS-CTNOTIF             PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-FRQ              PIC X(02).
           05  WS-FS-PRM              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-NTF              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG103'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-PORC-FREQ           PIC 9(03)V99.
           05  WS-RANK                PIC 9(03).
           05  WS-CURSO-ANT           PIC X(12).
           05  WS-MAT-SCAN            PIC 9(05).

      *-----> CARTAO DE PARAMETROS (SYSIN): DATA DA VARREDURA E
      *       DATA DE REFERENCIA PARA VENCIMENTO
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-POS-R            PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-ESCORE-R         PIC ZZZZ9.
           05  WS-FATORES-F           PIC X(01).
           05  WS-FATORES-VENC        PIC 9(03).

      *-----> PESOS E LIMIARES DO ESCORE (UM REGISTRO)
      *       - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-RISKPARM.
           05 WS-PESO-MEDIA-RP    PIC 9(03).
           05 WS-PESO-FREQ-RP     PIC 9(03).
           05 WS-PESO-INAD-RP     PIC 9(03).
           05 WS-LIM-MEDIA-RP     PIC 9(02)V99.
           05 WS-LIM-FREQ-RP      PIC 9(03).
      *-----> ESCORE A PARTIR DO QUAL A FAMILIA E AVISADA (VER V03);
      *       ZERO OU BRANCO = NAO AVISAR
           05 WS-LIM-AVISO-RP     PIC 9(04).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

              GO TO  999-ERRO
           END-IF

           OPEN EXTEND NOTIFILA
           IF WS-FS-NTF = '35'
              OPEN OUTPUT NOTIFILA
           END-IF
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELRISK
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELRISK'  TO WS-MSG
      *--------------------------------------------------------------*
       015-LER-RISKPARM.

           MOVE 'RISKPARM'  TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO ABRIR O RISKPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * RISKPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           MOVE WS-REG-PL   TO  REG-RISKPARM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'RISKPARM SEM REGISTRO'  TO WS-MSG
              MOVE   WS-FS-PRM               TO WS-FS-MSG
                   WS-PESO-FREQ-RP '/' WS-PESO-INAD-RP
           DISPLAY ' * LIMIARES    : MEDIA ' WS-LIM-MEDIA-RP
                   ' FREQ ' WS-LIM-FREQ-RP
           IF WS-LIM-AVISO-RP NOT NUMERIC
              MOVE ZEROS  TO  WS-LIM-AVISO-RP
           END-IF
           DISPLAY ' * AVISO A FAMILIA A PARTIR DO ESCORE '
                   WS-LIM-AVISO-RP

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO FECHAR O RISKPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                   TO WS-FS-MSG

           READ MENSALU NEXT RECORD
           IF WS-FS-MEN = '10'
              MOVE 99999  TO  WS-MAT-SCAN
           ELSE
              IF WS-FS-MEN NOT = '00'
                 MOVE 'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
           ELSE
              ADD 1  TO  WS-CTHIST
           END-IF

           IF WS-LIM-AVISO-RP > ZEROS
              AND WS-ESCORE NOT < WS-LIM-AVISO-RP
              PERFORM 155-ENFILEIRAR-RISCO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O CONVITE DA COORDENACAO A FAMILIA DO ALUNO
      *    COM ESCORE NO LIMIAR DE AVISO OU ACIMA (VER V03). O
      *    ESCORE VAI SO PARA A AUDITORIA DO NOTIHIST
      *--------------------------------------------------------------*
       155-ENFILEIRAR-RISCO.

           MOVE SPACES                     TO  REG-NOTIFILA
           SET NF-RISCO                    TO  TRUE
           SET NF-SEM-CARTA                TO  TRUE
           MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-NUMERO-NF
           MOVE WS-PROGID                  TO  WS-ORIGEM-NF
           MOVE WS-DATA-IN                 TO  WS-DATA-NF
           MOVE WS-CURSO-S OF REG-CADALU   TO  WS-CURSO-NF
           MOVE WS-ESCORE                  TO  WS-ESCORE-NF

           WRITE REG-NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTNOTIF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: LISTA ORDENADA POR CURSO
           DISPLAY ' * ALUNOS LIDOS    - CADALU     = ' WS-CTLIDO
           DISPLAY ' * COM ESCORE > 0  - RELRISK    = ' WS-CTESCORE
           DISPLAY ' * HISTORIADOS     - RISKHIST   = ' WS-CTHIST
           DISPLAY ' * AVISOS NA FILA  - NOTIFILA   = ' WS-CTNOTIF
           DISPLAY ' *========================================*'

           IF WS-CTESCORE NOT = WS-CTHIST
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG103        *'
           DISPLAY ' *----------------------------------------*'
