      *                          RUNSTAT (COPY RUNSTATC, OPEN
      *                          EXTEND), CONFRONTADO DIARIAMENTE
      *                          PELO VIGIA CGPRG073
      *  V03    OUT/2026 010189  MEDIA FINAL PELA REGRA DE AVALIACAO
      *                          DO CURSO DO ALUNO (CURSOTAB),
      *                          APLICADA PELO CGPRG150
      *                          (031-AVALIAR-MEDIA), A MESMA DO
      *                          CGPRG009
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          REGEXT COM 5 POSICOES (REGISTRO DE 43
      *                          P/ 44 BYTES - LAYOUT COMBINADO COM O
      *                          SISTEMA DE SECRETARIA, VER CGJOB017)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT REGEXT ASSIGN TO REGEXTJ
                  FILE STATUS   IS WS-FS-REG
           .
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V03)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
      *-----> HISTORICO DE ESTATISTICAS DE EXECUCAO (VER V02)
           SELECT RUNSTAT ASSIGN TO RUNSTATJ
                  FILE STATUS   IS WS-FS-RST
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-REGEXT             PIC X(44)
           .
      *-----> HISTORICO DE ESTATISTICAS DE EXECUCAO (VER V02)
       FD  RUNSTAT
           .
       01  REG-RUNSTAT.
           COPY RUNSTATC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V03)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           05  WS-MSG                  PIC X(30).
           05  WS-FS-MSG               PIC X(02).
           05  WS-FS-RST               PIC X(02).
           05  WS-FS-CUR               PIC X(02).

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V03)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> DADOS DE ENTRADA - CADASTRO DE ALUNOS
       01  WS-REG-CADALU.

      *-----> DADOS DE SAIDA - EXTRATO DE SECRETARIA (REGEXT)
       01  WS-REG-TRANSCRICAO.
           05 WS-NUMERO-X           PIC 9(05).
           05 WS-NOME-X             PIC X(20).
           05 WS-CURSO-X            PIC X(12).
           05 WS-MEDIA-X            PIC 9(02)V99.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT REGEXT
           IF WS-FS-REG  NOT = '00'
              MOVE  'ERRO AO ABRIR O REGEXT'   TO WS-MSG
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE  WS-MEDIA-S OF WS-REG-CADALU     TO  WS-MEDIA-AV
           MOVE  WS-NOTA-REC-S OF WS-REG-CADALU  TO  WS-NOTA-REC-AV
           PERFORM 031-AVALIAR-MEDIA

           MOVE  WS-NUMERO-S OF WS-REG-CADALU  TO  WS-NUMERO-X
           MOVE  WS-NOME-S   OF WS-REG-CADALU  TO  WS-NOME-X
           MOVE  WS-CURSO-S  OF WS-REG-CADALU  TO  WS-CURSO-X
           MOVE  WS-MEDIA-FINAL-AV             TO  WS-MEDIA-X

           IF WS-NOTA-REC-S OF WS-REG-CADALU  >  ZEROS
              MOVE 'SIM' TO  WS-SIT-RECUP-X
           PERFORM 025-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) E SITUACAO DA MEDIA EM
      *    WS-MEDIA-AV PELA REGRA DE AVALIACAO DO CURSO NO CURSOTAB
      *    (CGPRG150 - VER V03). CURSO FORA DO CATALOGO LEVA
      *    ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       031-AVALIAR-MEDIA.

           MOVE WS-CURSO-S OF WS-REG-CADALU
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
      *    GRAVAR UMA LINHA DO EXTRATO DE SECRETARIA
      *--------------------------------------------------------------*
       035-GRAVAR-REGEXT.
              MOVE   WS-FS-REG                  TO WS-FS-MSG
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
