      *                          RUNSTAT (COPY RUNSTATC, OPEN
      *                          EXTEND), CONFRONTADO DIARIAMENTE
      *                          PELO VIGIA CGPRG073
      *  V04    OUT/2026 010189  APROVADO/REPROVADO PELA REGRA DE
      *                          AVALIACAO ATUAL DO CURSO DO ALUNO
      *                          (CURSOTAB), APLICADA PELO CGPRG150
      *                          (031-AVALIAR-MEDIA), NO LUGAR DA
      *                          RECUPERACAO E DO CORTE 7 FIXOS
      *  V05    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): LINHA DO
      *                          RELATORIO HISTORICO (MESMA LARGURA)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RELHIST ASSIGN TO RELHISTJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V04)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
      *-----> HISTORICO DE ESTATISTICAS DE EXECUCAO (VER V03)
           SELECT RUNSTAT ASSIGN TO RUNSTATJ
                  FILE STATUS   IS WS-FS-RST
           .
       01  REG-RUNSTAT.
           COPY RUNSTATC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V04)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-FS-RST              PIC X(02).
           05  WS-FS-CUR              PIC X(02).

      *-----> CARTAO DE PARAMETROS DA SYSIN - SO ROTULA O CABECALHO
      *       COM O PERIODO DA GERACAO LIDA; A GERACAO EM SI E
           COPY CADALUC.

      *-----> AREA DE TRABALHO P/RECALCULO DA MEDIA COM RECUPERACAO
      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V04)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> TOTAIS DE CONTROLE DA TURMA (RODAPE DO RELHIST)
       01  WS-TOTAIS-TURMA.

       01  WS-REG-RELHIST.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELHIST
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELHIST'  TO WS-MSG
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE WS-MEDIA-S OF WS-REG-HISTALU     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-S OF WS-REG-HISTALU  TO  WS-NOTA-REC-AV
           PERFORM 031-AVALIAR-MEDIA
           MOVE WS-MEDIA-FINAL-AV  TO  WS-MEDIA-S OF WS-REG-HISTALU

           IF NOT AV-APROVADO
              MOVE 'REPROVADO' TO  WS-AVALIACAO-R
              ADD 1 TO WS-QTD-REPROV
           ELSE
           PERFORM 025-LER-HISTALU
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) E SITUACAO DA MEDIA EM
      *    WS-MEDIA-AV PELA REGRA DE AVALIACAO DO CURSO NO CURSOTAB
      *    (CGPRG150 - VER V04). CURSO FORA DO CATALOGO LEVA
      *    ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       031-AVALIAR-MEDIA.

           MOVE WS-CURSO-S OF WS-REG-HISTALU
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
      *    IMPRIMIR LINHAS DO RELATORIO
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
       035-IMPREL.

              MOVE   WS-FS-REL                  TO WS-FS-MSG
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
