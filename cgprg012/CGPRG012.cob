      *                          RUNSTAT (COPY RUNSTATC, OPEN
      *                          EXTEND), CONFRONTADO DIARIAMENTE
      *                          PELO VIGIA CGPRG073
      *  V08    OUT/2026 010189  APROVADO/REPROVADO PELA REGRA DE
      *                          AVALIACAO DO CURSO DO ALUNO
      *                          (CURSOTAB), APLICADA PELO CGPRG150
      *                          (031-AVALIAR-MEDIA), NO LUGAR DA
      *                          RECUPERACAO E DO CORTE 7 FIXOS
      *  V09    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): WS-NUMERO-E
      *                          DA AREA DE LEITURA DO CADALU
      *  V10    OUT/2026 010227  CODIGO DA CIDADE PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS: CADGRAVA
      *                          COM 41 BYTES, TABELA CIDADE/ANO E LINHA
      *                          DA TENDENCIA AMPLIADAS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RELANU ASSIGN TO RELANUJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V08)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
      *-----> HISTORICO DE ESTATISTICAS DE EXECUCAO (VER V07)
           SELECT RUNSTAT ASSIGN TO RUNSTATJ
                  FILE STATUS   IS WS-FS-RST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
      *-----> HISTORICO DE TENDENCIA DE APROVACAO, UM REGISTRO POR
      *       EXECUCAO DESTE PROGRAMA (ACUMULADO ENTRE EXECUCOES)
           .
       01  REG-RUNSTAT.
           COPY RUNSTATC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V08)
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

      *-----> CARTAO DE PARAMETROS DA SYSIN (LAYOUT COMUM AOS
      *       PROGRAMAS DE RELATORIO - VER COPY RELPARM). SO

      *-----> DADOS DE ENTRADA - CADASTRO DE ALUNOS
       01  WS-REG-CADALU.
           05 WS-NUMERO-E         PIC 9(05)      COMP-3.
           05 WS-NOME-E           PIC X(20).
           05 WS-SEXO-E           PIC X(01).
           05 WS-IDADE-E          PIC 9(02)      COMP-3.
           05 WS-RUNID               PIC 9(04)      COMP-3.
           05 WS-DTLOTE              PIC 9(08)      COMP-3.

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V08)
       01  WS-AVALPAR.
           COPY AVALPARC.

       01  WS-COMPETENCIA-DISP    PIC 9(06).

      *       EM USO
       01  WS-TAB-CIDANO.
           05  WS-CIDANO-OCOR         OCCURS 30 TIMES.
               10  WS-TAB-CIDANO-CIDADE  PIC 9(07).
               10  WS-TAB-CIDANO-ESTADO  PIC X(02).
               10  WS-TAB-CIDANO-ANO     PIC 9(04).
               10  WS-TAB-CIDANO-VEIC    PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-ANO-R              PIC 9(04).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-CIDADE-R2          PIC 9(07).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-ESTADO-R2          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-VEIC-R2            PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-ACID-R2            PIC ZZ.ZZ9.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELANU
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELANU'  TO WS-MSG
      *--------------------------------------------------------------*
       030-PROCESSAR-ALUNO.

           MOVE WS-MEDIA-E     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-E  TO  WS-NOTA-REC-AV
           PERFORM 031-AVALIAR-MEDIA

           IF NOT AV-APROVADO
              ADD 1 TO WS-QTD-REPROV
           ELSE
              ADD 1 TO WS-QTD-APROV
           PERFORM 025-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) E SITUACAO DA MEDIA EM
      *    WS-MEDIA-AV PELA REGRA DE AVALIACAO DO CURSO NO CURSOTAB
      *    (CGPRG150 - VER V08). CURSO FORA DO CATALOGO LEVA
      *    ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       031-AVALIAR-MEDIA.

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

           MOVE 'J'  TO  WS-FUNCAO-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO ANUALU O PONTO DE TENDENCIA DESTA EXECUCAO
      *--------------------------------------------------------------*
       035-GRAVAR-HISTORICO.
              MOVE   WS-FS-REL                 TO WS-FS-MSG
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
