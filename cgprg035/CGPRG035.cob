      *           CARTAO DE PERIODO DE REFERENCIA (AAAAMM) E DEPOIS
      *           UMA LISTA DE MATRICULAS (UMA POR CARTAO, LOTE
      *           TERMINADO PELA SENTINELA DE NOVES), BUSCA CADA
      *           ALUNO NO CADALU INDEXADO E O ENDERECO NO CADEND E
      *           GRAVA UMA PAGINA DE DECLARACAO FORMATADA POR ALUNO
      *           NA FILA MALADIR DA POSTAGEM CONSOLIDADA (ENDERECO,
      *           NOME, CURSO, PERIODO DE REFERENCIA E DATA DE
      *           EMISSAO DA DATA DO SISTEMA). MATRICULA NAO
      *           ENCONTRADA, SEM ENDERECO NO CADEND OU COM ENDERECO
      *           DEVOLVIDO PELOS CORREIOS SAI NA LISTAGEM DE EXCECAO
      *           (RELEXC). UMA RODADA POR MANHA SUBSTITUI AS
      *           DECLARACOES DATILOGRAFADAS UMA A UMA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          DECLARAR "REGULARMENTE MATRICULADO"
      *                          PARA ALUNO TRANCADO ERA MENTIRA
      *                          IMPRESSA
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO COM A
      *                          MATRICULA EM 1-5, DECLARACAO E
      *                          LISTAGEM DE EXCECAO (MESMA LARGURA)
      *  V04    OUT/2026 010199  POSTAGEM CONSOLIDADA: A DECLARACAO
      *                          PASSA A LEVAR O ENDERECO DO CADEND E
      *                          VAI PARA A FILA MALADIR (COPY
      *                          MALADIRC) EM VEZ DO DECLFIL, IMPRESSA
      *                          EM ORDEM DE CEP PELO CGPRG164. ALUNO
      *                          SEM CADEND OU COM ENDERECO DEVOLVIDO
      *                          PELOS CORREIOS (END-DEVOLVIDO) VAI
      *                          PARA O RELEXC
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V04)
           SELECT MALADIR ASSIGN TO MALADIRJ
                  FILE STATUS   IS WS-FS-MAL
           .
           SELECT RELEXC ASSIGN TO RELEXCJ
                  FILE STATUS   IS WS-FS-EXC
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CADEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADEND.
           COPY CADENDC.
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V04)
       FD  MALADIR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALADIR.
           COPY MALADIRC.
       FD  RELEXC
           LABEL RECORD OMITTED
           RECORDING MODE  F
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTDECL              PIC 9(04) VALUE ZEROS.
           05  WS-CTNENC              PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMEND            PIC 9(04) VALUE ZEROS.
           05  WS-CTDEVOL             PIC 9(04) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-MAL              PIC X(02).
           05  WS-FS-EXC              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG035'.
           05  WS-MSG                 PIC X(30).

      *-----> ENTRADA - CARTAO COM UMA MATRICULA POR LINHA
       01  WS-REG-SYSIN.
           05 WS-NUMERO-IN        PIC 9(05).

      *-----> LINHAS DA DECLARACAO (UMA PAGINA POR ALUNO NA MALADIR,
      *       COM O ENDERECO DO CADEND NO MOLDE DAS CARTAS DO CGPRG028)
       01  WS-DECL-RESPON.
           05 FILLER              PIC X(06) VALUE 'A(O): '.
           05 WS-DECL-RESPON-N    PIC X(20).
           05 FILLER              PIC X(54) VALUE SPACES.

       01  WS-DECL-ENDER.
           05 WS-DECL-ENDER-N     PIC X(30).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-DECL-CIDADE-N    PIC X(20).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DECL-UF-N        PIC X(02).
           05 FILLER              PIC X(05) VALUE ' CEP '.
           05 WS-DECL-CEP-N       PIC 9(08).
           05 FILLER              PIC X(11) VALUE SPACES.

       01  WS-DECL-TITULO.
           05 FILLER              PIC X(26) VALUE SPACES.
           05 FILLER              PIC X(24) VALUE
           05 FILLER              PIC X(11) VALUE 'ALUNO(A): '.
           05 WS-DECL-NOME        PIC X(20).
           05 FILLER              PIC X(13) VALUE '  MATRICULA: '.
           05 WS-DECL-MAT         PIC 9(05).
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-DECL-SITUACAO.
           05 FILLER              PIC X(11) VALUE 'SITUACAO: '.

       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

      *-----> LINHA EM MONTAGEM PARA A PAGINA DA MALADIR (VER V04)
       01  WS-LINHA-DECL          PIC X(80).

      *-----> LINHA DA LISTAGEM DE EXCECAO (MATRICULA NAO ACHADA,
      *       SEM ENDERECO OU COM ENDERECO DEVOLVIDO)
       01  WS-REG-EXCECAO.
           05 WS-EXC-TEXTO        PIC X(36) VALUE
              '*** MATRICULA NAO CADASTRADA - MAT. '.
           05 WS-EXC-MAT          PIC 9(05).
           05 FILLER              PIC X(04) VALUE ' ***'.
           05 FILLER              PIC X(35) VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND MALADIR
           IF WS-FS-MAL = '35'
              OPEN OUTPUT MALADIR
           END-IF
           IF WS-FS-MAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O MALADIR'  TO WS-MSG
              MOVE   WS-FS-MAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF


           IF WS-FS-ALU = '23'
              ADD 1  TO  WS-CTNENC
              MOVE '*** MATRICULA NAO CADASTRADA - MAT. '
                                    TO  WS-EXC-TEXTO
              PERFORM 045-GRAVAR-EXCECAO
           ELSE
              IF WS-FS-ALU NOT = '00'
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 PERFORM 035-BUSCAR-ENDERECO
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    BUSCAR O ENDERECO NO CADEND (VER V04); SEM ENDERECO OU COM
      *    ENDERECO DEVOLVIDO PELOS CORREIOS A DECLARACAO NAO SAI E A
      *    MATRICULA VAI PARA O RELEXC
      *--------------------------------------------------------------*
       035-BUSCAR-ENDERECO.

           MOVE WS-NUMERO-S OF REG-CADALU  TO
                WS-NUMERO-D OF REG-CADEND
           READ CADEND
           IF WS-FS-END = '23'
              ADD 1  TO  WS-CTSEMEND
              MOVE '*** SEM ENDERECO NO CADEND   - MAT. '
                                    TO  WS-EXC-TEXTO
              PERFORM 045-GRAVAR-EXCECAO
           ELSE
              IF WS-FS-END NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
                 MOVE  WS-FS-END                   TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF END-DEVOLVIDO OF REG-CADEND
                    ADD 1  TO  WS-CTDEVOL
                    MOVE '*** ENDERECO DEVOLVIDO       - MAT. '
                                    TO  WS-EXC-TEXTO
                    PERFORM 045-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 040-GRAVAR-DECLARACAO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR A PAGINA DA DECLARACAO DO ALUNO E GRAVA-LA NA
      *    MALADIR
      *--------------------------------------------------------------*
       040-GRAVAR-DECLARACAO.

           MOVE WS-RESPON-D OF REG-CADEND  TO  WS-DECL-RESPON-N
           MOVE WS-ENDER-D  OF REG-CADEND  TO  WS-DECL-ENDER-N
           MOVE WS-CIDADE-D OF REG-CADEND  TO  WS-DECL-CIDADE-N
           MOVE WS-UF-D     OF REG-CADEND  TO  WS-DECL-UF-N
           MOVE WS-CEP-D    OF REG-CADEND  TO  WS-DECL-CEP-N

           MOVE WS-NOME-S   OF REG-CADALU  TO  WS-DECL-NOME
           MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-DECL-MAT
           MOVE WS-CURSO-S  OF REG-CADALU  TO  WS-DECL-CURSO-N
              MOVE SPACES                     TO  WS-DECL-SIT-DT
           END-IF

           MOVE SPACES  TO  REG-MALADIR
           MOVE ZEROS   TO  WS-QTD-LIN-MD
           MOVE WS-DECL-RESPON    TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-ENDER     TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-TITULO    TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-TEXTO1    TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-TEXTO2    TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-ALUNO     TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-CURSO     TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-SITUACAO  TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-EMISSAO   TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-DECL-ASSIN     TO  WS-LINHA-DECL
           PERFORM 043-GUARDAR-LINHA

           MOVE WS-CEP-D    OF REG-CADEND  TO  WS-CEP-MD
           MOVE WS-UF-D     OF REG-CADEND  TO  WS-UF-MD
           MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-NUMERO-MD
           MOVE WS-PROGID                  TO  WS-ORIGEM-MD
           COMPUTE WS-DATA-MD = 20000000 + WS-DTSYS
           WRITE REG-MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO MALADIR'  TO WS-MSG
              MOVE   WS-FS-MAL                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1  TO  WS-CTDECL
           .
      *--------------------------------------------------------------*
      *    GUARDAR A LINHA MONTADA NA PROXIMA LINHA DA PAGINA
      *--------------------------------------------------------------*
       043-GUARDAR-LINHA.

           ADD 1  TO  WS-QTD-LIN-MD
           MOVE WS-LINHA-DECL  TO  WS-LINHA-MD (WS-QTD-LIN-MD)
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DE EXCECAO (TEXTO JA MONTADO EM
      *    WS-EXC-TEXTO)
      *--------------------------------------------------------------*
       045-GRAVAR-EXCECAO.

           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG035        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MATRICULAS LIDAS  - SYSIN    = ' WS-CTLIDO
           DISPLAY ' * DECLARACOES GERADAS- MALADIR = ' WS-CTDECL
           DISPLAY ' * NAO ENCONTRADAS   - RELEXC   = ' WS-CTNENC
           DISPLAY ' * SEM ENDERECO      - RELEXC   = ' WS-CTSEMEND
           DISPLAY ' * END. DEVOLVIDO    - RELEXC   = ' WS-CTDEVOL
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIDO NOT = WS-CTDECL + WS-CTNENC + WS-CTSEMEND
                            + WS-CTDEVOL
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X GERADO     *'
              DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           CLOSE  CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALADIR'  TO WS-MSG
              MOVE   WS-FS-MAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

