      * OBJETIVO: GERAR AS CARTAS AOS RESPONSAVEIS DOS ALUNOS
      *           REPROVADOS. LE O CADALU POR COMPLETO, APLICA OS
      *           MESMOS CRITERIOS DE RESULTADO DO CGPRG009 (MEDIA
      *           FINAL COM RECUPERACAO ABAIXO DO CORTE DO CURSO, OU
      *           FREQUENCIA ABAIXO DE 75% NO FREQALU) E, PARA CADA
      *           REPROVADO, BUSCA O ENDERECO NO CADEND E GRAVA UMA
      *           CARTA FORMATADA NA FILA DA POSTAGEM (MALADIR - UMA
      *           PAGINA POR ALUNO, IMPRESSA EM ORDEM DE CEP PELO
      *           CGPRG164). REPROVADO SEM ENDERECO NO CADEND, OU COM
      *           ENDERECO DEVOLVIDO PELOS CORREIOS, SAI NA LISTAGEM
      *           DE EXCECAO (RELEXC) PARA A SECRETARIA CORRER ATRAS
      *           DO CONTATO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010072  PROGRAMA CRIADO - CARTAS AOS
      *                          RESPONSAVEIS DOS REPROVADOS
      *  V02    OUT/2026 010189  MEDIA FINAL E CORTE DE APROVACAO PELA
      *                          REGRA DE AVALIACAO DO CURSO DO ALUNO
      *                          (CURSOTAB), APLICADA PELO CGPRG150
      *                          (032-AVALIAR-MEDIA), NO LUGAR DA
      *                          RECUPERACAO E DO CORTE 7 FIXOS
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DA
      *                          CARTA E DA LISTAGEM DE EXCECAO (MESMA
      *                          LARGURA)
      *  V04    OUT/2026 010199  POSTAGEM CONSOLIDADA: A CARTA VAI
      *                          PARA A FILA MALADIR (COPY MALADIRC)
      *                          EM VEZ DO CARTAFIL, E O CGPRG164
      *                          IMPRIME TODAS AS CARTAS DA NOITE EM
      *                          ORDEM DE CEP. ENDERECO DEVOLVIDO
      *                          PELOS CORREIOS (END-DEVOLVIDO NO
      *                          CADEND) VAI PARA A EXCECAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-NUMERO-F OF REG-FREQALU
                  FILE STATUS   IS WS-FS-FRQ
           .
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V02)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V04)
           SELECT MALADIR ASSIGN TO MALADIRJ
                  FILE STATUS   IS WS-FS-MAL
           .
           SELECT RELEXC ASSIGN TO RELEXCJ
                  FILE STATUS   IS WS-FS-EXC
           .
       01  REG-FREQALU.
           COPY FREQALUC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V02)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
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
           05  WS-CTREPROV            PIC 9(04) VALUE ZEROS.
           05  WS-CTCARTA             PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMEND            PIC 9(04) VALUE ZEROS.
           05  WS-CTDEVOL             PIC 9(04) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-FRQ              PIC X(02).
           05  WS-FS-MAL              PIC X(02).
           05  WS-FS-EXC              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG028'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MEDIA-FINAL         PIC 9(02)V99.
           05  WS-PORC-FREQ           PIC 9(03)V99.
           05  WS-MOTIVO              PIC X(25).
           05  WS-SW-REPROV           PIC X(01).
               88 ALUNO-REPROVADO         VALUE 'S'.
               88 ALUNO-APROVADO          VALUE 'N'.

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V02)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> LINHAS DA CARTA (UMA PAGINA POR ALUNO NA MALADIR)
       01  WS-CARTA-DATA.
           05 FILLER              PIC X(26) VALUE
              'SAO CAETANO DO SUL,       '.
           05 FILLER              PIC X(11) VALUE 'ALUNO(A): '.
           05 WS-CARTA-NOME-N     PIC X(20).
           05 FILLER              PIC X(13) VALUE '  MATRICULA: '.
           05 WS-CARTA-MAT-N      PIC 9(05).
           05 FILLER              PIC X(10) VALUE '  CURSO: '.
           05 WS-CARTA-CURSO-N    PIC X(12).
           05 FILLER              PIC X(09) VALUE SPACES.

       01  WS-CARTA-MOTIVO.
           05 FILLER              PIC X(09) VALUE 'MOTIVO: '.

       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

      *-----> LINHA EM MONTAGEM PARA A PAGINA DA MALADIR (VER V04)
       01  WS-LINHA-CARTA         PIC X(80).

      *-----> LINHA DA LISTAGEM DE EXCECAO (REPROVADO SEM CADEND OU
      *       COM ENDERECO DEVOLVIDO PELOS CORREIOS)
       01  WS-REG-EXCECAO.
           05 WS-EXC-TEXTO        PIC X(34) VALUE
              '*** SEM ENDERECO NO CADEND - MAT. '.
           05 WS-EXC-MAT          PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-EXC-NOME         PIC X(20).
           05 FILLER              PIC X(04) VALUE ' ***'.
           05 FILLER              PIC X(16) VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
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

      *--------------------------------------------------------------*
      *    APURAR O RESULTADO DO ALUNO: MEDIA FINAL (MAIOR ENTRE A
      *    MEDIA ORIGINAL E A MEDIA COM RECUPERACAO, COMO NO
      *    CGPRG009, CONTRA O CORTE DO CURSO - VER V02) E A REGRA
      *    LEGAL DE FREQUENCIA MINIMA DE 75%
      *--------------------------------------------------------------*
       031-APURAR-RESULTADO.

           SET ALUNO-APROVADO  TO  TRUE
           MOVE SPACES         TO  WS-MOTIVO

           MOVE WS-MEDIA-S OF REG-CADALU     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-S OF REG-CADALU  TO  WS-NOTA-REC-AV
           PERFORM 032-AVALIAR-MEDIA
           MOVE WS-MEDIA-FINAL-AV  TO  WS-MEDIA-FINAL

           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-NUMERO-F OF REG-FREQALU
              END-IF
           END-IF

           IF ALUNO-APROVADO AND NOT AV-APROVADO
              SET ALUNO-REPROVADO  TO  TRUE
              MOVE 'MEDIA FINAL INSUFICIENTE '  TO  WS-MOTIVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) E SITUACAO DA MEDIA EM
      *    WS-MEDIA-AV PELA REGRA DE AVALIACAO DO CURSO NO CURSOTAB
      *    (CGPRG150 - VER V02). CURSO FORA DO CATALOGO LEVA
      *    ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       032-AVALIAR-MEDIA.

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
      *    GERAR A CARTA DO ALUNO REPROVADO (OU A LINHA DE EXCECAO,
      *    QUANDO NAO HA ENDERECO NO CADEND OU QUANDO OS CORREIOS JA
      *    DEVOLVERAM CARTA PARA ELE - VER V04)
      *--------------------------------------------------------------*
       040-GERAR-CARTA.

           READ CADEND
           IF WS-FS-END = '23'
              ADD 1  TO  WS-CTSEMEND
              MOVE '*** SEM ENDERECO NO CADEND - MAT. '
                                    TO  WS-EXC-TEXTO
              PERFORM 045-GRAVAR-EXCECAO
           ELSE
              IF WS-FS-END NOT = '00'
                 MOVE   WS-FS-END                   TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 IF END-DEVOLVIDO OF REG-CADEND
                    ADD 1  TO  WS-CTDEVOL
                    MOVE '*** ENDERECO DEVOLVIDO    - MAT. '
                                    TO  WS-EXC-TEXTO
                    PERFORM 045-GRAVAR-EXCECAO
                 ELSE
                    PERFORM 041-GRAVAR-CARTA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR A PAGINA DA CARTA E GRAVA-LA NA MALADIR
      *--------------------------------------------------------------*
       041-GRAVAR-CARTA.

           MOVE WS-MOTIVO                  TO  WS-CARTA-MOTIVO-N
           MOVE WS-MEDIA-FINAL             TO  WS-CARTA-MEDIA-N

           MOVE SPACES  TO  REG-MALADIR
           MOVE ZEROS   TO  WS-QTD-LIN-MD
           MOVE WS-CARTA-DATA     TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-CARTA-RESPON   TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-CARTA-ENDER    TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-CARTA-TEXTO1   TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-CARTA-ALUNO    TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-CARTA-MOTIVO   TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 043-GUARDAR-LINHA
           MOVE WS-CARTA-RODAPE   TO  WS-LINHA-CARTA
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

           ADD 1  TO  WS-CTCARTA
           .
      *--------------------------------------------------------------*
      *    GUARDAR A LINHA MONTADA NA PROXIMA LINHA DA PAGINA
      *--------------------------------------------------------------*
       043-GUARDAR-LINHA.

           ADD 1  TO  WS-QTD-LIN-MD
           MOVE WS-LINHA-CARTA  TO  WS-LINHA-MD (WS-QTD-LIN-MD)
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DE EXCECAO DE REPROVADO SEM ENDERECO
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS LIDOS      - CADALU   = ' WS-CTLIDO
           DISPLAY ' * ALUNOS REPROVADOS            = ' WS-CTREPROV
           DISPLAY ' * CARTAS GERADAS    - MALADIR  = ' WS-CTCARTA
           DISPLAY ' * SEM ENDERECO      - RELEXC   = ' WS-CTSEMEND
           DISPLAY ' * END. DEVOLVIDO    - RELEXC   = ' WS-CTDEVOL
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTREPROV NOT = WS-CTCARTA + WS-CTSEMEND + WS-CTDEVOL
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - REPROVADO X CARTA *'
              DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALADIR'  TO WS-MSG
              MOVE   WS-FS-MAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

