      *                          ZEROS = SEM CONTROLE DE LOTACAO.
      *                          CONSUMIDA PELO CGPRG008 V26 E
      *                          PELO CGPRG093
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): FAIXA INICIAL
      *                          E FINAL DO CARTAO COM 5 POSICOES CADA
      *                          (20-24 E 25-29; CAPACIDADE EM 30-33)
      *  V04    OUT/2026 010195  FAIXA/TURMA GRAVADA COM A UNIDADE
      *                          (CAMPUS) DO CURSO NO CURSOTAB
      *                          (WS-UNIDADE-X), BASE DA LOTACAO E DA
      *                          LISTA DE ESPERA POR UNIDADE; CURSO
      *                          FORA DO CATALOGO REJEITA O CARTAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-X OF REG-FAIXNUM
                  FILE STATUS   IS WS-FS-FXN
           .
      *-----> CATALOGO DE CURSOS - UNIDADE DA TURMA (VER V04)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-FAIXNUM.
           COPY FAIXNUMC.
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-FS-FXN              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-UNIDADE-CUR         PIC X(01).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG026'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-CURSO-IN         PIC X(12).
           05 WS-PERIODO-IN       PIC 9(06).
           05 WS-FAIXA-INI-IN     PIC 9(05).
           05 WS-FAIXA-FIM-IN     PIC 9(05).
           05 WS-CAPAC-IN         PIC 9(04).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR
           ELSE
              PERFORM 029-LER-UNIDADE
              IF WS-FAIXA-INI-IN = ZEROS
                 OR WS-UNIDADE-CUR = SPACE
                 OR WS-FAIXA-FIM-IN < WS-FAIXA-INI-IN
                 OR WS-CURSO-IN = SPACES
                 OR WS-PERIODO-IN = ZEROS
           DISPLAY ' * PERIODO   : ' WS-PERIODO-IN
           DISPLAY ' * FAIXA     : ' WS-FAIXA-INI-IN ' A '
                   WS-FAIXA-FIM-IN
           IF WS-UNIDADE-CUR = SPACE
              DISPLAY ' * CURSO FORA DO CATALOGO CURSOTAB'
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER NO CURSOTAB A UNIDADE (CAMPUS) QUE OFERECE O CURSO
      *    DO CARTAO (VER V04): CURSO SEM UNIDADE (ANTERIOR A SEGUNDA
      *    UNIDADE) = SEDE; CURSO FORA DO CATALOGO DEIXA ESPACO E O
      *    CARTAO E REJEITADO
      *--------------------------------------------------------------*
       029-LER-UNIDADE.

           MOVE SPACE        TO  WS-UNIDADE-CUR
           MOVE WS-CURSO-IN  TO  WS-CURSO-CT OF REG-CURSOTAB
           READ CURSOTAB
           IF WS-FS-CUR NOT = '23'
              IF WS-FS-CUR NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 IF WS-UNIDADE-CT OF REG-CURSOTAB = SPACE
                    MOVE '1'  TO  WS-UNIDADE-CUR
                 ELSE
                    MOVE WS-UNIDADE-CT OF REG-CURSOTAB
                         TO  WS-UNIDADE-CUR
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR UMA FAIXA NOVA (PROXIMO LIVRE = INICIO DA FAIXA)
           MOVE WS-FAIXA-INI-IN  TO  WS-PROX-NUM-X OF WS-REG-FAIXNUM
           MOVE WS-CAPAC-IN      TO  WS-CAPACIDADE-X
                                     OF WS-REG-FAIXNUM
           MOVE WS-UNIDADE-CUR   TO  WS-UNIDADE-X OF WS-REG-FAIXNUM

           WRITE REG-FAIXNUM  FROM  WS-REG-FAIXNUM
           IF WS-FS-FXN = '22'
                 END-IF
                 MOVE WS-CAPAC-IN
                      TO  WS-CAPACIDADE-X OF REG-FAIXNUM
                 MOVE WS-UNIDADE-CUR
                      TO  WS-UNIDADE-X OF REG-FAIXNUM

                 REWRITE REG-FAIXNUM
                 IF WS-FS-FXN NOT = '00'
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG026        *'
           DISPLAY ' *----------------------------------------*'
