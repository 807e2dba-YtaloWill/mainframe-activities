      *  V01    AGO/2026 010074  PROGRAMA CRIADO - CONCESSAO DE
      *                          BOLSAS POR TABELA DE REGRAS EM
      *                          ARQUIVO DE PARAMETROS
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          BOLSALU (MESMOS 3 BYTES) E DA LINHA
      *                          DO RELATORIO DE BOLSAS (MESMA
      *                          LARGURA)
      *  V03    OUT/2026 010230  O BOLSPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
      *-----> BOLSAS CONCEDIDAS (SAIDA)
           SELECT BOLSALU ASSIGN TO BOLSALUJ
                  FILE STATUS   IS WS-FS-BOL
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  BOLSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-BOLSALU.
           05 WS-NUMERO-B         PIC 9(05)      COMP-3.
           05 WS-CURSO-B          PIC X(12).
           05 WS-MEDIA-B          PIC 9(02)V99   COMP-3.
           05 WS-PERCENT-B        PIC 9(03)      COMP-3.

       01  WS-REG-RELBOL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

      *-----> REGRAS DE CONCESSAO (UMA FAIXA POR REGISTRO)
      *       - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-BOLSPARM.
           05 WS-PAR-CURSO        PIC X(12).
           05 WS-PAR-MEDIA-MIN    PIC 9(02)V99.
           05 WS-PAR-IDADE-MIN    PIC 9(02).
           05 WS-PAR-IDADE-MAX    PIC 9(02).
           05 WS-PAR-PERCENT      PIC 9(03).
           05 WS-PAR-DESCR        PIC X(15).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *--------------------------------------------------------------*
       018-CARREGAR-REGRAS.

           MOVE 'BOLSPARM'  TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PAR
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO ABRIR O BOLSPARM'  TO WS-MSG
              MOVE   WS-FS-PAR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * BOLSPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           PERFORM 019-LER-REGRA
           PERFORM 020-GUARDAR-REGRA

           DISPLAY ' * REGRAS CARREGADAS: ' WS-CTREGRA

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PAR
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO FECHAR O BOLSPARM'  TO WS-MSG
              MOVE   WS-FS-PAR                   TO WS-FS-MSG
      *--------------------------------------------------------------*
       019-LER-REGRA.

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PAR
           MOVE WS-REG-PL   TO  REG-BOLSPARM

           IF WS-FS-PAR  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO BOLSPARM'  TO WS-MSG
