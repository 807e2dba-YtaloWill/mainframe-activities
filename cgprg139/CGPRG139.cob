      *  V01    SET/2026 010179  PROGRAMA CRIADO - PROJECAO DE
      *                          CRESCIMENTO E CAPACIDADE SOBRE O
      *                          RUNSTAT
      *  V02    OUT/2026 010230  O CAPPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT RUNSTAT ASSIGN TO RUNSTATJ
                  FILE STATUS   IS WS-FS-RST
           .
           SELECT RELCAP ASSIGN TO RELCAPJ
                  FILE STATUS   IS WS-FS-REL
           .
           .
       01  REG-RUNSTAT.
           COPY RUNSTATC.
       FD  RELCAP
           LABEL RECORD OMITTED
           RECORDING MODE  F

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

      *-----> LIMITES DE CAPACIDADE POR PROGRAMA/ARQUIVO
      *       - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-CAPPARM.
           05 WS-PROG-CP          PIC X(08).
           05 WS-LIMITE-CP        PIC 9(09).
           05 FILLER              PIC X(03).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

              GO TO  999-ERRO
           END-IF

           MOVE 'CAPPARM'   TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-CAP
           IF WS-FS-CAP  NOT = '00'
              MOVE  'ERRO AO ABRIR O CAPPARM'  TO WS-MSG
              MOVE   WS-FS-CAP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * CAPPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           OPEN OUTPUT RELCAP
           IF WS-FS-REL  NOT = '00'
      *--------------------------------------------------------------*
       040-LER-LIMITES.

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-CAP
           MOVE WS-REG-PL   TO  REG-CAPPARM
           IF WS-FS-CAP = '10'
              GO TO 040-LER-LIMITES-FIM
           END-IF
              GO TO  999-ERRO
           END-IF

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-CAP
           IF WS-FS-CAP  NOT = '00'
              MOVE  'ERRO AO FECHAR O CAPPARM'  TO WS-MSG
              MOVE   WS-FS-CAP                  TO WS-FS-MSG
