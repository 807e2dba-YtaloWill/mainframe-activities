      *                          E HORARIO < 12:00:00 A MADRUGADA
      *                          SEGUINTE (+86400) - VALE PARA
      *                          INICIO, FIM E ABERTURA DO ONLINE
      *  V04    OUT/2026 010230  O SLAPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT TIMESTAT ASSIGN TO TIMESTAJ
                  FILE STATUS   IS WS-FS-TST
           .
           SELECT RELSLA ASSIGN TO RELSLAJ
                  FILE STATUS   IS WS-FS-REL
           .
           .
       01  REG-TIMESTAT.
           COPY TIMESTAC.
       FD  RELSLA
           LABEL RECORD OMITTED
           RECORDING MODE  F

       01  WS-HIFEN               PIC X(110)      VALUE ALL '-'.

      *-----> JANELA PLANEJADA POR PROGRAMA
      *       - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-SLAPARM.
           05 WS-PROG-SL          PIC X(08).
           05 WS-PLANO-ELAPSE-SL  PIC 9(06).
           05 WS-PLANO-FIM-SL     PIC 9(06).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

              GO TO  999-ERRO
           END-IF

           MOVE 'SLAPARM'   TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-SLA
           IF WS-FS-SLA  NOT = '00'
              MOVE  'ERRO AO ABRIR O SLAPARM'  TO WS-MSG
              MOVE   WS-FS-SLA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * SLAPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           OPEN OUTPUT RELSLA
           IF WS-FS-REL  NOT = '00'
      *--------------------------------------------------------------*
       040-LER-PLANOS.

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-SLA
           MOVE WS-REG-PL   TO  REG-SLAPARM
           IF WS-FS-SLA = '10'
              GO TO 040-LER-PLANOS-FIM
           END-IF
              GO TO  999-ERRO
           END-IF

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-SLA
           IF WS-FS-SLA  NOT = '00'
              MOVE  'ERRO AO FECHAR O SLAPARM'  TO WS-MSG
              MOVE   WS-FS-SLA                  TO WS-FS-MSG
