      *  V01    SET/2026 010160  PROGRAMA CRIADO - COMPARACAO POR
      *                          FAIXA DE POPULACAO COM MEDIANA E
      *                          PERCENTIL
      *  V02    OUT/2026 010227  CIDADE DA TABELA POR FAIXA E DO RELBEN
      *                          COM OS 7 DIGITOS DO CODIGO IBGE
      *  V03    OUT/2026 010230  O BANDPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-G OF REG-CADGRAVI
                  FILE STATUS   IS WS-FS-GRI
           .
           SELECT RELBEN ASSIGN TO RELBENJ
                  FILE STATUS   IS WS-FS-REL
           .
           .
       01  REG-CADGRAVI.
           COPY CADGRVIC.
       FD  RELBEN
           LABEL RECORD OMITTED
           RECORDING MODE  F
               10  WS-BD-ROTULO       PIC X(15).
               10  WS-BD-QTD          PIC 9(03).
               10  WS-BD-CID-OCOR     OCCURS 300 TIMES.
                   15  WS-BD-CIDADE   PIC 9(07).
                   15  WS-BD-UF       PIC X(02).
                   15  WS-BD-TAXA     PIC 9(03)V99.
                   15  WS-BD-CAPITA   PIC 9(04)V99.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-R         PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UF-R             PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TAXA-R           PIC ZZ9,99.

       01  WS-HIFEN               PIC X(94)       VALUE ALL '-'.

      *-----> LIMITES SUPERIORES DAS FAIXAS DE POPULACAO (UM
      *       REGISTRO POR FAIXA, CRESCENTES)
      *       - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-BANDPARM.
           05 WS-LIMITE-BP        PIC 9(08).
           05 WS-ROTULO-BP        PIC X(15).
           05 FILLER              PIC X(07).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *--------------------------------------------------------------*
       015-CARREGAR-FAIXAS.

           MOVE 'BANDPARM'  TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO ABRIR O BANDPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * BANDPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           PERFORM 016-LER-BANDPARM
           PERFORM 016-GUARDAR-FAIXA
           END-IF
           DISPLAY ' * FAIXAS CARREGADAS : ' WS-QTD-BAND

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO FECHAR O BANDPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                   TO WS-FS-MSG
      *--------------------------------------------------------------*
       016-LER-BANDPARM.

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           MOVE WS-REG-PL   TO  REG-BANDPARM
           IF WS-FS-PRM  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO BANDPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                     TO WS-FS-MSG
