      *  V01    SET/2026 010169  PROGRAMA CRIADO - ORCADO X
      *                          REALIZADO DE FOLHA COM CONSUMO
      *                          ANUAL E AVISO DE ESTOURO
      *  V02    OUT/2026 010215  DEPARTAMENTOS AGRUPADOS POR
      *                          DIRETORIA DO DEPTMST (COPY
      *                          DEPTHIER), COM SUBTOTAL DA
      *                          DIRETORIA, CENTRO DE CUSTO NA LINHA
      *                          E A SIGLA DO DEPTMST NO NOME; DEPTO
      *                          FORA DO DEPTMST SAI NO GRUPO 'SEM
      *                          DIRETORIA', NO FIM
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-OR OF REG-ORCAREAL
                  FILE STATUS   IS WS-FS-REA
           .
           SELECT DEPTMST ASSIGN TO DEPTMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-DPTO-DP OF REG-DEPTMST
                  FILE STATUS   IS WS-FS-DEP
           .
           SELECT RELORC ASSIGN TO RELORCJ
                  FILE STATUS   IS WS-FS-REL
           .
           05 WS-CONSUMIDO-OR     PIC 9(10)V99   COMP-3.
           05 WS-ULT-COMPET-OR    PIC 9(06)      COMP-3.
           05 FILLER              PIC X(06).
       FD  DEPTMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEPTMST.
           COPY DEPTMSTC.
       FD  RELORC
           LABEL RECORD OMITTED
           RECORDING MODE  F
           05  WS-FS-ORC              PIC X(02).
           05  WS-FS-REA              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-DEP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG129'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-REAL-NOVO        PIC X(01).
               88 REAL-NOVO               VALUE 'S'.
               88 REAL-EXISTENTE          VALUE 'N'.
           05  WS-DIR-IMP             PIC 9(05).
           05  WS-DIR-PROX            PIC 9(06).

      *-----> HIERARQUIA DE DEPARTAMENTOS DO DEPTMST (VER V02)
       01  WS-AREA-DH.
           COPY DEPTHIDC.

      *-----> CARTAO DE PARAMETROS (SYSIN): COMPETENCIA E LIMITE DE
      *       CONSUMO % DO ORCAMENTO ANUAL PARA O AVISO
           05  WS-DPTO-OCOR           OCCURS 100 TIMES.
               10  WS-DP-COD          PIC 9(04).
               10  WS-DP-NOME         PIC X(10).
               10  WS-DP-DIR          PIC 9(05).
               10  WS-DP-CCUSTO       PIC X(08).
               10  WS-DP-REALIZADO    PIC 9(09)V99.

      *-----> SUBTOTAL DA DIRETORIA EM IMPRESSAO (VER V02)
       01  WS-TOTAL-DIRETORIA.
           05  WS-DIR-ORCADO          PIC 9(10)V99.
           05  WS-DIR-REALIZADO       PIC 9(10)V99.
           05  WS-DIR-CONSUMIDO       PIC 9(11)V99.
           05  WS-DIR-ANUAL           PIC 9(11)V99.

      *-----> DADOS DE SAIDA - RELATORIO ORCADO X REALIZADO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'DEPTO'.
           05 FILLER                PIC X(11) VALUE ' NOME      '.
           05 FILLER                PIC X(09) VALUE ' C.CUSTO '.
           05 FILLER                PIC X(15) VALUE
              '     ORCADO MES'.
           05 FILLER                PIC X(15) VALUE
              '  CONSUMIDO ANO '.
           05 FILLER                PIC X(09) VALUE 'CONSUMO% '.
           05 FILLER                PIC X(11) VALUE 'AVISO      '.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-DPTO-R      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CCUSTO-R         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ORCADO-R         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REALIZADO-R      PIC $$$.$$$.$$9,99.
           05 WS-CONSPCT-R        PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AVISO-R          PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.

           END-IF
           MOVE WS-COMPET-IN  TO  WS-COMPET-CAB

           PERFORM 981-CARREGAR-DEPTOS THRU 981-CARREGAR-DEPTOS-FIM

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE WS-NOME-DPTO-FU OF REG-CADFUNC
                   TO  WS-DP-NOME (WS-SUB)
              MOVE ZEROS  TO  WS-DP-REALIZADO (WS-SUB)
              MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-DH
              PERFORM 982-LOCALIZAR-DEPTO
              IF WS-SUB-DH = ZEROS
                 MOVE 99999        TO  WS-DP-DIR (WS-SUB)
              ELSE
                 MOVE WS-DIR-DH    TO  WS-DP-DIR (WS-SUB)
                 MOVE WS-SIGLA-DH  TO  WS-DP-NOME (WS-SUB)
              END-IF
              MOVE WS-CCUSTO-DH    TO  WS-DP-CCUSTO (WS-SUB)
           END-IF

           ADD WS-SALARIO-FU OF REG-CADFUNC
      *--------------------------------------------------------------*
       050-CONFRONTAR.

      *-----> UMA DIRETORIA POR VEZ, EM ORDEM CRESCENTE DE CODIGO
      *       (99999 = SEM DIRETORIA, NO FIM)
           MOVE ZEROS  TO  WS-DIR-IMP
           PERFORM 060-PROXIMA-DIRETORIA
           PERFORM 064-CONFRONTAR-DIRETORIA
               UNTIL WS-DIR-PROX = 999999
           .
      *--------------------------------------------------------------*
      *    CONFRONTAR UM DEPARTAMENTO
      *--------------------------------------------------------------*
       052-CONFRONTAR-DEPTO.

           IF WS-DP-DIR (WS-SUB) NOT = WS-DIR-IMP
              GO TO 052-CONFRONTAR-DEPTO-FIM
           END-IF
           ADD WS-DP-REALIZADO (WS-SUB)  TO  WS-DIR-REALIZADO

           MOVE WS-DP-COD (WS-SUB)   TO  WS-DPTO-R
           MOVE WS-DP-NOME (WS-SUB)  TO  WS-NOME-DPTO-R
           MOVE WS-DP-CCUSTO (WS-SUB)     TO  WS-CCUSTO-R
           MOVE WS-DP-REALIZADO (WS-SUB)  TO  WS-REALIZADO-R

           MOVE WS-DP-COD (WS-SUB)  TO  WS-DPTO-OD OF REG-ORCADEP

           PERFORM 054-ACUMULAR-CONSUMO

           ADD WS-ORC-MENSAL  TO  WS-DIR-ORCADO
           ADD WS-VALOR-ANUAL-OD OF REG-ORCADEP  TO  WS-DIR-ANUAL
           ADD WS-CONSUMIDO-OR OF REG-ORCAREAL   TO  WS-DIR-CONSUMIDO

           IF WS-VALOR-ANUAL-OD OF REG-ORCADEP = ZEROS
              MOVE ZEROS  TO  WS-CONSUMO-PCT
           ELSE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACHAR A MENOR DIRETORIA ACIMA DA ULTIMA IMPRESSA
      *    (999999 = NAO HA MAIS)
      *--------------------------------------------------------------*
       060-PROXIMA-DIRETORIA.

           MOVE 999999  TO  WS-DIR-PROX
           MOVE 1       TO  WS-SUB
           PERFORM 062-COMPARAR-DIRETORIA
               UNTIL WS-SUB > WS-QTD-DPTO
           .
      *--------------------------------------------------------------*
      *    COMPARAR A DIRETORIA DE UM DEPARTAMENTO DO ACUMULADO
      *--------------------------------------------------------------*
       062-COMPARAR-DIRETORIA.

           IF WS-DP-DIR (WS-SUB) > WS-DIR-IMP
              AND WS-DP-DIR (WS-SUB) < WS-DIR-PROX
              MOVE WS-DP-DIR (WS-SUB)  TO  WS-DIR-PROX
           END-IF

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    CONFRONTAR OS DEPARTAMENTOS DE UMA DIRETORIA E IMPRIMIR O
      *    SUBTOTAL DELA
      *--------------------------------------------------------------*
       064-CONFRONTAR-DIRETORIA.

           MOVE WS-DIR-PROX  TO  WS-DIR-IMP
           MOVE ZEROS        TO  WS-TOTAL-DIRETORIA

           MOVE 1  TO  WS-SUB
           PERFORM 052-CONFRONTAR-DEPTO
               THRU 052-CONFRONTAR-DEPTO-FIM
               UNTIL WS-SUB > WS-QTD-DPTO

      *-----> SUBTOTAL: CODIGO E SIGLA DA DIRETORIA, 'SUBTOTAL' NA
      *       COLUNA DO CENTRO DE CUSTO; O AVISO DE ESTOURO FICA SO
      *       NAS LINHAS DE DEPARTAMENTO
           IF WS-DIR-IMP = 99999
              MOVE ZEROS         TO  WS-DPTO-R
              MOVE 'SEM DIRET.'  TO  WS-NOME-DPTO-R
           ELSE
              MOVE WS-DIR-IMP    TO  WS-DPTO-R
              MOVE WS-DIR-IMP    TO  WS-DPTO-DH
              PERFORM 982-LOCALIZAR-DEPTO
              MOVE WS-SIGLA-DH   TO  WS-NOME-DPTO-R
           END-IF
           MOVE 'SUBTOTAL'       TO  WS-CCUSTO-R

           COMPUTE WS-VARIACAO = WS-DIR-REALIZADO - WS-DIR-ORCADO
           IF WS-DIR-ORCADO = ZEROS
              MOVE ZEROS  TO  WS-VARIACAO-PCT
           ELSE
              COMPUTE WS-VARIACAO-PCT ROUNDED =
                      WS-VARIACAO * 100 / WS-DIR-ORCADO
                  ON SIZE ERROR
                      MOVE 999,99  TO  WS-VARIACAO-PCT
              END-COMPUTE
           END-IF
           IF WS-DIR-ANUAL = ZEROS
              MOVE ZEROS  TO  WS-CONSUMO-PCT
           ELSE
              COMPUTE WS-CONSUMO-PCT ROUNDED =
                      WS-DIR-CONSUMIDO * 100 / WS-DIR-ANUAL
                  ON SIZE ERROR
                      MOVE 999,99  TO  WS-CONSUMO-PCT
              END-COMPUTE
           END-IF

           MOVE WS-DIR-ORCADO    TO  WS-ORCADO-R
           MOVE WS-DIR-REALIZADO TO  WS-REALIZADO-R
           MOVE WS-VARIACAO      TO  WS-VARIACAO-R
           MOVE WS-VARIACAO-PCT  TO  WS-VARPCT-R
           MOVE WS-DIR-CONSUMIDO TO  WS-CONSUMIDO-R
           MOVE WS-CONSUMO-PCT   TO  WS-CONSPCT-R
           MOVE SPACES           TO  WS-AVISO-R
           PERFORM 058-GRAVAR-LINHA

           PERFORM 060-PROXIMA-DIRETORIA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       080-IMPCAB.
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    HIERARQUIA DE DEPARTAMENTOS (VER V02)
      *--------------------------------------------------------------*
           COPY DEPTHIER.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
