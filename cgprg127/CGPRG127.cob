      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010168  PROGRAMA CRIADO - MOVIMENTACAO E
      *                          ROTATIVIDADE POR DEPARTAMENTO
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
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT DEPTMST ASSIGN TO DEPTMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-DPTO-DP OF REG-DEPTMST
                  FILE STATUS   IS WS-FS-DEP
           .
           SELECT RELMOV ASSIGN TO RELMOVJ
                  FILE STATUS   IS WS-FS-REL
           .
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  DEPTMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEPTMST.
           COPY DEPTMSTC.
       FD  RELMOV
           LABEL RECORD OMITTED
           RECORDING MODE  F
           05  WS-FS-JRN              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-DEP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG127'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-ROTATIVIDADE        PIC 9(03)V99.
           05  WS-COMPET-JRN          PIC 9(06).
           05  WS-DIR-IMP             PIC 9(05).
           05  WS-DIR-PROX            PIC 9(06).

      *-----> HIERARQUIA DE DEPARTAMENTOS DO DEPTMST (VER V02)
       01  WS-AREA-DH.
           COPY DEPTHIDC.

      *-----> CARTAO DE PARAMETROS (SYSIN): COMPETENCIA APURADA
       01  WS-REG-PARM.
           05  WS-DPTO-OCOR           OCCURS 100 TIMES.
               10  WS-DP-COD          PIC 9(04).
               10  WS-DP-NOME         PIC X(10).
               10  WS-DP-DIR          PIC 9(05).
               10  WS-DP-CCUSTO       PIC X(08).
               10  WS-DP-ADMIS        PIC 9(04).
               10  WS-DP-DESLIG       PIC 9(04).
               10  WS-DP-REAJUSTE     PIC 9(04).
           05  WS-EMP-REAJUSTE        PIC 9(05)  VALUE ZEROS.
           05  WS-EMP-EFETIVO         PIC 9(05)  VALUE ZEROS.

      *-----> SUBTOTAL DA DIRETORIA EM IMPRESSAO (VER V02)
       01  WS-TOTAL-DIRETORIA.
           05  WS-DIR-ADMIS           PIC 9(05)  VALUE ZEROS.
           05  WS-DIR-DESLIG          PIC 9(05)  VALUE ZEROS.
           05  WS-DIR-REAJUSTE        PIC 9(05)  VALUE ZEROS.
           05  WS-DIR-EFETIVO         PIC 9(05)  VALUE ZEROS.

      *-----> DADOS DE SAIDA - RELATORIO DE MOVIMENTACAO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'DEPTO'.
           05 FILLER                PIC X(11) VALUE ' NOME      '.
           05 FILLER                PIC X(10) VALUE ' C.CUSTO  '.
           05 FILLER                PIC X(10) VALUE ' ADMISSOES'.
           05 FILLER                PIC X(14) VALUE ' DESLIGAMENTOS'.
           05 FILLER                PIC X(11) VALUE '  REAJUSTES'.
           05 FILLER                PIC X(09) VALUE '  EFETIVO'.
           05 FILLER                PIC X(15) VALUE '  ROTATIVIDADE%'.
           05 FILLER                PIC X(14) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DPTO-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-DPTO-R      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CCUSTO-R         PIC X(08).
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-ADMIS-R          PIC ZZZ9.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 WS-EFETIVO-R        PIC ZZZ9.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 WS-ROTAT-R          PIC ZZ9,99.
           05 FILLER              PIC X(16) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

           END-IF
           MOVE WS-COMPET-IN  TO  WS-COMPET-CAB

           PERFORM 981-CARREGAR-DEPTOS THRU 981-CARREGAR-DEPTOS-FIM

           OPEN INPUT FUNCJRN
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O FUNCJRN'  TO WS-MSG
              MOVE WS-QTD-DPTO  TO  WS-SUB
              MOVE WS-DPTO-FJ   TO  WS-DP-COD (WS-SUB)
              MOVE SPACES       TO  WS-DP-NOME (WS-SUB)
              MOVE WS-DPTO-FJ   TO  WS-DPTO-DH
              PERFORM 982-LOCALIZAR-DEPTO
              IF WS-SUB-DH = ZEROS
                 MOVE 99999     TO  WS-DP-DIR (WS-SUB)
              ELSE
                 MOVE WS-DIR-DH TO  WS-DP-DIR (WS-SUB)
              END-IF
              MOVE WS-CCUSTO-DH TO  WS-DP-CCUSTO (WS-SUB)
              MOVE ZEROS        TO  WS-DP-ADMIS (WS-SUB)
              MOVE ZEROS        TO  WS-DP-DESLIG (WS-SUB)
              MOVE ZEROS        TO  WS-DP-REAJUSTE (WS-SUB)
      *--------------------------------------------------------------*
       070-IMPRIMIR.

      *-----> UMA DIRETORIA POR VEZ, EM ORDEM CRESCENTE DE CODIGO
      *       (99999 = SEM DIRETORIA, NO FIM)
           MOVE ZEROS  TO  WS-DIR-IMP
           PERFORM 074-PROXIMA-DIRETORIA
           PERFORM 076-IMPRIMIR-DIRETORIA
               UNTIL WS-DIR-PROX = 999999

           IF WS-CTLIN > 55
              PERFORM 080-IMPCAB

           MOVE ZEROS        TO  WS-DPTO-R
           MOVE 'EMPRESA   '  TO  WS-NOME-DPTO-R
           MOVE SPACES       TO  WS-CCUSTO-R
           MOVE WS-EMP-ADMIS    TO  WS-ADMIS-R
           MOVE WS-EMP-DESLIG   TO  WS-DESLIG-R
           MOVE WS-EMP-REAJUSTE TO  WS-REAJUSTE-R
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O DEPARTAMENTO SE FOR DA DIRETORIA EM IMPRESSAO
      *--------------------------------------------------------------*
       072-IMPRIMIR-DEPTO.

           IF WS-DP-DIR (WS-SUB) = WS-DIR-IMP
              PERFORM 073-IMPRIMIR-LINHA
           END-IF

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM DEPARTAMENTO
      *--------------------------------------------------------------*
       073-IMPRIMIR-LINHA.

           ADD WS-DP-ADMIS (WS-SUB)      TO  WS-DIR-ADMIS
           ADD WS-DP-DESLIG (WS-SUB)     TO  WS-DIR-DESLIG
           ADD WS-DP-REAJUSTE (WS-SUB)   TO  WS-DIR-REAJUSTE
           ADD WS-DP-EFETIVO (WS-SUB)    TO  WS-DIR-EFETIVO

           MOVE WS-DP-COD (WS-SUB)       TO  WS-DPTO-R
           MOVE WS-DP-NOME (WS-SUB)      TO  WS-NOME-DPTO-R
           MOVE WS-DP-CCUSTO (WS-SUB)    TO  WS-CCUSTO-R
           MOVE WS-DP-COD (WS-SUB)       TO  WS-DPTO-DH
           PERFORM 982-LOCALIZAR-DEPTO
           IF WS-SUB-DH NOT = ZEROS
              MOVE WS-SIGLA-DH           TO  WS-NOME-DPTO-R
           END-IF
           MOVE WS-DP-ADMIS (WS-SUB)     TO  WS-ADMIS-R
           MOVE WS-DP-DESLIG (WS-SUB)    TO  WS-DESLIG-R
           MOVE WS-DP-REAJUSTE (WS-SUB)  TO  WS-REAJUSTE-R
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACHAR A MENOR DIRETORIA ACIMA DA ULTIMA IMPRESSA
      *    (999999 = NAO HA MAIS)
      *--------------------------------------------------------------*
       074-PROXIMA-DIRETORIA.

           MOVE 999999  TO  WS-DIR-PROX
           MOVE 1       TO  WS-SUB
           PERFORM 075-COMPARAR-DIRETORIA
               UNTIL WS-SUB > WS-QTD-DPTO
           .
      *--------------------------------------------------------------*
      *    COMPARAR A DIRETORIA DE UM DEPARTAMENTO DO ACUMULADO
      *--------------------------------------------------------------*
       075-COMPARAR-DIRETORIA.

           IF WS-DP-DIR (WS-SUB) > WS-DIR-IMP
              AND WS-DP-DIR (WS-SUB) < WS-DIR-PROX
              MOVE WS-DP-DIR (WS-SUB)  TO  WS-DIR-PROX
           END-IF

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS DEPARTAMENTOS DE UMA DIRETORIA E O SUBTOTAL
      *--------------------------------------------------------------*
       076-IMPRIMIR-DIRETORIA.

           MOVE WS-DIR-PROX  TO  WS-DIR-IMP
           MOVE ZEROS        TO  WS-TOTAL-DIRETORIA

           MOVE 1  TO  WS-SUB
           PERFORM 072-IMPRIMIR-DEPTO
               UNTIL WS-SUB > WS-QTD-DPTO

      *-----> SUBTOTAL: CODIGO E SIGLA DA DIRETORIA, 'SUBTOTAL' NA
      *       COLUNA DO CENTRO DE CUSTO
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
           MOVE WS-DIR-ADMIS     TO  WS-ADMIS-R
           MOVE WS-DIR-DESLIG    TO  WS-DESLIG-R
           MOVE WS-DIR-REAJUSTE  TO  WS-REAJUSTE-R
           MOVE WS-DIR-EFETIVO   TO  WS-EFETIVO-R
           IF WS-DIR-EFETIVO = ZEROS
              MOVE ZEROS  TO  WS-ROTAT-R
           ELSE
              COMPUTE WS-ROTATIVIDADE ROUNDED =
                      ((WS-DIR-ADMIS + WS-DIR-DESLIG) / 2)
                      * 100 / WS-DIR-EFETIVO
                  ON SIZE ERROR
                      MOVE 999,99  TO  WS-ROTATIVIDADE
              END-COMPUTE
              MOVE WS-ROTATIVIDADE  TO  WS-ROTAT-R
           END-IF

           IF WS-CTLIN > 55
              PERFORM 080-IMPCAB
           END-IF

           WRITE REG-RELMOV  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELMOV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF

           PERFORM 074-PROXIMA-DIRETORIA
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
