      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010104  PROGRAMA CRIADO - CUSTO DE FOLHA
      *                          POR DEPARTAMENTO E CARGO
      *  V02    OUT/2026 010215  LINHAS AGRUPADAS POR DIRETORIA DO
      *                          DEPTMST (COPY DEPTHIER), COM
      *                          SUBTOTAL DA DIRETORIA, CENTRO DE
      *                          CUSTO NA LINHA E A SIGLA DO DEPTMST
      *                          NO NOME DO DEPARTAMENTO; DEPTO FORA
      *                          DO DEPTMST SAI NO GRUPO 'SEM
      *                          DIRETORIA', NO FIM; RELFOL COM 100
      *                          POSICOES
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
           SELECT SORTFOL ASSIGN TO SORTWKJ
           .
           SELECT RELFOL ASSIGN TO RELFOLJ
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  DEPTMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEPTMST.
           COPY DEPTMSTC.
       SD  SORTFOL
           RECORDING MODE  F
           .
       01  REG-SORTFOL.
      *-----> DIRETORIA (99999 = SEM DIRETORIA, NO FIM - VER V02)
           05 WS-DIR-SRT          PIC 9(05)      COMP-3.
           05 WS-DPTO-SRT         PIC 9(04)      COMP-3.
           05 WS-FUNCAO-SRT       PIC X(15).
           05 WS-NOME-DPTO-SRT    PIC X(10).
           05 WS-CCUSTO-SRT       PIC X(08).
           05 WS-SALARIO-SRT      PIC 9(07)V99   COMP-3.
       FD  RELFOL
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELFOL             PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
           05  WS-HREDI               PIC X(11).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-DEP              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG069'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MEDIA               PIC 9(07)V99.
           05  WS-FATIA               PIC 9(03)V99.

      *-----> HIERARQUIA DE DEPARTAMENTOS DO DEPTMST (VER V02)
       01  WS-AREA-DH.
           COPY DEPTHIDC.

      *-----> LINHAS DEPARTAMENTO/CARGO ACUMULADAS NA SAIDA DO SORT
      *       (OS REGISTROS CHEGAM ORDENADOS; CADA QUEBRA ABRE UMA
      *       LINHA NOVA), IMPRESSAS DEPOIS QUE A FOLHA GERAL E
      *       CONHECIDA, PARA O CALCULO DA FATIA
       01  WS-TAB-LINHAS.
           05  WS-LIN-OCOR            OCCURS 100 TIMES.
               10  WS-LIN-DIR         PIC 9(05).
               10  WS-LIN-DPTO        PIC 9(04).
               10  WS-LIN-NOME-DPTO   PIC X(10).
               10  WS-LIN-CCUSTO      PIC X(08).
               10  WS-LIN-FUNCAO      PIC X(15).
               10  WS-LIN-QTD         PIC 9(04).
               10  WS-LIN-SOMA        PIC 9(09)V99.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.
      *-----> SUBTOTAL DA DIRETORIA EM IMPRESSAO (VER V02)
       01  WS-TOTAL-DIRETORIA.
           05  WS-DIR-IMP             PIC 9(05)  VALUE ZEROS.
           05  WS-DIR-QTD             PIC 9(05)  VALUE ZEROS.
           05  WS-DIR-SOMA            PIC 9(10)V99 VALUE ZEROS.
       01  WS-TOTAL-EMPRESA.
           05  WS-EMP-QTD             PIC 9(05)  VALUE ZEROS.
           05  WS-EMP-SOMA            PIC 9(10)V99 VALUE ZEROS.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'DPTO  '.
           05 FILLER                PIC X(12) VALUE 'NOME DPTO   '.
           05 FILLER                PIC X(10) VALUE 'C.CUSTO   '.
           05 FILLER                PIC X(17) VALUE
              'CARGO            '.
           05 FILLER                PIC X(06) VALUE 'EFET. '.
           05 FILLER                PIC X(15) VALUE
              '        MEDIA  '.
           05 FILLER                PIC X(08) VALUE ' %FOLHA '.
           05 FILLER                PIC X(08) VALUE SPACES.

       01  WS-REG-RELFOL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-DPTO-R      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CCUSTO-R         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FUNCAO-R         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-QTD-R            PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-FATIA-R          PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(10) VALUE SPACES.

      *-----> SUBTOTAL DA DIRETORIA (VER V02)
       01  WS-REG-SUBDIR.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE
              'SUBTOTAL DIRETORIA  '.
           05 WS-DIR-NOME-S       PIC X(13).
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-DIR-QTD-S        PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIR-SOMA-S       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIR-MEDIA-S      PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIR-FATIA-S      PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(10) VALUE SPACES.

      *-----> TRAILER DA EMPRESA
       01  WS-REG-TOTEMP.
           05 WS-EMP-SOMA-T       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
           PERFORM 010-INICIAR

           SORT SORTFOL
               ON ASCENDING KEY WS-DIR-SRT
                                WS-DPTO-SRT
                                WS-FUNCAO-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM

           MOVE ZEROS     TO  WS-TAB-LINHAS
           MOVE WS-DTEDI  TO  WS-DATA-CAB

           PERFORM 981-CARREGAR-DEPTOS THRU 981-CARREGAR-DEPTOS-FIM
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA

           MOVE WS-DPTO-FU OF REG-CADFUNC       TO  WS-DPTO-SRT
           MOVE WS-FUNCAO-FU OF REG-CADFUNC     TO  WS-FUNCAO-SRT

           MOVE WS-DPTO-FU OF REG-CADFUNC       TO  WS-DPTO-DH
           PERFORM 982-LOCALIZAR-DEPTO
           IF WS-SUB-DH = ZEROS
              MOVE 99999                        TO  WS-DIR-SRT
              MOVE WS-NOME-DPTO-FU OF REG-CADFUNC
                                                TO  WS-NOME-DPTO-SRT
           ELSE
              MOVE WS-DIR-DH                    TO  WS-DIR-SRT
              MOVE WS-SIGLA-DH                  TO  WS-NOME-DPTO-SRT
           END-IF
           MOVE WS-CCUSTO-DH                    TO  WS-CCUSTO-SRT
           MOVE WS-SALARIO-FU OF REG-CADFUNC    TO  WS-SALARIO-SRT
           RELEASE REG-SORTFOL

              ADD 1  TO  WS-QTD-LINHAS
              MOVE WS-DPTO-SRT       TO  WS-DPTO-ATUAL
              MOVE WS-FUNCAO-SRT     TO  WS-FUNCAO-ATUAL
              MOVE WS-DIR-SRT
                   TO  WS-LIN-DIR (WS-QTD-LINHAS)
              MOVE WS-DPTO-SRT
                   TO  WS-LIN-DPTO (WS-QTD-LINHAS)
              MOVE WS-NOME-DPTO-SRT
                   TO  WS-LIN-NOME-DPTO (WS-QTD-LINHAS)
              MOVE WS-CCUSTO-SRT
                   TO  WS-LIN-CCUSTO (WS-QTD-LINHAS)
              MOVE WS-FUNCAO-SRT
                   TO  WS-LIN-FUNCAO (WS-QTD-LINHAS)
              SET GRUPO-ABERTO  TO  TRUE
           MOVE 1  TO  WS-LIN-SUB
           PERFORM 081-IMPRIMIR-LINHA
               UNTIL WS-LIN-SUB > WS-QTD-LINHAS
           IF WS-QTD-LINHAS > ZEROS
              PERFORM 082-IMPRIMIR-SUBTOTAL
           END-IF

           MOVE WS-EMP-QTD   TO  WS-EMP-QTD-T
           MOVE WS-EMP-SOMA  TO  WS-EMP-SOMA-T
      *--------------------------------------------------------------*
       081-IMPRIMIR-LINHA.

      *-----> QUEBRA DE DIRETORIA FECHA O SUBTOTAL DA ANTERIOR
           IF WS-LIN-SUB > 1
              AND WS-LIN-DIR (WS-LIN-SUB) NOT = WS-DIR-IMP
              PERFORM 082-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE WS-LIN-DIR (WS-LIN-SUB)        TO  WS-DIR-IMP
           ADD WS-LIN-QTD (WS-LIN-SUB)         TO  WS-DIR-QTD
           ADD WS-LIN-SOMA (WS-LIN-SUB)        TO  WS-DIR-SOMA

           MOVE WS-LIN-DPTO (WS-LIN-SUB)       TO  WS-DPTO-R
           MOVE WS-LIN-NOME-DPTO (WS-LIN-SUB)  TO  WS-NOME-DPTO-R
           MOVE WS-LIN-CCUSTO (WS-LIN-SUB)     TO  WS-CCUSTO-R
           MOVE WS-LIN-FUNCAO (WS-LIN-SUB)     TO  WS-FUNCAO-R
           MOVE WS-LIN-QTD (WS-LIN-SUB)        TO  WS-QTD-R
           MOVE WS-LIN-SOMA (WS-LIN-SUB)       TO  WS-TOTAL-R
           ADD 1  TO  WS-LIN-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O SUBTOTAL DA DIRETORIA WS-DIR-IMP E ZERAR OS
      *    ACUMULADORES PARA A PROXIMA
      *--------------------------------------------------------------*
       082-IMPRIMIR-SUBTOTAL.

           IF WS-DIR-IMP = 99999
              MOVE 'SEM DIRETORIA'  TO  WS-DIR-NOME-S
           ELSE
              MOVE WS-DIR-IMP  TO  WS-DPTO-DH
              PERFORM 982-LOCALIZAR-DEPTO
              MOVE WS-SIGLA-DH  TO  WS-DIR-NOME-S
           END-IF
           MOVE WS-DIR-QTD   TO  WS-DIR-QTD-S
           MOVE WS-DIR-SOMA  TO  WS-DIR-SOMA-S

           COMPUTE WS-MEDIA ROUNDED = WS-DIR-SOMA / WS-DIR-QTD
           MOVE WS-MEDIA  TO  WS-DIR-MEDIA-S

           IF WS-EMP-SOMA = ZEROS
              MOVE ZEROS  TO  WS-FATIA
           ELSE
              COMPUTE WS-FATIA ROUNDED =
                      WS-DIR-SOMA * 100 / WS-EMP-SOMA
           END-IF
           MOVE WS-FATIA  TO  WS-DIR-FATIA-S

           IF WS-CTLIN > 8
              PERFORM 040-IMPCAB
           END-IF

           WRITE REG-RELFOL  FROM  WS-REG-SUBDIR
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO SUBTOTAL-DIRET'  TO  WS-MSG
              MOVE WS-FS-REL                       TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF

           MOVE ZEROS  TO  WS-DIR-QTD
           MOVE ZEROS  TO  WS-DIR-SOMA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       040-IMPCAB.
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
