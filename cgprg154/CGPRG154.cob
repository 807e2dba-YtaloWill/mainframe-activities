       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG154.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DE ABONO DE FALTAS PARA A
      *           CONGREGACAO. SELECIONA NO ABONOFAL (COPY ABONOFC)
      *           OS PEDIDOS REGISTRADOS NA COMPETENCIA DO CARTAO
      *           (DATA DO PEDIDO), CLASSIFICA POR MOTIVO LEGAL E
      *           CURSO E IMPRIME NO RELABONO:
      *           - UMA PAGINA POR MOTIVO, COM OS PEDIDOS DE CADA
      *             CURSO (PERIODO, DOCUMENTO, AULAS, SITUACAO E
      *             COORDENADOR QUE DECIDIU), TOTAL POR CURSO E TOTAL
      *             DO MOTIVO;
      *           - O RESUMO POR CURSO (TODOS OS MOTIVOS) E O TOTAL
      *             GERAL.
      *           OS TOTAIS CONTAM PEDIDOS, APROVADOS, REJEITADOS,
      *           PENDENTES E AULAS ABONADAS (SO DOS APROVADOS).
      *           CARTAO DE PARAMETROS (SYSIN): COMPETENCIA AAAAMM(6)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010191  PROGRAMA CRIADO - RELATORIO MENSAL
      *                          DE ABONO DE FALTAS POR MOTIVO E
      *                          CURSO
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): SORT E LINHA
      *                          DO RELATORIO COM MATRICULA DE 5
      *                          POSICOES (CABECALHO REALINHADO)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT ABONOFAL ASSIGN TO ABONOFAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-AB OF REG-ABONOFAL
                  FILE STATUS   IS WS-FS-ABO
           .
           SELECT SORTABO ASSIGN TO SORTWKJ
           .
           SELECT RELABONO ASSIGN TO RELABONJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ABONOFAL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ABONOFAL.
           COPY ABONOFC.
      *-----> ARQUIVO DE TRABALHO DO SORT: OS PEDIDOS DA COMPETENCIA
       SD  SORTABO
           RECORDING MODE  F
           .
       01  REG-SORTABO.
           05 WS-TIPO-SRT         PIC X(02).
           05 WS-CURSO-SRT        PIC X(12).
           05 WS-NUMERO-SRT       PIC 9(05).
           05 WS-DT-INI-SRT       PIC 9(08).
           05 WS-DT-FIM-SRT       PIC 9(08).
           05 WS-DOCUMENTO-SRT    PIC X(20).
           05 WS-QTD-SRT          PIC 9(03).
           05 WS-SIT-SRT          PIC X(01).
              88 SRT-PENDENTE         VALUE 'P'.
              88 SRT-APROVADO         VALUE 'A'.
              88 SRT-REJEITADO        VALUE 'R'.
           05 WS-OPER-DEC-SRT     PIC X(03).
       FD  RELABONO
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELABONO           PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIBERADO          PIC 9(05) VALUE ZEROS.
           05  WS-CTRETORNO           PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-ABO              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG154'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-DATA-TRAB           PIC 9(08).
           05  WS-DATA-EDI            PIC X(10).
           05  WS-IND                 PIC 9(03).
           05  WS-IND2                PIC 9(03).
           05  WS-SW-FIM-ABO          PIC X(01).
               88 FIM-ABONOFAL            VALUE 'S'.
               88 NAO-FIM-ABONOFAL        VALUE 'N'.
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
           05  WS-SW-PARTE            PIC X(01)  VALUE 'M'.
               88 PARTE-MOTIVOS           VALUE 'M'.
               88 PARTE-RESUMO            VALUE 'R'.
           05  WS-DESC-MOTIVO         PIC X(40).
           05  WS-SW-POSICAO          PIC X(01).
               88 POSICAO-ACHADA          VALUE 'S'.
               88 POSICAO-NAO-ACHADA      VALUE 'N'.

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  WS-COMPET-R  REDEFINES  WS-COMPET-IN.
               10  WS-ANO-COMP        PIC 9(04).
               10  WS-MES-COMP        PIC 9(02).

      *-----> DESCRICAO DOS MOTIVOS LEGAIS DE ABONO (VER ABONOFC)
       01  WS-TAB-MOTIVOS.
           05  FILLER                 PIC X(42)  VALUE
               'SMSERVICO MILITAR (LEI 4.375/64)'.
           05  FILLER                 PIC X(42)  VALUE
               'RCREPRESENTACAO EM COLEGIADO (LEI 10.861)'.
           05  FILLER                 PIC X(42)  VALUE
               'TETRATAMENTO EXCEPCIONAL (DL 1.044/69)'.
           05  FILLER                 PIC X(42)  VALUE
               'GEESTUDANTE GESTANTE (LEI 6.202/75)'.
           05  FILLER                 PIC X(42)  VALUE
               'CJCONVOCACAO JUDICIAL/ELEITORAL'.
       01  FILLER  REDEFINES  WS-TAB-MOTIVOS.
           05  WS-MOTIVO-TB           OCCURS 5 TIMES.
               10  WS-COD-MOT-TB      PIC X(02).
               10  WS-DESC-MOT-TB     PIC X(40).

      *-----> QUEBRAS CORRENTES DO PROCEDIMENTO DE SAIDA DO SORT
       01  WS-QUEBRAS.
           05  WS-TIPO-ATUAL          PIC X(02).
           05  WS-CURSO-ATUAL         PIC X(12).

      *-----> ACUMULADORES DO CURSO, DO MOTIVO E GERAL
       01  WS-ACUM-CURSO.
           05  WS-PED-CC              PIC 9(04).
           05  WS-APR-CC              PIC 9(04).
           05  WS-REJ-CC              PIC 9(04).
           05  WS-PEN-CC              PIC 9(04).
           05  WS-AULAS-CC            PIC 9(05).
       01  WS-ACUM-MOTIVO.
           05  WS-PED-MT              PIC 9(04).
           05  WS-APR-MT              PIC 9(04).
           05  WS-REJ-MT              PIC 9(04).
           05  WS-PEN-MT              PIC 9(04).
           05  WS-AULAS-MT            PIC 9(05).
       01  WS-ACUM-GERAL.
           05  WS-PED-GR              PIC 9(04) VALUE ZEROS.
           05  WS-APR-GR              PIC 9(04) VALUE ZEROS.
           05  WS-REJ-GR              PIC 9(04) VALUE ZEROS.
           05  WS-PEN-GR              PIC 9(04) VALUE ZEROS.
           05  WS-AULAS-GR            PIC 9(05) VALUE ZEROS.

      *-----> RESUMO POR CURSO (TODOS OS MOTIVOS), EM ORDEM DE CURSO
       01  WS-TAB-CURSOS.
           05  WS-QTD-CURSOS          PIC 9(03) VALUE ZEROS.
           05  WS-CURSO-TB            OCCURS 100 TIMES.
               10  WS-NOME-CURSO-TB   PIC X(12).
               10  WS-PED-TB          PIC 9(04).
               10  WS-APR-TB          PIC 9(04).
               10  WS-REJ-TB          PIC 9(04).
               10  WS-PEN-TB          PIC 9(04).
               10  WS-AULAS-TB        PIC 9(05).

      *-----> DADOS DE SAIDA - RELATORIO DE ABONO DE FALTAS
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(45) VALUE
              'ABONO DE FALTAS POR MOTIVO E CURSO - COMPET. '.
           05 WS-COMPET-CAB         PIC 9(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TITULO-CAB         PIC X(79).

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'CURSO'.
           05 FILLER                PIC X(06) VALUE 'MATR.'.
           05 FILLER                PIC X(22) VALUE
              'PERIODO DAS FALTAS'.
           05 FILLER                PIC X(20) VALUE 'DOCUMENTO'.
           05 FILLER                PIC X(18) VALUE
              'AULAS SITUACAO DEC'.

       01  WS-CAB3-RESUMO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(79) VALUE
              'CURSO - PEDIDOS, APROVADOS, REJEITADOS, PENDENTES'.

       01  WS-REG-DETALHE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CURSO-R          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DT-INI-R         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DT-FIM-R         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DOCUMENTO-R      PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-QTD-R            PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-R            PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-OPER-DEC-R       PIC X(03).

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-T         PIC X(26).
           05 FILLER              PIC X(06) VALUE ': PED '.
           05 WS-PED-T            PIC ZZZ9.
           05 FILLER              PIC X(05) VALUE ' APR '.
           05 WS-APR-T            PIC ZZZ9.
           05 FILLER              PIC X(05) VALUE ' REJ '.
           05 WS-REJ-T            PIC ZZZ9.
           05 FILLER              PIC X(06) VALUE ' PEND '.
           05 WS-PEN-T            PIC ZZZ9.
           05 FILLER              PIC X(07) VALUE ' AULAS '.
           05 WS-AULAS-T          PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *-----> AREA DO CHAMADOR EXIGIDA PELA ROTINA 999-ERRO (COPY
      *       ERRORTN): RUN-ID DO LOTE E IMAGEM DO REGISTRO EM
      *       PROCESSAMENTO, PERSISTIDOS NO ERRLOG PELO CGPRG076
       01  WS-RUNID-ERR           PIC 9(04)       VALUE ZEROS.
       01  WS-IMAGEM-ERR          PIC X(90)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG154.

           PERFORM 010-INICIAR

           SORT SORTABO
               ON ASCENDING KEY WS-TIPO-SRT
                                WS-CURSO-SRT
                                WS-NUMERO-SRT
                                WS-DT-INI-SRT
               INPUT PROCEDURE  IS 100-SELECIONAR
                                   THRU 100-SELECIONAR-FIM
               OUTPUT PROCEDURE IS 200-IMPRIMIR-ABONOS
                                   THRU 200-IMPRIMIR-ABONOS-FIM

           PERFORM 300-IMPRIMIR-RESUMO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG154 - RELATORIO DE ABONO DE FALTAS*'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-COMPET-IN NOT NUMERIC
              OR WS-MES-COMP < 01 OR WS-MES-COMP > 12
              MOVE  'COMPETENCIA INVALIDA'      TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * COMPETENCIA       : ' WS-COMPET-IN

           OPEN INPUT ABONOFAL
           IF WS-FS-ABO  NOT = '00'
              MOVE  'ERRO AO ABRIR O ABONOFAL'  TO WS-MSG
              MOVE   WS-FS-ABO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELABONO
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELABONO'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI        TO  WS-DATA-CAB
           MOVE WS-COMPET-IN    TO  WS-COMPET-CAB
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           STRING  WS-DTSYS  (5:2) '/'
                   WS-DTSYS  (3:2) '/20'
                   WS-DTSYS  (1:2)
           DELIMITED BY SIZE INTO WS-DTEDI

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    EDITAR A DATA DE TRABALHO AAAAMMDD EM DD/MM/AAAA
      *--------------------------------------------------------------*
       018-EDITAR-DATA.

           MOVE SPACES  TO  WS-DATA-EDI
           STRING  WS-DATA-TRAB (7:2) '/'
                   WS-DATA-TRAB (5:2) '/'
                   WS-DATA-TRAB (1:4)
           DELIMITED BY SIZE INTO WS-DATA-EDI
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO (PAGINA NOVA POR MOTIVO E NO RESUMO) -
      *    O TITULO DA PAGINA (WS-TITULO-CAB) E MONTADO PELO CHAMADOR
      *--------------------------------------------------------------*
       040-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELABONO FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELABONO FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELABONO FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELABONO FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF PARTE-RESUMO
              WRITE REG-RELABONO FROM WS-CAB3-RESUMO
           ELSE
              WRITE REG-RELABONO FROM WS-CAB3
           END-IF
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELABONO FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-3' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 6 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERAR OS PEDIDOS DE
      *    ABONO REGISTRADOS NA COMPETENCIA
      *--------------------------------------------------------------*
       100-SELECIONAR.

           SET NAO-FIM-ABONOFAL  TO  TRUE
           PERFORM 110-LER-ABONOFAL
           PERFORM 120-LIBERAR-PEDIDO
               UNTIL FIM-ABONOFAL
           .
       100-SELECIONAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO PEDIDO DO ABONOFAL
      *--------------------------------------------------------------*
       110-LER-ABONOFAL.

           READ ABONOFAL NEXT
           IF WS-FS-ABO = '10'
              SET FIM-ABONOFAL  TO  TRUE
           ELSE
              IF WS-FS-ABO  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO ABONOFAL'  TO WS-MSG
                 MOVE   WS-FS-ABO                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERAR O PEDIDO LIDO SE A DATA DO PEDIDO CAI NA
      *    COMPETENCIA
      *--------------------------------------------------------------*
       120-LIBERAR-PEDIDO.

           MOVE WS-DT-SOL-AB OF REG-ABONOFAL  TO  WS-DATA-TRAB
           IF WS-DATA-TRAB (1:6) = WS-COMPET-IN
              MOVE WS-TIPO-AB OF REG-ABONOFAL       TO  WS-TIPO-SRT
              MOVE WS-CURSO-AB OF REG-ABONOFAL      TO  WS-CURSO-SRT
              MOVE WS-NUMERO-AB OF REG-ABONOFAL     TO  WS-NUMERO-SRT
              MOVE WS-DT-INI-AB OF REG-ABONOFAL     TO  WS-DT-INI-SRT
              MOVE WS-DT-FIM-AB OF REG-ABONOFAL     TO  WS-DT-FIM-SRT
              MOVE WS-DOCUMENTO-AB OF REG-ABONOFAL
                                               TO  WS-DOCUMENTO-SRT
              MOVE WS-QTD-FALTAS-AB OF REG-ABONOFAL TO  WS-QTD-SRT
              MOVE WS-SIT-AB OF REG-ABONOFAL        TO  WS-SIT-SRT
              MOVE WS-OPER-DEC-AB OF REG-ABONOFAL   TO  WS-OPER-DEC-SRT
              RELEASE REG-SORTABO
              ADD 1  TO  WS-CTLIBERADO
           END-IF

           PERFORM 110-LER-ABONOFAL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: UMA PAGINA POR MOTIVO, COM
      *    QUEBRA POR CURSO
      *--------------------------------------------------------------*
       200-IMPRIMIR-ABONOS.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 210-RETORNAR

           PERFORM 220-TRATAR-MOTIVO
               UNTIL FIM-SORT
           .
       200-IMPRIMIR-ABONOS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM PEDIDO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTABO
               AT END
                   SET FIM-SORT  TO  TRUE
               NOT AT END
                   ADD 1  TO  WS-CTRETORNO
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    TRATAR OS PEDIDOS DE UM MOTIVO LEGAL
      *--------------------------------------------------------------*
       220-TRATAR-MOTIVO.

           MOVE WS-TIPO-SRT  TO  WS-TIPO-ATUAL
           MOVE ZEROS        TO  WS-ACUM-MOTIVO

           MOVE '*** MOTIVO NAO CATALOGADO ***'  TO  WS-DESC-MOTIVO
           MOVE 1  TO  WS-IND
           PERFORM 225-DESCREVER-MOTIVO
               UNTIL WS-IND > 5
           MOVE SPACES  TO  WS-TITULO-CAB
           STRING 'MOTIVO: ' WS-TIPO-ATUAL ' - ' WS-DESC-MOTIVO
                  DELIMITED BY SIZE INTO WS-TITULO-CAB
           PERFORM 040-IMPCAB

           PERFORM 230-TRATAR-CURSO
               UNTIL FIM-SORT
                  OR WS-TIPO-SRT NOT = WS-TIPO-ATUAL

           MOVE WS-HIFEN  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR
           MOVE 'TOTAL DO MOTIVO'  TO  WS-ROTULO-T
           MOVE WS-PED-MT          TO  WS-PED-T
           MOVE WS-APR-MT          TO  WS-APR-T
           MOVE WS-REJ-MT          TO  WS-REJ-T
           MOVE WS-PEN-MT          TO  WS-PEN-T
           MOVE WS-AULAS-MT        TO  WS-AULAS-T
           MOVE WS-REG-TOTAL  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR

           ADD WS-PED-MT    TO  WS-PED-GR
           ADD WS-APR-MT    TO  WS-APR-GR
           ADD WS-REJ-MT    TO  WS-REJ-GR
           ADD WS-PEN-MT    TO  WS-PEN-GR
           ADD WS-AULAS-MT  TO  WS-AULAS-GR
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DESCRICAO DO MOTIVO CORRENTE NA TABELA
      *--------------------------------------------------------------*
       225-DESCREVER-MOTIVO.

           IF WS-COD-MOT-TB (WS-IND) = WS-TIPO-ATUAL
              MOVE WS-DESC-MOT-TB (WS-IND)  TO  WS-DESC-MOTIVO
           END-IF

           ADD 1  TO  WS-IND
           .
      *--------------------------------------------------------------*
      *    TRATAR OS PEDIDOS DE UM CURSO DENTRO DO MOTIVO
      *--------------------------------------------------------------*
       230-TRATAR-CURSO.

           MOVE WS-CURSO-SRT  TO  WS-CURSO-ATUAL
           MOVE ZEROS         TO  WS-ACUM-CURSO

           PERFORM 240-TRATAR-PEDIDO
               UNTIL FIM-SORT
                  OR WS-TIPO-SRT NOT = WS-TIPO-ATUAL
                  OR WS-CURSO-SRT NOT = WS-CURSO-ATUAL

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF
           MOVE SPACES             TO  WS-ROTULO-T
           STRING 'TOTAL DO CURSO ' WS-CURSO-ATUAL
                  DELIMITED BY SIZE INTO WS-ROTULO-T
           MOVE WS-PED-CC          TO  WS-PED-T
           MOVE WS-APR-CC          TO  WS-APR-T
           MOVE WS-REJ-CC          TO  WS-REJ-T
           MOVE WS-PEN-CC          TO  WS-PEN-T
           MOVE WS-AULAS-CC        TO  WS-AULAS-T
           MOVE WS-REG-TOTAL  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR
           MOVE SPACES  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR

           ADD WS-PED-CC    TO  WS-PED-MT
           ADD WS-APR-CC    TO  WS-APR-MT
           ADD WS-REJ-CC    TO  WS-REJ-MT
           ADD WS-PEN-CC    TO  WS-PEN-MT
           ADD WS-AULAS-CC  TO  WS-AULAS-MT

           PERFORM 280-ACUMULAR-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM PEDIDO E SOMAR NO CURSO (AULAS ABONADAS SO DO
      *    PEDIDO APROVADO)
      *--------------------------------------------------------------*
       240-TRATAR-PEDIDO.

           MOVE SPACES            TO  WS-REG-DETALHE
           MOVE WS-CURSO-SRT      TO  WS-CURSO-R
           MOVE WS-NUMERO-SRT     TO  WS-NUMERO-R
           MOVE WS-DT-INI-SRT     TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-EDI       TO  WS-DT-INI-R
           MOVE WS-DT-FIM-SRT     TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE WS-DATA-EDI       TO  WS-DT-FIM-R
           MOVE WS-DOCUMENTO-SRT  TO  WS-DOCUMENTO-R
           MOVE WS-QTD-SRT        TO  WS-QTD-R
           MOVE WS-OPER-DEC-SRT   TO  WS-OPER-DEC-R

           ADD 1  TO  WS-PED-CC
           EVALUATE TRUE
              WHEN SRT-APROVADO
                 MOVE 'APROVADO'   TO  WS-SIT-R
                 ADD 1             TO  WS-APR-CC
                 ADD WS-QTD-SRT    TO  WS-AULAS-CC
              WHEN SRT-REJEITADO
                 MOVE 'REJEITADO'  TO  WS-SIT-R
                 ADD 1             TO  WS-REJ-CC
              WHEN OTHER
                 MOVE 'PENDENTE'   TO  WS-SIT-R
                 ADD 1             TO  WS-PEN-CC
           END-EVALUATE

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF
           MOVE WS-REG-DETALHE  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR

           PERFORM 210-RETORNAR
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO (JA MOVIDA PARA O
      *    REG-RELABONO)
      *--------------------------------------------------------------*
       250-IMPRIMIR.

           WRITE REG-RELABONO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELABONO'  TO  WS-MSG
              MOVE WS-FS-REL                       TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR OS TOTAIS DO CURSO NO RESUMO, MANTENDO A TABELA EM
      *    ORDEM DE CURSO (CURSO NOVO E INSERIDO NA SUA POSICAO)
      *--------------------------------------------------------------*
       280-ACUMULAR-RESUMO.

           SET POSICAO-NAO-ACHADA  TO  TRUE
           MOVE 1  TO  WS-IND
           PERFORM 282-PROCURAR-CURSO
               UNTIL WS-IND > WS-QTD-CURSOS
                  OR POSICAO-ACHADA

           IF POSICAO-ACHADA
              IF WS-NOME-CURSO-TB (WS-IND) NOT = WS-CURSO-ATUAL
                 SET POSICAO-NAO-ACHADA  TO  TRUE
              END-IF
           END-IF

           IF POSICAO-NAO-ACHADA
              IF WS-QTD-CURSOS = 100
                 DISPLAY ' * RESUMO SEM ESPACO PARA O CURSO '
                         WS-CURSO-ATUAL
                 MOVE 4  TO  RETURN-CODE
                 GO TO 280-ACUMULAR-RESUMO-FIM
              END-IF
              MOVE WS-QTD-CURSOS  TO  WS-IND2
              PERFORM 284-DESLOCAR-CURSO
                  UNTIL WS-IND2 < WS-IND
              ADD 1  TO  WS-QTD-CURSOS
              MOVE WS-CURSO-ATUAL  TO  WS-NOME-CURSO-TB (WS-IND)
              MOVE ZEROS  TO  WS-PED-TB (WS-IND)  WS-APR-TB (WS-IND)
                              WS-REJ-TB (WS-IND)  WS-PEN-TB (WS-IND)
                              WS-AULAS-TB (WS-IND)
           END-IF

           ADD WS-PED-CC    TO  WS-PED-TB (WS-IND)
           ADD WS-APR-CC    TO  WS-APR-TB (WS-IND)
           ADD WS-REJ-CC    TO  WS-REJ-TB (WS-IND)
           ADD WS-PEN-CC    TO  WS-PEN-TB (WS-IND)
           ADD WS-AULAS-CC  TO  WS-AULAS-TB (WS-IND)
           .
       280-ACUMULAR-RESUMO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PARAR NO PRIMEIRO CURSO DA TABELA IGUAL OU MAIOR QUE O
      *    CORRENTE
      *--------------------------------------------------------------*
       282-PROCURAR-CURSO.

           IF WS-NOME-CURSO-TB (WS-IND) NOT < WS-CURSO-ATUAL
              SET POSICAO-ACHADA  TO  TRUE
           ELSE
              ADD 1  TO  WS-IND
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR ESPACO NA TABELA: DESCER UMA POSICAO O CURSO WS-IND2
      *--------------------------------------------------------------*
       284-DESLOCAR-CURSO.

           MOVE WS-CURSO-TB (WS-IND2)  TO  WS-CURSO-TB (WS-IND2 + 1)
           SUBTRACT 1  FROM  WS-IND2
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RESUMO POR CURSO (TODOS OS MOTIVOS) E O TOTAL
      *    GERAL
      *--------------------------------------------------------------*
       300-IMPRIMIR-RESUMO.

           SET PARTE-RESUMO  TO  TRUE
           MOVE 'RESUMO POR CURSO - TODOS OS MOTIVOS'
                                      TO  WS-TITULO-CAB
           PERFORM 040-IMPCAB

           MOVE 1  TO  WS-IND
           PERFORM 310-IMPRIMIR-CURSO
               UNTIL WS-IND > WS-QTD-CURSOS

           MOVE WS-HIFEN  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR
           MOVE 'TOTAL GERAL'      TO  WS-ROTULO-T
           MOVE WS-PED-GR          TO  WS-PED-T
           MOVE WS-APR-GR          TO  WS-APR-T
           MOVE WS-REJ-GR          TO  WS-REJ-T
           MOVE WS-PEN-GR          TO  WS-PEN-T
           MOVE WS-AULAS-GR        TO  WS-AULAS-T
           MOVE WS-REG-TOTAL  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DE UM CURSO DO RESUMO
      *--------------------------------------------------------------*
       310-IMPRIMIR-CURSO.

           IF WS-CTLIN > 55
              PERFORM 040-IMPCAB
           END-IF
           MOVE WS-NOME-CURSO-TB (WS-IND)  TO  WS-ROTULO-T
           MOVE WS-PED-TB (WS-IND)         TO  WS-PED-T
           MOVE WS-APR-TB (WS-IND)         TO  WS-APR-T
           MOVE WS-REJ-TB (WS-IND)         TO  WS-REJ-T
           MOVE WS-PEN-TB (WS-IND)         TO  WS-PEN-T
           MOVE WS-AULAS-TB (WS-IND)       TO  WS-AULAS-T
           MOVE WS-REG-TOTAL  TO  REG-RELABONO
           PERFORM 250-IMPRIMIR

           ADD 1  TO  WS-IND
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG154        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PEDIDOS LIDOS     - ABONOFAL = ' WS-CTLIDO
           DISPLAY ' * PEDIDOS DA COMPETENCIA       = ' WS-CTLIBERADO
           DISPLAY ' * PEDIDOS RETORNADOS           = ' WS-CTRETORNO
           DISPLAY ' * PEDIDOS APROVADOS            = ' WS-APR-GR
           DISPLAY ' * PEDIDOS REJEITADOS           = ' WS-REJ-GR
           DISPLAY ' * PEDIDOS PENDENTES            = ' WS-PEN-GR
           DISPLAY ' * AULAS ABONADAS               = ' WS-AULAS-GR
           DISPLAY ' * CURSOS NO RESUMO             = ' WS-QTD-CURSOS
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIBERADO NOT = WS-CTRETORNO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIBERADO X RETORN.*'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  ABONOFAL
           IF WS-FS-ABO  NOT = '00'
              MOVE  'ERRO AO FECHAR O ABONOFAL'  TO WS-MSG
              MOVE   WS-FS-ABO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELABONO
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELABONO'  TO WS-MSG
              MOVE   WS-FS-REL                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG154        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG154 <
