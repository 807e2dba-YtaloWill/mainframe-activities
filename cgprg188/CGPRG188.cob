       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG188.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: FUNIL MENSAL DAS PROPOSTAS DE VENDA DE LOTES.
      *           PERCORRE O PROPLOT (COPY PROPLOTC - CGPRG187) E,
      *           PARA AS PROPOSTAS ABERTAS NA COMPETENCIA DO
      *           CARTAO, IMPRIME NO RELFUNIL, POR VENDEDOR
      *           (VENDMST) E POR REGIAO DO LOTE (CADLOTE), A
      *           QUANTIDADE DE PROPOSTAS POR SITUACAO (ABERTA,
      *           CONTRAPROPOSTA, APROVADA, RECUSADA, EXPIRADA), AS
      *           QUE VIRARAM VENDA (CGPRG064), A TAXA DE CONVERSAO
      *           (VENDIDAS / PROPOSTAS) E O DESCONTO MEDIO SOBRE A
      *           TABELA DAS PROPOSTAS APROVADAS, COM O TOTAL GERAL.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-06 COMPETENCIA DE ABERTURA AAAAMM
      *   POS 07-10 RUN-ID DA EXECUCAO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010214  PROGRAMA CRIADO - FUNIL MENSAL DE
      *                          PROPOSTAS POR VENDEDOR E REGIAO
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
           SELECT PROPLOT ASSIGN TO PROPLOTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-PP OF REG-PROPLOT
                  FILE STATUS   IS WS-FS-PRO
           .
           SELECT CADLOTE ASSIGN TO CADLOTEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-L OF REG-CADLOTE
                  FILE STATUS   IS WS-FS-LOT
           .
           SELECT VENDMST ASSIGN TO VENDMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-VENDEDOR-V OF REG-VENDMST
                  FILE STATUS   IS WS-FS-VEN
           .
           SELECT RELFUNIL ASSIGN TO RELFUNIJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PROPLOT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROPLOT.
           COPY PROPLOTC.
       FD  CADLOTE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADLOTE.
           COPY CADLOTEC.
       FD  VENDMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDMST.
           COPY VENDMSTC.
       FD  RELFUNIL
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELFUNIL           PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTSELEC             PIC 9(05) VALUE ZEROS.
           05  WS-CTFORA              PIC 9(05) VALUE ZEROS.
           05  WS-FS-PRO              PIC X(02).
           05  WS-FS-LOT              PIC X(02).
           05  WS-FS-VEN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG188'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-CTLIN               PIC 9(02) VALUE 99.
           05  WS-PAG-CAB             PIC 9(03) VALUE ZEROS.
           05  WS-SW-FIM-PRO          PIC X(01) VALUE 'N'.
               88 FIM-PROPLOT             VALUE 'S'.
           05  WS-DT-ABERT            PIC 9(08).
           05  FILLER  REDEFINES  WS-DT-ABERT.
               10  WS-COMPET-ABERT    PIC 9(06).
               10  FILLER             PIC 9(02).

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-COMPET-IN           PIC 9(06).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> FUNIL ACUMULADO: LINHA 1 = TOTAL GERAL ('T'), DEMAIS
      *       POR VENDEDOR ('V') E POR REGIAO ('R'), NA ORDEM EM QUE
      *       APARECEM NO PROPLOT (ATE 150 LINHAS)
       01  WS-AREA-FUNIL.
           05  WS-CTFUN               PIC 9(03) VALUE ZEROS.
           05  WS-FUN-SUB             PIC 9(03).
           05  WS-TIPO-ATU            PIC X(01).
           05  WS-CHAVE-ATU           PIC X(15).
           05  WS-TIPO-LISTA          PIC X(01).
       01  WS-TAB-FUNIL.
           05  WS-FUN-OCOR            OCCURS 150 TIMES.
               10  WS-FUN-TIPO        PIC X(01).
               10  WS-FUN-CHAVE       PIC X(15).
               10  WS-FUN-VEND     REDEFINES  WS-FUN-CHAVE.
                   15  WS-FUN-VEND-COD    PIC 9(03).
                   15  FILLER             PIC X(12).
               10  WS-FUN-TOTAL       PIC 9(05).
               10  WS-FUN-ABERTA      PIC 9(05).
               10  WS-FUN-CONTRA      PIC 9(05).
               10  WS-FUN-APROV       PIC 9(05).
               10  WS-FUN-RECUSA      PIC 9(05).
               10  WS-FUN-EXPIRA      PIC 9(05).
               10  WS-FUN-VENDIDA     PIC 9(05).
               10  WS-FUN-SOMA-DESC   PIC 9(07)V99.

      *-----> DADOS DE SAIDA - IMPRESSAO DO FUNIL
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(42) VALUE
              'FUNIL DE PROPOSTAS DE VENDA DE LOTES - '.
           05 FILLER              PIC X(12) VALUE 'COMPETENCIA '.
           05 WS-COMPET-CAB       PIC 9(06).
           05 FILLER              PIC X(28) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB-R        PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(25) VALUE
              'VENDEDOR / REGIAO'.
           05 FILLER              PIC X(06) VALUE ' PROP.'.
           05 FILLER              PIC X(06) VALUE ' ABER.'.
           05 FILLER              PIC X(06) VALUE ' CONT.'.
           05 FILLER              PIC X(06) VALUE ' APROV'.
           05 FILLER              PIC X(06) VALUE ' RECUS'.
           05 FILLER              PIC X(06) VALUE ' EXPIR'.
           05 FILLER              PIC X(06) VALUE ' VEND.'.
           05 FILLER              PIC X(10) VALUE '  CONVERS.'.
           05 FILLER              PIC X(10) VALUE '  DESC.MED'.
           05 FILLER              PIC X(12) VALUE SPACES.

       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

       01  WS-LINHA-SECAO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SECAO-R          PIC X(40).
           05 FILLER              PIC X(59) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-R         PIC X(24).
           05 WS-ROTULO-VEND-R REDEFINES  WS-ROTULO-R.
              10 WS-VEND-R        PIC 9(03).
              10 FILLER           PIC X(01).
              10 WS-NOME-R        PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-TOTAL-R          PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ABERTA-R         PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CONTRA-R         PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-APROV-R          PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RECUSA-R         PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-EXPIRA-R         PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-VENDIDA-R        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CONV-R           PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE ' %'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DESC-R           PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE ' %'.
           05 FILLER              PIC X(12) VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
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
       000-CGPRG188.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL FIM-PROPLOT
           PERFORM 050-IMPRIMIR-FUNIL
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG188 - FUNIL DE PROPOSTAS          *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-COMPET-IN NOT NUMERIC OR WS-COMPET-IN = ZEROS
              MOVE  'COMPETENCIA INVALIDA'  TO WS-MSG
              MOVE  '  '                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-RUNID-IN NOT NUMERIC
              MOVE ZEROS  TO  WS-RUNID-IN
           END-IF
           MOVE WS-RUNID-IN   TO  WS-RUNID-ERR
           MOVE WS-COMPET-IN  TO  WS-COMPET-CAB
           DISPLAY ' * COMPETENCIA        : ' WS-COMPET-IN

      *-----> LINHA 1 DO FUNIL = TOTAL GERAL
           MOVE 'T'     TO  WS-TIPO-ATU
           MOVE SPACES  TO  WS-CHAVE-ATU
           PERFORM 040-LOCALIZAR-LINHA

           OPEN INPUT PROPLOT
           IF WS-FS-PRO = '35'
              DISPLAY ' * PROPLOT AUSENTE - NENHUMA PROPOSTA'
              MOVE 'S'  TO  WS-SW-FIM-PRO
           ELSE
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO AO ABRIR O PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN INPUT CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT VENDMST
           IF WS-FS-VEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O VENDMST'  TO WS-MSG
              MOVE   WS-FS-VEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELFUNIL
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELFUNIL'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF NOT FIM-PROPLOT
              PERFORM 025-LER-PROPLOT
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA PROPOSTA
      *--------------------------------------------------------------*
       025-LER-PROPLOT.

           READ PROPLOT  NEXT RECORD
           IF WS-FS-PRO = '10'
              MOVE 'S'  TO  WS-SW-FIM-PRO
           ELSE
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-CTLIDO
              MOVE REG-PROPLOT  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A PROPOSTA DA COMPETENCIA NO TOTAL, NO SEU
      *    VENDEDOR E NA REGIAO DO SEU LOTE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE WS-DT-ABERT-PP OF REG-PROPLOT  TO  WS-DT-ABERT
           IF WS-COMPET-ABERT NOT = WS-COMPET-IN
              ADD 1  TO  WS-CTFORA
           ELSE
              ADD 1  TO  WS-CTSELEC
              MOVE 1  TO  WS-FUN-SUB
              PERFORM 044-ACUMULAR-LINHA

              MOVE 'V'     TO  WS-TIPO-ATU
              MOVE SPACES  TO  WS-CHAVE-ATU
              MOVE WS-VENDEDOR-PP OF REG-PROPLOT
                           TO  WS-CHAVE-ATU (1:3)
              PERFORM 040-LOCALIZAR-LINHA
              PERFORM 044-ACUMULAR-LINHA

              MOVE WS-LOTE-PP OF REG-PROPLOT
                                  TO  WS-LOTE-L OF REG-CADLOTE
              READ CADLOTE
              IF WS-FS-LOT = '23'
                 MOVE '*SEM CADLOTE*'  TO  WS-REGIAO-L OF REG-CADLOTE
              ELSE
                 IF WS-FS-LOT NOT = '00'
                    MOVE 'ERRO NA LEITURA DO CADLOTE'  TO WS-MSG
                    MOVE  WS-FS-LOT                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
              MOVE 'R'  TO  WS-TIPO-ATU
              MOVE WS-REGIAO-L OF REG-CADLOTE  TO  WS-CHAVE-ATU
              PERFORM 040-LOCALIZAR-LINHA
              PERFORM 044-ACUMULAR-LINHA
           END-IF

           PERFORM 025-LER-PROPLOT
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR (OU ABRIR, ZERADA) A LINHA DO FUNIL DE TIPO E
      *    CHAVE ATUAIS
      *--------------------------------------------------------------*
       040-LOCALIZAR-LINHA.

           MOVE 1  TO  WS-FUN-SUB
           PERFORM 042-PROCURAR-LINHA
               UNTIL WS-FUN-SUB > WS-CTFUN
                  OR (WS-FUN-TIPO (WS-FUN-SUB) = WS-TIPO-ATU
                  AND WS-FUN-CHAVE (WS-FUN-SUB) = WS-CHAVE-ATU)

           IF WS-FUN-SUB > WS-CTFUN
              IF WS-CTFUN = 150
                 MOVE  'MAIS DE 150 LINHAS NO FUNIL'  TO WS-MSG
                 MOVE  '  '                           TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-CTFUN
              MOVE WS-CTFUN      TO  WS-FUN-SUB
              MOVE WS-TIPO-ATU   TO  WS-FUN-TIPO (WS-FUN-SUB)
              MOVE WS-CHAVE-ATU  TO  WS-FUN-CHAVE (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-TOTAL (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-ABERTA (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-CONTRA (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-APROV (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-RECUSA (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-EXPIRA (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-VENDIDA (WS-FUN-SUB)
              MOVE ZEROS  TO  WS-FUN-SOMA-DESC (WS-FUN-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NO FUNIL
      *--------------------------------------------------------------*
       042-PROCURAR-LINHA.

           ADD 1  TO  WS-FUN-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR A PROPOSTA LIDA NA LINHA WS-FUN-SUB: SITUACAO,
      *    VENDA E DESCONTO DA APROVADA
      *--------------------------------------------------------------*
       044-ACUMULAR-LINHA.

           ADD 1  TO  WS-FUN-TOTAL (WS-FUN-SUB)
           EVALUATE TRUE
               WHEN PROPOSTA-ABERTA OF REG-PROPLOT
                   ADD 1  TO  WS-FUN-ABERTA (WS-FUN-SUB)
               WHEN PROPOSTA-CONTRA OF REG-PROPLOT
                   ADD 1  TO  WS-FUN-CONTRA (WS-FUN-SUB)
               WHEN PROPOSTA-APROVADA OF REG-PROPLOT
                   ADD 1  TO  WS-FUN-APROV (WS-FUN-SUB)
                   ADD WS-DESC-PP OF REG-PROPLOT
                                  TO  WS-FUN-SOMA-DESC (WS-FUN-SUB)
               WHEN PROPOSTA-RECUSADA OF REG-PROPLOT
                   ADD 1  TO  WS-FUN-RECUSA (WS-FUN-SUB)
               WHEN OTHER
                   ADD 1  TO  WS-FUN-EXPIRA (WS-FUN-SUB)
           END-EVALUATE
           IF PROPOSTA-VENDIDA OF REG-PROPLOT
              ADD 1  TO  WS-FUN-VENDIDA (WS-FUN-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O FUNIL: VENDEDORES, REGIOES E TOTAL GERAL
      *--------------------------------------------------------------*
       050-IMPRIMIR-FUNIL.

           PERFORM 065-IMPCAB

           MOVE 'POR VENDEDOR'  TO  WS-SECAO-R
           PERFORM 058-IMPRIMIR-SECAO
           MOVE 'V'  TO  WS-TIPO-LISTA
           MOVE 2  TO  WS-FUN-SUB
           PERFORM 052-LISTAR-LINHA UNTIL WS-FUN-SUB > WS-CTFUN

           MOVE 'POR REGIAO DO LOTE'  TO  WS-SECAO-R
           PERFORM 058-IMPRIMIR-SECAO
           MOVE 'R'  TO  WS-TIPO-LISTA
           MOVE 2  TO  WS-FUN-SUB
           PERFORM 052-LISTAR-LINHA UNTIL WS-FUN-SUB > WS-CTFUN

           MOVE 'TOTAL GERAL'  TO  WS-SECAO-R
           PERFORM 058-IMPRIMIR-SECAO
           MOVE 1  TO  WS-FUN-SUB
           MOVE 'TODAS AS PROPOSTAS'  TO  WS-ROTULO-R
           PERFORM 055-IMPRIMIR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA WS-FUN-SUB QUANDO FOR DO TIPO EM LISTAGEM
      *--------------------------------------------------------------*
       052-LISTAR-LINHA.

           IF WS-FUN-TIPO (WS-FUN-SUB) = WS-TIPO-LISTA
              IF WS-TIPO-LISTA = 'V'
                 MOVE SPACES  TO  WS-ROTULO-R
                 MOVE WS-FUN-VEND-COD (WS-FUN-SUB)  TO  WS-VEND-R
                 MOVE WS-FUN-VEND-COD (WS-FUN-SUB)
                                  TO  WS-VENDEDOR-V OF REG-VENDMST
                 READ VENDMST
                 IF WS-FS-VEN = '00'
                    MOVE WS-NOME-V OF REG-VENDMST  TO  WS-NOME-R
                 ELSE
                    IF WS-FS-VEN = '23'
                       MOVE '*SEM CADASTRO*'  TO  WS-NOME-R
                    ELSE
                       MOVE 'ERRO NA LEITURA DO VENDMST'  TO WS-MSG
                       MOVE  WS-FS-VEN                    TO WS-FS-MSG
                       GO TO 999-ERRO
                    END-IF
                 END-IF
              ELSE
                 MOVE WS-FUN-CHAVE (WS-FUN-SUB)  TO  WS-ROTULO-R
              END-IF
              PERFORM 055-IMPRIMIR-LINHA
           END-IF
           ADD 1  TO  WS-FUN-SUB
           .
      *--------------------------------------------------------------*
      *    MONTAR E IMPRIMIR UMA LINHA DO FUNIL: CONVERSAO =
      *    VENDIDAS / PROPOSTAS; DESCONTO MEDIO DAS APROVADAS
      *--------------------------------------------------------------*
       055-IMPRIMIR-LINHA.

           MOVE WS-FUN-TOTAL (WS-FUN-SUB)    TO  WS-TOTAL-R
           MOVE WS-FUN-ABERTA (WS-FUN-SUB)   TO  WS-ABERTA-R
           MOVE WS-FUN-CONTRA (WS-FUN-SUB)   TO  WS-CONTRA-R
           MOVE WS-FUN-APROV (WS-FUN-SUB)    TO  WS-APROV-R
           MOVE WS-FUN-RECUSA (WS-FUN-SUB)   TO  WS-RECUSA-R
           MOVE WS-FUN-EXPIRA (WS-FUN-SUB)   TO  WS-EXPIRA-R
           MOVE WS-FUN-VENDIDA (WS-FUN-SUB)  TO  WS-VENDIDA-R
           IF WS-FUN-TOTAL (WS-FUN-SUB) = ZEROS
              MOVE ZEROS  TO  WS-CONV-R
           ELSE
              COMPUTE WS-CONV-R ROUNDED =
                      WS-FUN-VENDIDA (WS-FUN-SUB) * 100
                    / WS-FUN-TOTAL (WS-FUN-SUB)
           END-IF
           IF WS-FUN-APROV (WS-FUN-SUB) = ZEROS
              MOVE ZEROS  TO  WS-DESC-R
           ELSE
              COMPUTE WS-DESC-R ROUNDED =
                      WS-FUN-SOMA-DESC (WS-FUN-SUB)
                    / WS-FUN-APROV (WS-FUN-SUB)
           END-IF

           IF WS-CTLIN > 55
              PERFORM 065-IMPCAB
           END-IF

           WRITE REG-RELFUNIL  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELFUNIL'  TO  WS-MSG
              MOVE WS-FS-REL                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO DE UMA SECAO DO FUNIL
      *--------------------------------------------------------------*
       058-IMPRIMIR-SECAO.

           IF WS-CTLIN > 53
              PERFORM 065-IMPCAB
           END-IF

           WRITE REG-RELFUNIL  FROM  WS-LINHA-SECAO  AFTER 2
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELFUNIL'  TO  WS-MSG
              MOVE WS-FS-REL                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 2  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO FUNIL
      *--------------------------------------------------------------*
       065-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           MOVE WS-PAG-CAB  TO  WS-PAG-CAB-R

           WRITE REG-RELFUNIL FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELFUNIL FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELFUNIL FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELFUNIL FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG188        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PROPOSTAS LIDAS - PROPLOT    = ' WS-CTLIDO
           DISPLAY ' * PROPOSTAS DA COMPETENCIA     = ' WS-CTSELEC
           DISPLAY ' * PROPOSTAS DE OUTRAS COMPET.  = ' WS-CTFORA
           DISPLAY ' * VENDIDAS NA COMPETENCIA      = '
                   WS-FUN-VENDIDA (1)
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-CTSELEC + WS-CTFORA
              OR WS-CTSELEC NOT = WS-FUN-TOTAL (1)
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           IF WS-FS-PRO NOT = '35'
              CLOSE  PROPLOT
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO AO FECHAR O PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  VENDMST
           IF WS-FS-VEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O VENDMST'  TO WS-MSG
              MOVE   WS-FS-VEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELFUNIL
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELFUNIL'  TO WS-MSG
              MOVE   WS-FS-REL                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG188        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG188 <
