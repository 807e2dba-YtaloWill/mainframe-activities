       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG186.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONTROLE DA LIBERACAO DE ESCRITURA DOS LOTES
      *           QUITADOS. PERCORRE A FILA ESCFILA (COPY ESCFILAC),
      *           ALIMENTADA PELA QUITACAO ANTECIPADA (CGPRG184) E
      *           PELA BAIXA DA ULTIMA PARCELA (CGPRG116):
      *           - TODO CONTRATO NOVO NA FILA (TERMO AINDA NAO
      *             IMPRESSO) RECEBE NO RELTERMO O TERMO DE
      *             QUITACAO, COM O NUMERO DO CONTRATO (CTRLIDX -
      *             CGPRG183), A QUALIFICACAO DO COMPRADOR (COMPMST),
      *             O LOTE (CADLOTE) E O TOTAL PAGO NO PLANO
      *             (LOTEPARC, SEM AS PARCELAS CANCELADAS), E A FILA
      *             E MARCADA COM A DATA DO TERMO;
      *           - TODO CONTRATO PAGO HA MAIS DE N DIAS (CONTAGEM
      *             COMERCIAL 30/360, COMO NO CGPRG117) COM A
      *             ESCRITURA AINDA PENDENTE SAI NA LISTAGEM DO
      *             JURIDICO (RELESCR).
      *           A LIBERACAO DA ESCRITURA E BAIXADA PELO CARTAO 'L'
      *           DO CGPRG184.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-08 DATA DE REFERENCIA AAAAMMDD
      *   POS 09-11 PRAZO EM DIAS PARA A LIBERACAO DA ESCRITURA
      *             (ZEROS = 30)
      *   POS 12-15 RUN-ID DA EXECUCAO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010212  PROGRAMA CRIADO - TERMO DE
      *                          QUITACAO E ESCRITURAS PENDENTES
      *                          PARA O JURIDICO
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
           SELECT ESCFILA ASSIGN TO ESCFILAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-EF OF REG-ESCFILA
                  FILE STATUS   IS WS-FS-ESC
           .
           SELECT LOTEPARC ASSIGN TO LOTEPARJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-LP OF REG-LOTEPARC
                  FILE STATUS   IS WS-FS-PAR
           .
           SELECT COMPMST ASSIGN TO COMPMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-COMPRADOR-CP OF REG-COMPMST
                  FILE STATUS   IS WS-FS-CMP
           .
           SELECT CADLOTE ASSIGN TO CADLOTEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-L OF REG-CADLOTE
                  FILE STATUS   IS WS-FS-LOT
           .
      *-----> INDICE LOTE -> CONTRATO (CGPRG183), OPCIONAL
           SELECT CTRLIDX ASSIGN TO CTRLIDXJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-CI OF REG-CTRLIDX
                  FILE STATUS   IS WS-FS-IDX
           .
           SELECT RELTERMO ASSIGN TO RELTERMJ
                  FILE STATUS   IS WS-FS-TRM
           .
           SELECT RELESCR ASSIGN TO RELESCRJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ESCFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ESCFILA.
           COPY ESCFILAC.
       FD  LOTEPARC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-LOTEPARC.
           COPY LOTEPARC.
       FD  COMPMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-COMPMST.
           COPY COMPMSTC.
       FD  CADLOTE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADLOTE.
           COPY CADLOTEC.
       FD  CTRLIDX
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTRLIDX.
           COPY CTRLIDXC.
       FD  RELTERMO
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELTERMO           PIC X(80)
           .
       FD  RELESCR
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELESCR            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTTERMO             PIC 9(05) VALUE ZEROS.
           05  WS-CTPEND              PIC 9(05) VALUE ZEROS.
           05  WS-CTATRASO            PIC 9(05) VALUE ZEROS.
           05  WS-CTLIBER             PIC 9(05) VALUE ZEROS.
           05  WS-FS-ESC              PIC X(02).
           05  WS-FS-PAR              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-LOT              PIC X(02).
           05  WS-FS-IDX              PIC X(02).
           05  WS-FS-TRM              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG186'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-CTLIN               PIC 9(02) VALUE 99.
           05  WS-CTLIN-TRM           PIC 9(02) VALUE ZEROS.
           05  WS-PAG-CAB             PIC 9(03) VALUE ZEROS.
           05  WS-DIAS-PAGO           PIC S9(06).
           05  WS-TOTAL-PAGO          PIC 9(09)V99.
           05  WS-SW-FIM-ESC          PIC X(01) VALUE 'N'.
               88 FIM-ESCFILA             VALUE 'S'.
           05  WS-SW-FIM-PAR          PIC X(01).
               88 FIM-PARCELAS            VALUE 'S'.
           05  WS-SW-CTRLIDX          PIC X(01) VALUE 'N'.
               88 CTRLIDX-PRESENTE        VALUE 'S'.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-DT-REF-IN           PIC 9(08).
           05  WS-PRAZO-IN            PIC 9(03).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> DATAS DA CONTAGEM COMERCIAL 30/360 (CGPRG117)
       01  WS-DATA-REF                PIC 9(08).
       01  FILLER REDEFINES WS-DATA-REF.
           05  WS-REF-ANO             PIC 9(04).
           05  WS-REF-MES             PIC 9(02).
           05  WS-REF-DIA             PIC 9(02).
       01  WS-DATA-QUIT               PIC 9(08).
       01  FILLER REDEFINES WS-DATA-QUIT.
           05  WS-QUIT-ANO            PIC 9(04).
           05  WS-QUIT-MES            PIC 9(02).
           05  WS-QUIT-DIA            PIC 9(02).

      *-----> DADOS DE SAIDA - TERMO DE QUITACAO (RELTERMO)
       01  WS-LINHA-TRM           PIC X(80)       VALUE SPACES.
       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

       01  WS-TRM-TITULO.
           05 FILLER              PIC X(30) VALUE SPACES.
           05 FILLER              PIC X(17) VALUE 'TERMO DE QUITACAO'.
           05 FILLER              PIC X(33) VALUE SPACES.

       01  WS-TRM-CONTRATO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(38) VALUE
              'CONTRATO DE COMPRA E VENDA DE LOTE NR '.
           05 WS-CONTRATO-TC      PIC X(22).
           05 WS-CONTRATO-N-TC  REDEFINES  WS-CONTRATO-TC
                                  PIC 9(06).
           05 FILLER              PIC X(18) VALUE SPACES.

       01  WS-TRM-COMPR.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'COMPRADOR(A): '.
           05 WS-NOME-TV          PIC X(20).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'CPF: '.
           05 WS-CPF-TV           PIC 9(11).
           05 FILLER              PIC X(24) VALUE SPACES.

       01  WS-TRM-LOTE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'LOTE NUMERO: '.
           05 WS-LOTE-TL          PIC 9(05).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'CEP: '.
           05 WS-CEP-TL           PIC 9(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'REGIAO: '.
           05 WS-REGIAO-TL        PIC X(15).
           05 FILLER              PIC X(16) VALUE SPACES.

       01  WS-TRM-TEXTO1.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(39) VALUE
              'A LOTEADORA (VENDEDORA) DA PLENA, GERAL'.
           05 FILLER              PIC X(39) VALUE
              ' E IRREVOGAVEL QUITACAO DO PRECO DO    '.
       01  WS-TRM-TEXTO2.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(39) VALUE
              'LOTE ACIMA DESCRITO, PAGO INTEGRALMENTE'.
           05 FILLER              PIC X(39) VALUE
              ' PELO(A) COMPRADOR(A), NADA MAIS TENDO '.
       01  WS-TRM-TEXTO3.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(39) VALUE
              'A RECLAMAR POR FORCA DO CONTRATO, E SE '.
           05 FILLER              PIC X(39) VALUE
              'OBRIGA A OUTORGAR A ESCRITURA DEFINITI-'.
       01  WS-TRM-TEXTO4.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE 'VA NO PRAZO DE '.
           05 WS-PRAZO-TT         PIC ZZ9.
           05 FILLER              PIC X(36) VALUE
              ' DIAS CONTADOS DA DATA DA QUITACAO.'.
           05 FILLER              PIC X(24) VALUE SPACES.

       01  WS-TRM-QUIT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE 'DATA DA QUITACAO: '.
           05 WS-DTQUIT-TQ        PIC 9(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'MODALIDADE: '.
           05 WS-MODAL-TQ         PIC X(20).
           05 FILLER              PIC X(16) VALUE SPACES.

       01  WS-TRM-VALOR.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(26) VALUE
              'TOTAL PAGO NO CONTRATO:   '.
           05 WS-TOTPAGO-TQ       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(35) VALUE SPACES.

       01  WS-TRM-ANTEC.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(26) VALUE
              'VALOR DA QUITACAO ANTEC.: '.
           05 WS-VALQUIT-TQ       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(35) VALUE SPACES.

       01  WS-TRM-EMISSAO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'EMITIDO EM: '.
           05 WS-DTEMIS-TE        PIC 9(08).
           05 FILLER              PIC X(58) VALUE SPACES.

       01  WS-TRM-ASSIN1.
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(32) VALUE ALL '_'.
           05 FILLER              PIC X(24) VALUE SPACES.
       01  WS-TRM-ASSIN2.
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(32) VALUE
              '      LOTEADORA (VENDEDORA)     '.
           05 FILLER              PIC X(24) VALUE SPACES.

      *-----> DADOS DE SAIDA - ESCRITURAS PENDENTES (RELESCR)
       01  WS-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(34) VALUE
              'ESCRITURAS PENDENTES HA MAIS DE  '.
           05 WS-PRAZO-CAB        PIC ZZ9.
           05 FILLER              PIC X(06) VALUE ' DIAS '.
           05 FILLER              PIC X(11) VALUE 'REFERENCIA '.
           05 WS-REF-CAB          PIC 9(08).
           05 FILLER              PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB-R        PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'LOTE   '.
           05 FILLER              PIC X(09) VALUE 'CONTRATO '.
           05 FILLER              PIC X(22) VALUE 'COMPRADOR'.
           05 FILLER              PIC X(10) VALUE 'QUITACAO  '.
           05 FILLER              PIC X(07) VALUE 'ORIGEM '.
           05 FILLER              PIC X(06) VALUE '  DIAS'.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE 'TERMO EMITIDO'.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LOTE-R           PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CONTRATO-R       PIC X(06).
           05 WS-CONTRATO-N-R  REDEFINES  WS-CONTRATO-R
                                  PIC 9(06).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DTQUIT-R         PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ORIGEM-R         PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIAS-R           PIC ZZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-DTTERMO-R        PIC 9(08).
           05 FILLER              PIC X(07) VALUE SPACES.

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
       000-CGPRG186.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL FIM-ESCFILA
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG186 - LIBERACAO DE ESCRITURAS     *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-DT-REF-IN NOT NUMERIC OR WS-DT-REF-IN = ZEROS
              MOVE  'DATA DE REFERENCIA INVALIDA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PRAZO-IN NOT NUMERIC OR WS-PRAZO-IN = ZEROS
              MOVE 30  TO  WS-PRAZO-IN
           END-IF
           IF WS-RUNID-IN NOT NUMERIC
              MOVE ZEROS  TO  WS-RUNID-IN
           END-IF
           MOVE WS-RUNID-IN   TO  WS-RUNID-ERR
           MOVE WS-DT-REF-IN  TO  WS-DATA-REF
           MOVE WS-DT-REF-IN  TO  WS-REF-CAB
           MOVE WS-PRAZO-IN   TO  WS-PRAZO-CAB
           MOVE WS-PRAZO-IN   TO  WS-PRAZO-TT
           DISPLAY ' * DATA DE REFERENCIA : ' WS-DT-REF-IN
           DISPLAY ' * PRAZO DA ESCRITURA : ' WS-PRAZO-IN ' DIAS'

           OPEN I-O ESCFILA
           IF WS-FS-ESC = '35'
              DISPLAY ' * ESCFILA AUSENTE - NENHUM CONTRATO QUITADO'
              MOVE 'S'  TO  WS-SW-FIM-ESC
           ELSE
              IF WS-FS-ESC  NOT = '00'
                 MOVE  'ERRO AO ABRIR O ESCFILA'  TO WS-MSG
                 MOVE   WS-FS-ESC                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN INPUT LOTEPARC
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO ABRIR O LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> SEM O CTRLIDX (NENHUM CONTRATO EMITIDO PELO CGPRG183)
      *       O TERMO SAI SEM O NUMERO DO CONTRATO
           OPEN INPUT CTRLIDX
           IF WS-FS-IDX = '35'
              MOVE 'N'  TO  WS-SW-CTRLIDX
           ELSE
              IF WS-FS-IDX  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CTRLIDX'  TO WS-MSG
                 MOVE   WS-FS-IDX                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-CTRLIDX
           END-IF

           OPEN OUTPUT RELTERMO
           IF WS-FS-TRM  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELTERMO'  TO WS-MSG
              MOVE   WS-FS-TRM                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELESCR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELESCR'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF NOT FIM-ESCFILA
              PERFORM 025-LER-ESCFILA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA ENTRADA DA FILA DE ESCRITURAS
      *--------------------------------------------------------------*
       025-LER-ESCFILA.

           READ ESCFILA  NEXT RECORD
           IF WS-FS-ESC = '10'
              MOVE 'S'  TO  WS-SW-FIM-ESC
           ELSE
              IF WS-FS-ESC  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO ESCFILA'  TO WS-MSG
                 MOVE   WS-FS-ESC                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-CTLIDO
              MOVE REG-ESCFILA  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA ENTRADA DA FILA: TERMO DO CONTRATO NOVO E
      *    COBRANCA DA ESCRITURA PENDENTE ALEM DO PRAZO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF ESCRITURA-LIBERADA OF REG-ESCFILA
              ADD 1  TO  WS-CTLIBER
           ELSE
              ADD 1  TO  WS-CTPEND
           END-IF

           PERFORM 032-BUSCAR-DADOS

           IF TERMO-PENDENTE OF REG-ESCFILA
              PERFORM 040-IMPRIMIR-TERMO
              MOVE 'S'           TO  WS-TERMO-EF OF REG-ESCFILA
              MOVE WS-DT-REF-IN  TO  WS-DT-TERMO-EF OF REG-ESCFILA
              MOVE WS-RUNID-IN   TO  WS-RUNID-EF OF REG-ESCFILA
              REWRITE REG-ESCFILA
              IF WS-FS-ESC  NOT = '00'
                 MOVE  'ERRO NA GRAVACAO DO ESCFILA'  TO WS-MSG
                 MOVE   WS-FS-ESC                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-CTTERMO
           END-IF

           IF ESCRITURA-PENDENTE OF REG-ESCFILA
              MOVE WS-DT-QUIT-EF OF REG-ESCFILA  TO  WS-DATA-QUIT
              COMPUTE WS-DIAS-PAGO =
                      ((WS-REF-ANO - WS-QUIT-ANO) * 360)
                    + ((WS-REF-MES - WS-QUIT-MES) * 30)
                    +  (WS-REF-DIA - WS-QUIT-DIA)
              IF WS-DIAS-PAGO > WS-PRAZO-IN
                 PERFORM 060-LISTAR-PENDENTE
              END-IF
           END-IF

           PERFORM 025-LER-ESCFILA
           .
      *--------------------------------------------------------------*
      *    BUSCAR O CONTRATO (CTRLIDX), O COMPRADOR (COMPMST) E O
      *    LOTE (CADLOTE) DA ENTRADA DA FILA
      *--------------------------------------------------------------*
       032-BUSCAR-DADOS.

           MOVE SPACES  TO  WS-CONTRATO-TC
           MOVE 'SEM CONTRATO EMITIDO'  TO  WS-CONTRATO-TC
           MOVE SPACES  TO  WS-CONTRATO-R
           IF CTRLIDX-PRESENTE
              MOVE WS-LOTE-EF OF REG-ESCFILA  TO  WS-LOTE-CI
              READ CTRLIDX
              IF WS-FS-IDX = '00'
                 MOVE SPACES          TO  WS-CONTRATO-TC
                 MOVE WS-CONTRATO-CI  TO  WS-CONTRATO-N-TC
                 MOVE WS-CONTRATO-CI  TO  WS-CONTRATO-N-R
              ELSE
                 IF WS-FS-IDX NOT = '23'
                    MOVE 'ERRO NA LEITURA DO CTRLIDX'  TO WS-MSG
                    MOVE  WS-FS-IDX                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF

           MOVE WS-COMPRADOR-EF OF REG-ESCFILA
                                  TO  WS-COMPRADOR-CP OF REG-COMPMST
           READ COMPMST
           IF WS-FS-CMP = '23'
              MOVE '*SEM CADASTRO*'  TO  WS-NOME-CP OF REG-COMPMST
              MOVE ZEROS             TO  WS-CPF-CP OF REG-COMPMST
           ELSE
              IF WS-FS-CMP NOT = '00'
                 MOVE 'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
                 MOVE  WS-FS-CMP                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           MOVE WS-LOTE-EF OF REG-ESCFILA  TO  WS-LOTE-L OF REG-CADLOTE
           READ CADLOTE
           IF WS-FS-LOT = '23'
              MOVE ZEROS          TO  WS-CEP-L OF REG-CADLOTE
              MOVE '*SEM CADLOTE*'  TO  WS-REGIAO-L OF REG-CADLOTE
           ELSE
              IF WS-FS-LOT NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CADLOTE'  TO WS-MSG
                 MOVE  WS-FS-LOT                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TERMO DE QUITACAO DO CONTRATO, NUMA FOLHA
      *--------------------------------------------------------------*
       040-IMPRIMIR-TERMO.

           PERFORM 045-SOMAR-PAGO THRU 045-SOMAR-PAGO-FIM

           WRITE REG-RELTERMO  FROM  WS-TRM-TITULO  AFTER PAGE
           IF WS-FS-TRM  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELTERMO'  TO  WS-MSG
              MOVE WS-FS-TRM                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 1  TO  WS-CTLIN-TRM

           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-TRM-CONTRATO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO

           MOVE WS-NOME-CP OF REG-COMPMST  TO  WS-NOME-TV
           MOVE WS-CPF-CP OF REG-COMPMST   TO  WS-CPF-TV
           MOVE WS-TRM-COMPR  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO

           MOVE WS-LOTE-EF OF REG-ESCFILA    TO  WS-LOTE-TL
           MOVE WS-CEP-L OF REG-CADLOTE      TO  WS-CEP-TL
           MOVE WS-REGIAO-L OF REG-CADLOTE   TO  WS-REGIAO-TL
           MOVE WS-TRM-LOTE  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO

           MOVE WS-TRM-TEXTO1  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-TRM-TEXTO2  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-TRM-TEXTO3  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-TRM-TEXTO4  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO

           MOVE WS-DT-QUIT-EF OF REG-ESCFILA  TO  WS-DTQUIT-TQ
           IF QUITACAO-ANTECIPADA OF REG-ESCFILA
              MOVE 'ANTECIPADA'  TO  WS-MODAL-TQ
           ELSE
              MOVE 'PLANO DE PARCELAS'  TO  WS-MODAL-TQ
           END-IF
           MOVE WS-TRM-QUIT  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO

           MOVE WS-TOTAL-PAGO  TO  WS-TOTPAGO-TQ
           MOVE WS-TRM-VALOR  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           IF QUITACAO-ANTECIPADA OF REG-ESCFILA
              MOVE WS-VALQUIT-EF OF REG-ESCFILA  TO  WS-VALQUIT-TQ
              MOVE WS-TRM-ANTEC  TO  WS-LINHA-TRM
              PERFORM 048-GRAVAR-TERMO
           END-IF

           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-DT-REF-IN    TO  WS-DTEMIS-TE
           MOVE WS-TRM-EMISSAO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-TRM-ASSIN1  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO
           MOVE WS-TRM-ASSIN2  TO  WS-LINHA-TRM
           PERFORM 048-GRAVAR-TERMO

           DISPLAY ' * TERMO DE QUITACAO - LOTE '
                   WS-LOTE-EF OF REG-ESCFILA
           .
      *--------------------------------------------------------------*
      *    SOMAR O PAGO NO PLANO DO LOTE (LOTEPARC), DA ENTRADA A
      *    ULTIMA PARCELA, SEM AS CANCELADAS POR DISTRATO
      *--------------------------------------------------------------*
       045-SOMAR-PAGO.

           MOVE ZEROS  TO  WS-TOTAL-PAGO
           MOVE WS-LOTE-EF OF REG-ESCFILA  TO  WS-LOTE-LP
                                               OF REG-LOTEPARC
           MOVE ZEROS  TO  WS-PARCELA-LP OF REG-LOTEPARC
           START LOTEPARC KEY NOT < WS-CHAVE-LP OF REG-LOTEPARC
           IF WS-FS-PAR = '23' OR '10'
              GO TO 045-SOMAR-PAGO-FIM
           END-IF
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO NO START DO LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-PAR
           PERFORM 046-SOMAR-PARCELA UNTIL FIM-PARCELAS
           .
       045-SOMAR-PAGO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA PARCELA DO LOTE E SOMAR O SEU PAGO
      *--------------------------------------------------------------*
       046-SOMAR-PARCELA.

           READ LOTEPARC  NEXT RECORD
           IF WS-FS-PAR = '10'
              MOVE 'S'  TO  WS-SW-FIM-PAR
           ELSE
              IF WS-FS-PAR  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
                 MOVE   WS-FS-PAR                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-LOTE-LP OF REG-LOTEPARC
                 NOT = WS-LOTE-EF OF REG-ESCFILA
                 MOVE 'S'  TO  WS-SW-FIM-PAR
              ELSE
                 IF NOT PARCELA-CANCELADA OF REG-LOTEPARC
                    ADD WS-VALOR-PAGO-LP OF REG-LOTEPARC
                                  TO  WS-TOTAL-PAGO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO TERMO
      *--------------------------------------------------------------*
       048-GRAVAR-TERMO.

           WRITE REG-RELTERMO  FROM  WS-LINHA-TRM
           IF WS-FS-TRM  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELTERMO'  TO  WS-MSG
              MOVE WS-FS-TRM                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN-TRM
           .
      *--------------------------------------------------------------*
      *    LISTAR PARA O JURIDICO O CONTRATO PAGO HA MAIS DE N DIAS
      *    COM A ESCRITURA AINDA PENDENTE
      *--------------------------------------------------------------*
       060-LISTAR-PENDENTE.

           MOVE WS-LOTE-EF OF REG-ESCFILA     TO  WS-LOTE-R
           MOVE WS-NOME-CP OF REG-COMPMST     TO  WS-NOME-R
           MOVE WS-DT-QUIT-EF OF REG-ESCFILA  TO  WS-DTQUIT-R
           IF QUITACAO-ANTECIPADA OF REG-ESCFILA
              MOVE 'ANTEC'  TO  WS-ORIGEM-R
           ELSE
              MOVE 'PLANO'  TO  WS-ORIGEM-R
           END-IF
           MOVE WS-DIAS-PAGO                  TO  WS-DIAS-R
           MOVE WS-DT-TERMO-EF OF REG-ESCFILA TO  WS-DTTERMO-R

           IF WS-CTLIN > 55
              PERFORM 065-IMPCAB
           END-IF

           WRITE REG-RELESCR  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELESCR'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           ADD 1  TO  WS-CTATRASO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM DO JURIDICO
      *--------------------------------------------------------------*
       065-IMPCAB.

           ADD 1  TO  WS-PAG-CAB
           MOVE WS-PAG-CAB  TO  WS-PAG-CAB-R

           WRITE REG-RELESCR FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELESCR FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELESCR FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELESCR FROM WS-HIFEN
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

      *-----> LISTAGEM SEM PENDENCIA AINDA SAI COM O CABECALHO
           IF WS-CTATRASO = ZEROS
              PERFORM 065-IMPCAB
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG186        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CONTRATOS NA FILA - ESCFILA  = ' WS-CTLIDO
           DISPLAY ' * ESCRITURAS JA LIBERADAS      = ' WS-CTLIBER
           DISPLAY ' * ESCRITURAS PENDENTES         = ' WS-CTPEND
           DISPLAY ' * PENDENTES ALEM DO PRAZO      = ' WS-CTATRASO
           DISPLAY ' * TERMOS DE QUITACAO EMITIDOS  = ' WS-CTTERMO
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-CTLIBER + WS-CTPEND
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           IF WS-FS-ESC NOT = '35'
              CLOSE  ESCFILA
              IF WS-FS-ESC  NOT = '00'
                 MOVE  'ERRO AO FECHAR O ESCFILA'  TO WS-MSG
                 MOVE   WS-FS-ESC                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  LOTEPARC
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO FECHAR O LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF CTRLIDX-PRESENTE
              CLOSE  CTRLIDX
              IF WS-FS-IDX  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CTRLIDX'  TO WS-MSG
                 MOVE   WS-FS-IDX                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELTERMO
           IF WS-FS-TRM  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELTERMO'  TO WS-MSG
              MOVE   WS-FS-TRM                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELESCR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELESCR'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG186        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG186 <
