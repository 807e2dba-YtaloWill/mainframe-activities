       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG183.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EMISSAO DO CONTRATO DE COMPRA E VENDA DE LOTE COM
      *           NUMERACAO CONTROLADA - O JURIDICO DEIXA DE DIGITAR
      *           O CONTRATO COPIANDO NUMEROS DO RELLOT. CARTOES NA
      *           CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT):
      *           - 'E' EMITE O CONTRATO DE UM LOTE VENDIDO (CADLOTE
      *             'V' - CGPRG064) COM PLANO DE PAGAMENTO NO
      *             LOTEPARC (CGPRG116): GRAVA O INDICE CTRLIDX
      *             (CHAVE LOTE - FS='22' = CONTRATO JA EMITIDO PARA
      *             A VENDA, DUPLA EMISSAO ESTRUTURALMENTE
      *             IMPOSSIVEL), TIRA O PROXIMO NUMERO DA FAIXA
      *             CONTROLADA CTRLFXA (CONCEITO DO DIPLFXA DO
      *             CGPRG100 - FAIXA ESGOTADA CANCELA A EXECUCAO),
      *             GRAVA O REGISTRO DE CONTRATOS CTRLOTE (COPY
      *             CTRLOTC) COMO EMITIDO E IMPRIME O CONTRATO NO
      *             RELCTR A PARTIR DO MODELO DE CLAUSULAS DO
      *             JURIDICO (CLAUSLOT - COPY CLAUSLTC), COM OS DADOS
      *             DO COMPRADOR (COMPMST), DO LOTE (CADLOTE: CEP,
      *             MEDIDAS, REGIAO) E O CRONOGRAMA COMPLETO DE
      *             PAGAMENTO (LOTEPARC);
      *           - 'A' BAIXA A ASSINATURA DE UM CONTRATO EMITIDO;
      *           - 'F' CARREGA UMA FAIXA NOVA DE NUMEROS, SEMPRE
      *             ACIMA DOS JA USADOS.
      *           O CANCELAMENTO ('C') E FEITO PELO DISTRATO DA
      *           VENDA (CGPRG118), QUE TAMBEM LIBERA O LOTE NO
      *           CTRLIDX PARA O CONTRATO DA REVENDA. CARTAO
      *           RECUSADO SAI NA LISTAGEM DE EXCECAO DO SYSOUT.
      *           EMISSAO E ASSINATURA SAO JORNALIZADAS NO DIARIO
      *           COMUM DE MESTRES (MSTJRNL - VER V02)
      *--------------------------------------------------------------*
      * CARTAO DE CONTRATO (SYSIN):
      *   POS 01-01 TRANSACAO ('E' EMISSAO, 'A' ASSINATURA,
      *             'F' FAIXA DE NUMEROS)
      *   POS 02-06 LOTE (NA EMISSAO)
      *   POS 07-12 CONTRATO (NA ASSINATURA) OU PRIMEIRO NUMERO DA
      *             FAIXA NOVA
      *   POS 13-20 DATA AAAAMMDD DA EMISSAO (BRANCO OU ZEROS = DATA
      *             DO SISTEMA) OU DA ASSINATURA
      *   POS 21-26 ULTIMO NUMERO DA FAIXA NOVA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010211  PROGRAMA CRIADO - EMISSAO DO
      *                          CONTRATO DE VENDA DE LOTE COM
      *                          NUMERACAO CONTROLADA
      *  V02    OUT/2026 010234  GRAVACAO (EMISSAO) E REGRAVACAO
      *                          (ASSINATURA) DO CTRLOTE JORNALIZADAS
      *                          NO MSTJRNL COM AS IMAGENS ANTES/
      *                          DEPOIS; OPERADOR = RUN-ID DO LOTE
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
           SELECT CADLOTE ASSIGN TO CADLOTEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-L OF REG-CADLOTE
                  FILE STATUS   IS WS-FS-LOT
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
           SELECT CTRLOTE ASSIGN TO CTRLOTEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CONTRATO-CT OF REG-CTRLOTE
                  FILE STATUS   IS WS-FS-CTR
           .
           SELECT CTRLIDX ASSIGN TO CTRLIDXJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-CI OF REG-CTRLIDX
                  FILE STATUS   IS WS-FS-IDX
           .
           SELECT CTRLFXA ASSIGN TO CTRLFXAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FX
                  FILE STATUS   IS WS-FS-FXA
           .
      *-----> MODELO DE CLAUSULAS DO JURIDICO
           SELECT CLAUSLOT ASSIGN TO CLAUSLTJ
                  FILE STATUS   IS WS-FS-CLA
           .
           SELECT RELCTR ASSIGN TO RELCTRJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> DIARIO COMUM DE MESTRES (VER V02)
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADLOTE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADLOTE.
           COPY CADLOTEC.
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
       FD  CTRLOTE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTRLOTE.
           COPY CTRLOTC.
      *-----> INDICE ANTI-DUPLICIDADE (LOTE -> CONTRATO)
       FD  CTRLIDX
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTRLIDX.
           COPY CTRLIDXC.
      *-----> FAIXA CONTROLADA DE NUMEROS DE CONTRATO (REGISTRO
      *       UNICO, CHAVE '1')
       FD  CTRLFXA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTRLFXA.
           05 WS-CHAVE-FX         PIC X(01).
           05 WS-FAIXA-INI-FX     PIC 9(06)      COMP-3.
           05 WS-FAIXA-FIM-FX     PIC 9(06)      COMP-3.
           05 WS-PROX-NUM-FX      PIC 9(06)      COMP-3.
           05 FILLER              PIC X(07).
       FD  CLAUSLOT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CLAUSLOT.
           COPY CLAUSLTC.
       FD  RELCTR
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCTR             PIC X(80)
           .
      *-----> DIARIO COMUM DE MESTRES (VER V02)
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTEMIT              PIC 9(04) VALUE ZEROS.
           05  WS-CTJAEMIT            PIC 9(04) VALUE ZEROS.
           05  WS-CTASSIN             PIC 9(04) VALUE ZEROS.
           05  WS-CTFAIXA             PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-FS-LOT              PIC X(02).
           05  WS-FS-PAR              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-CTR              PIC X(02).
           05  WS-FS-IDX              PIC X(02).
           05  WS-FS-FXA              PIC X(02).
           05  WS-FS-CLA              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG183'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(40).
           05  WS-DTSYS               PIC 9(08).
           05  WS-DT-EMISSAO          PIC 9(08).
           05  WS-CONTRATO-NOVO       PIC 9(06).
           05  WS-COMPRADOR-ATU       PIC 9(04).
           05  WS-AREA-LOTE           PIC 9(06)V99.
           05  WS-CTLIN               PIC 9(02) VALUE ZEROS.
           05  WS-FOLHA               PIC 9(02) VALUE ZEROS.
           05  WS-SW-FIM-PAR          PIC X(01).
               88 FIM-PARCELAS            VALUE 'S'.
               88 NAO-FIM-PARCELAS        VALUE 'N'.

      *-----> ENTRADA - CARTAO DE CONTRATO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TRANS-IN         PIC X(01).
               88 TRANS-EMISSAO       VALUE 'E'.
               88 TRANS-ASSINATURA    VALUE 'A'.
               88 TRANS-FAIXA         VALUE 'F'.
           05 WS-LOTE-IN          PIC X(05).
           05 WS-LOTE-N-IN  REDEFINES  WS-LOTE-IN
                                  PIC 9(05).
           05 WS-CONTRATO-IN      PIC X(06).
           05 WS-CONTRATO-N-IN  REDEFINES  WS-CONTRATO-IN
                                  PIC 9(06).
           05 WS-DATA-IN          PIC X(08).
           05 FILLER  REDEFINES  WS-DATA-IN.
              10 WS-DATA-ANO-IN   PIC 9(04).
              10 WS-DATA-MES-IN   PIC 9(02).
              10 WS-DATA-DIA-IN   PIC 9(02).
           05 WS-DATA-N-IN  REDEFINES  WS-DATA-IN
                                  PIC 9(08).
           05 WS-FAIXA-FIM-IN     PIC X(06).
           05 WS-FAIXA-FIM-N-IN  REDEFINES  WS-FAIXA-FIM-IN
                                  PIC 9(06).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> MODELO DE CLAUSULAS CARREGADO DO CLAUSLOT (SEM AS
      *       LINHAS DE COMENTARIO)
       01  WS-TAB-MODELO.
           05  WS-QT-MODELO           PIC 9(04) COMP VALUE ZEROS.
           05  WS-IX-MD               PIC 9(04) COMP VALUE ZEROS.
           05  WS-LIN-MD              OCCURS 300 TIMES.
               10 WS-TIPO-MD          PIC X(02).
               10 WS-TEXTO-MD         PIC X(78).

      *-----> PLANO DE PAGAMENTO DO LOTE (LOTEPARC, SEM AS PARCELAS
      *       CANCELADAS DE VENDA DESFEITA) - A ENTRADA E A PARCELA 0
       01  WS-TAB-PLANO.
           05  WS-QT-PLANO            PIC 9(04) COMP VALUE ZEROS.
           05  WS-IX-PL               PIC 9(04) COMP VALUE ZEROS.
           05  WS-QTPARC-PL           PIC 9(02) VALUE ZEROS.
           05  WS-VALPLANO-PL         PIC 9(08)V99 VALUE ZEROS.
           05  WS-PARC-PL             OCCURS 100 TIMES.
               10 WS-NUM-PL           PIC 9(02).
               10 WS-VENC-PL          PIC 9(08).
               10 WS-VALOR-PL         PIC 9(08)V99.
               10 WS-SIT-PL           PIC X(01).

      *-----> DADOS DE SAIDA - CONTRATO (RELCTR)
       01  WS-LINHA-REL           PIC X(80)       VALUE SPACES.
       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

       01  WS-LIN-FOLHA.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(38) VALUE
              'CONTRATO DE COMPRA E VENDA DE LOTE NR '.
           05 WS-CONTRATO-FL      PIC 9(06).
           05 FILLER              PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'FOLHA '.
           05 WS-FOLHA-FL         PIC 9(02).
           05 FILLER              PIC X(06) VALUE SPACES.

       01  WS-LIN-CONTRATO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(17) VALUE
              'CONTRATO NUMERO: '.
           05 WS-CONTRATO-LC      PIC 9(06).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'EMITIDO EM: '.
           05 WS-DTEMIS-LC        PIC 9(08).
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-LIN-COMPR1.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'COMPRADOR(A): '.
           05 WS-NOME-LV          PIC X(20).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'CPF: '.
           05 WS-CPF-LV           PIC 9(11).
           05 FILLER              PIC X(24) VALUE SPACES.

       01  WS-LIN-COMPR2.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'CODIGO: '.
           05 WS-COMPRADOR-LV     PIC 9(04).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'TELEFONE: '.
           05 WS-FONE-LV          PIC 9(11).
           05 FILLER              PIC X(41) VALUE SPACES.

       01  WS-LIN-LOTE1.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE 'LOTE NUMERO: '.
           05 WS-LOTE-LL          PIC 9(05).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'CEP: '.
           05 WS-CEP-LL           PIC 9(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'REGIAO: '.
           05 WS-REGIAO-LL        PIC X(15).
           05 FILLER              PIC X(16) VALUE SPACES.

       01  WS-LIN-LOTE2.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'FRENTE: '.
           05 WS-FRENTE-LL        PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE ' M'.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'FUNDO: '.
           05 WS-FUNDO-LL         PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE ' M'.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'AREA: '.
           05 WS-AREA-LL          PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X(03) VALUE ' M2'.
           05 FILLER              PIC X(20) VALUE SPACES.

       01  WS-LIN-LOTE3.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'PRECO DA VENDA: '.
           05 WS-VALVENDA-LL      PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(46) VALUE SPACES.

       01  WS-LIN-PLANO-CAB.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'PARCELA'.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'VENCIMENTO'.
           05 FILLER              PIC X(14) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'VALOR'.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'SITUACAO'.
           05 FILLER              PIC X(24) VALUE SPACES.

       01  WS-LIN-PLANO-DET.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-PARC-PD          PIC X(07).
           05 FILLER  REDEFINES  WS-PARC-PD.
              10 FILLER           PIC X(03).
              10 WS-PARC-N-PD     PIC 9(02).
              10 FILLER           PIC X(02).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-VENC-PD          PIC 9(08).
           05 FILLER              PIC X(07) VALUE SPACES.
           05 WS-VALOR-PD         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-SIT-PD           PIC X(12).
           05 FILLER              PIC X(17) VALUE SPACES.

       01  WS-LIN-PLANO-TOT.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'TOTAL DO PLANO: '.
           05 FILLER              PIC X(10) VALUE 'ENTRADA + '.
           05 WS-QTPARC-PT        PIC 9(02).
           05 FILLER              PIC X(09) VALUE ' PARCELAS'.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-VALPLANO-PT      PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(18) VALUE SPACES.

       01  WS-LIN-ASSIN1.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(32) VALUE ALL '_'.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(32) VALUE ALL '_'.
           05 FILLER              PIC X(04) VALUE SPACES.

       01  WS-LIN-ASSIN2.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(32) VALUE
              '      LOTEADORA (VENDEDORA)     '.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE '      COMPRADO'.
           05 FILLER              PIC X(18) VALUE 'R(A)'.
           05 FILLER              PIC X(04) VALUE SPACES.

       01  WS-LIN-ASSIN3.
           05 FILLER              PIC X(50) VALUE SPACES.
           05 WS-NOME-LA          PIC X(20).
           05 FILLER              PIC X(10) VALUE SPACES.

      *-----> APOIO DO DIARIO COMUM DE MESTRES (VER V02)
       01  WS-AREA-JORNAL.
           05  WS-FS-JRN              PIC X(02).
           05  WS-DTSYS-JRN           PIC 9(08).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-OP-JORNAL           PIC X(01).
           05  WS-CHAVE-JRN-CTR       PIC 9(06).
           05  WS-IMAGEM-ANTES        PIC X(90).
           05  WS-IMAGEM-DEPOIS       PIC X(90).

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
       000-CGPRG183.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
                   UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG183 - CONTRATOS DE VENDA DE LOTE  *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

           OPEN INPUT CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                 TO WS-FS-MSG
              GO TO  999-ERRO
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

           OPEN I-O CTRLOTE
           IF WS-FS-CTR = '35'
              OPEN OUTPUT CTRLOTE
           END-IF
           IF WS-FS-CTR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTRLOTE'  TO WS-MSG
              MOVE   WS-FS-CTR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O CTRLIDX
           IF WS-FS-IDX = '35'
              OPEN OUTPUT CTRLIDX
           END-IF
           IF WS-FS-IDX  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTRLIDX'  TO WS-MSG
              MOVE   WS-FS-IDX                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 012-ABRIR-FAIXA

           OPEN OUTPUT RELCTR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCTR'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND MSTJRNL
           IF WS-FS-JRN = '35'
              OPEN OUTPUT MSTJRNL
           END-IF
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS-JRN  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS-JRN  FROM TIME

           PERFORM 015-CARREGAR-MODELO

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    ABRIR A FAIXA CONTROLADA. NA PRIMEIRA EXECUCAO O REGISTRO
      *    UNICO NASCE ESGOTADO (PROXIMO ACIMA DO FIM) - A EMISSAO SO
      *    ANDA DEPOIS DE UM CARTAO 'F' CARREGAR A FAIXA
      *--------------------------------------------------------------*
       012-ABRIR-FAIXA.

           OPEN I-O CTRLFXA
           IF WS-FS-FXA = '35'
              OPEN OUTPUT CTRLFXA
              IF WS-FS-FXA  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CTRLFXA'  TO WS-MSG
                 MOVE   WS-FS-FXA                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE SPACES  TO  REG-CTRLFXA
              MOVE '1'     TO  WS-CHAVE-FX
              MOVE ZEROS   TO  WS-FAIXA-INI-FX
              MOVE ZEROS   TO  WS-FAIXA-FIM-FX
              MOVE 1       TO  WS-PROX-NUM-FX
              WRITE REG-CTRLFXA
              IF WS-FS-FXA  NOT = '00'
                 MOVE  'ERRO NA GRAVACAO DO CTRLFXA'  TO WS-MSG
                 MOVE   WS-FS-FXA                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE CTRLFXA
              OPEN I-O CTRLFXA
           END-IF
           IF WS-FS-FXA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTRLFXA'  TO WS-MSG
              MOVE   WS-FS-FXA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O MODELO DE CLAUSULAS DO JURIDICO NA TABELA.
      *    MODELO VAZIO, COM TIPO DE LINHA DESCONHECIDO OU MAIOR QUE
      *    A TABELA CANCELA A EXECUCAO - NENHUM CONTRATO SAI PELA
      *    METADE
      *--------------------------------------------------------------*
       015-CARREGAR-MODELO.

           OPEN INPUT CLAUSLOT
           IF WS-FS-CLA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CLAUSLOT'  TO WS-MSG
              MOVE   WS-FS-CLA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 016-LER-MODELO
           PERFORM 017-GUARDAR-MODELO UNTIL WS-FS-CLA = '10'

           IF WS-QT-MODELO = ZEROS
              MOVE  'MODELO DE CLAUSULAS VAZIO'  TO WS-MSG
              MOVE  '  '                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CLAUSLOT
           IF WS-FS-CLA  NOT = '00'
              MOVE  'ERRO AO FECHAR O CLAUSLOT'  TO WS-MSG
              MOVE   WS-FS-CLA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * MODELO DE CLAUSULAS - LINHAS: ' WS-QT-MODELO
           .
      *--------------------------------------------------------------*
      *    LER UMA LINHA DO MODELO DE CLAUSULAS
      *--------------------------------------------------------------*
       016-LER-MODELO.

           READ CLAUSLOT
           IF WS-FS-CLA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CLAUSLOT'  TO WS-MSG
              MOVE   WS-FS-CLA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR A LINHA LIDA NA TABELA (COMENTARIO NAO ENTRA)
      *--------------------------------------------------------------*
       017-GUARDAR-MODELO.

           MOVE REG-CLAUSLOT  TO  WS-IMAGEM-ERR

           IF NOT CL-TIPO-VALIDO
              MOVE  'MODELO DE CLAUSULAS INVALIDO'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF NOT CL-COMENTARIO
              IF WS-QT-MODELO NOT < 300
                 MOVE  'MODELO DE CLAUSULAS EXCEDE 300'  TO WS-MSG
                 MOVE  '  '                              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QT-MODELO
              MOVE WS-TIPO-CL   TO  WS-TIPO-MD (WS-QT-MODELO)
              MOVE WS-TEXTO-CL  TO  WS-TEXTO-MD (WS-QT-MODELO)
           END-IF

           MOVE SPACES  TO  WS-IMAGEM-ERR
           PERFORM 016-LER-MODELO
           .
      *--------------------------------------------------------------*
      *    LEITURA DADOS DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTLIDO
              MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECUSAR O CARTAO COM O MOTIVO EM WS-MOTIVO-REJ
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO-REJ
           DISPLAY ' * TRANSACAO : ' WS-TRANS-IN
           DISPLAY ' * LOTE      : ' WS-LOTE-IN
           DISPLAY ' * CONTRATO  : ' WS-CONTRATO-IN
           DISPLAY ' * DATA      : ' WS-DATA-IN
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE CONTRATO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE TRUE
              WHEN TRANS-EMISSAO
                 PERFORM 040-EMITIR THRU 040-EMITIR-FIM
              WHEN TRANS-ASSINATURA
                 PERFORM 070-ASSINAR THRU 070-ASSINAR-FIM
              WHEN TRANS-FAIXA
                 PERFORM 080-CARREGAR-FAIXA
                    THRU 080-CARREGAR-FAIXA-FIM
              WHEN OTHER
                 MOVE 'TRANSACAO INVALIDA'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
           END-EVALUATE
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-SYSIN
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CONSULTAR O PROXIMO NUMERO LIVRE DA FAIXA (SEM CONSUMIR -
      *    A BAIXA SO ACONTECE DEPOIS DO INDICE ANTI-DUPLICIDADE
      *    ACEITAR A CHAVE). FAIXA ESGOTADA CANCELA A EXECUCAO
      *--------------------------------------------------------------*
       035-TIRAR-NUMERO.

           MOVE '1'  TO  WS-CHAVE-FX
           READ CTRLFXA
           IF WS-FS-FXA NOT = '00'
              MOVE 'CTRLFXA SEM REGISTRO DE FAIXA'  TO WS-MSG
              MOVE  WS-FS-FXA                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-PROX-NUM-FX > WS-FAIXA-FIM-FX
              MOVE  'FAIXA DE CONTRATOS ESGOTADA'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-PROX-NUM-FX  TO  WS-CONTRATO-NOVO
           .
      *--------------------------------------------------------------*
      *    CONSUMIR O NUMERO NA FAIXA (REGISTRO JA LIDO EM 035)
      *--------------------------------------------------------------*
       037-CONSUMIR-NUMERO.

           ADD 1  TO  WS-PROX-NUM-FX
           REWRITE REG-CTRLFXA
           IF WS-FS-FXA NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CTRLFXA'  TO WS-MSG
              MOVE  WS-FS-FXA                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CONTRATO DE UM LOTE VENDIDO: O INDICE ANTI-
      *    DUPLICIDADE E GRAVADO ANTES DO NUMERO SER CONSUMIDO
      *--------------------------------------------------------------*
       040-EMITIR.

           IF WS-LOTE-N-IN NOT NUMERIC OR WS-LOTE-N-IN = ZEROS
              MOVE 'LOTE NAO INFORMADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-EMITIR-FIM
           END-IF

           IF WS-DATA-IN = SPACES OR WS-DATA-IN = ZEROS
              MOVE WS-DTSYS  TO  WS-DT-EMISSAO
           ELSE
              IF WS-DATA-N-IN NOT NUMERIC
                 OR WS-DATA-MES-IN < 01 OR WS-DATA-MES-IN > 12
                 OR WS-DATA-DIA-IN < 01 OR WS-DATA-DIA-IN > 31
                 MOVE 'DATA DE EMISSAO INVALIDA'  TO  WS-MOTIVO-REJ
                 PERFORM 028-REJEITAR
                 GO TO 040-EMITIR-FIM
              END-IF
              MOVE WS-DATA-N-IN  TO  WS-DT-EMISSAO
           END-IF

           MOVE WS-LOTE-N-IN  TO  WS-LOTE-L OF REG-CADLOTE
           READ CADLOTE
           IF WS-FS-LOT = '23'
              MOVE 'LOTE INEXISTENTE NO CADLOTE'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-EMITIR-FIM
           END-IF
           IF WS-FS-LOT NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADLOTE'  TO WS-MSG
              MOVE  WS-FS-LOT                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF NOT LOTE-VENDIDO OF REG-CADLOTE
              MOVE 'LOTE NAO ESTA VENDIDO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-EMITIR-FIM
           END-IF

           PERFORM 045-CARREGAR-PLANO THRU 045-CARREGAR-PLANO-FIM
           IF WS-QT-PLANO = ZEROS
              MOVE 'LOTE SEM PLANO DE PAGAMENTO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-EMITIR-FIM
           END-IF

           MOVE WS-COMPRADOR-ATU  TO  WS-COMPRADOR-CP OF REG-COMPMST
           READ COMPMST
           IF WS-FS-CMP = '23'
              MOVE 'COMPRADOR SEM CADASTRO NO COMPMST'
                                          TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 040-EMITIR-FIM
           END-IF
           IF WS-FS-CMP NOT = '00'
              MOVE 'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
              MOVE  WS-FS-CMP                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 035-TIRAR-NUMERO

           MOVE SPACES            TO  REG-CTRLIDX
           MOVE WS-LOTE-N-IN      TO  WS-LOTE-CI
           MOVE WS-CONTRATO-NOVO  TO  WS-CONTRATO-CI
           MOVE WS-DT-EMISSAO     TO  WS-DT-EMIS-CI

           WRITE REG-CTRLIDX
           IF WS-FS-IDX = '22'
              ADD 1  TO  WS-CTJAEMIT
              DISPLAY ' *** CONTRATO JA EMITIDO PARA O LOTE '
                      WS-LOTE-IN ' ***'
              GO TO 040-EMITIR-FIM
           END-IF
           IF WS-FS-IDX NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CTRLIDX'  TO WS-MSG
              MOVE  WS-FS-IDX                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 037-CONSUMIR-NUMERO

           MOVE SPACES            TO  REG-CTRLOTE
           MOVE WS-CONTRATO-NOVO  TO  WS-CONTRATO-CT OF REG-CTRLOTE
           MOVE WS-LOTE-N-IN      TO  WS-LOTE-CT OF REG-CTRLOTE
           MOVE WS-COMPRADOR-ATU  TO  WS-COMPRADOR-CT OF REG-CTRLOTE
           MOVE WS-COMPVENDA-L OF REG-CADLOTE
                                  TO  WS-COMPVENDA-CT OF REG-CTRLOTE
           MOVE WS-QTPARC-PL      TO  WS-QTPARC-CT OF REG-CTRLOTE
           MOVE WS-VALPLANO-PL    TO  WS-VALPLANO-CT OF REG-CTRLOTE
           MOVE 'E'               TO  WS-SIT-CT OF REG-CTRLOTE
           MOVE WS-DT-EMISSAO     TO  WS-DT-EMIS-CT OF REG-CTRLOTE
           MOVE ZEROS             TO  WS-DT-ASSIN-CT OF REG-CTRLOTE
           MOVE ZEROS             TO  WS-DT-CANC-CT OF REG-CTRLOTE
           MOVE WS-HDR-RUNID      TO  WS-RUNID-CT OF REG-CTRLOTE

           WRITE REG-CTRLOTE
           IF WS-FS-CTR NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CTRLOTE'  TO WS-MSG
              MOVE  WS-FS-CTR                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'W'           TO  WS-OP-JORNAL
           MOVE SPACES        TO  WS-IMAGEM-ANTES
           MOVE REG-CTRLOTE   TO  WS-IMAGEM-DEPOIS
           PERFORM 075-JORNALIZAR

           ADD 1  TO  WS-CTEMIT
           PERFORM 050-IMPRIMIR-CONTRATO

           DISPLAY ' * CONTRATO EMITIDO - NR ' WS-CONTRATO-NOVO
                   ' LOTE ' WS-LOTE-IN
                   ' COMPRADOR ' WS-COMPRADOR-ATU
           .
       040-EMITIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGAR O PLANO DE PAGAMENTO DO LOTE NA TABELA, DA
      *    ENTRADA (PARCELA 0) A ULTIMA PARCELA. PARCELA CANCELADA
      *    ('C') E DE VENDA DESFEITA (CGPRG118) E NAO ENTRA; O VALOR
      *    E O DO PLANO ORIGINAL, ANTES DE QUALQUER CORRECAO
      *    MONETARIA (CGPRG182)
      *--------------------------------------------------------------*
       045-CARREGAR-PLANO.

           MOVE ZEROS  TO  WS-QT-PLANO
           MOVE ZEROS  TO  WS-QTPARC-PL
           MOVE ZEROS  TO  WS-VALPLANO-PL
           MOVE ZEROS  TO  WS-COMPRADOR-ATU

           MOVE WS-LOTE-N-IN  TO  WS-LOTE-LP OF REG-LOTEPARC
           MOVE ZEROS         TO  WS-PARCELA-LP OF REG-LOTEPARC
           START LOTEPARC KEY NOT < WS-CHAVE-LP OF REG-LOTEPARC
           IF WS-FS-PAR = '23' OR '10'
              GO TO 045-CARREGAR-PLANO-FIM
           END-IF
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO NO START DO LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-PAR
           PERFORM 046-LER-PARCELA THRU 046-LER-PARCELA-FIM
               UNTIL FIM-PARCELAS
           .
       045-CARREGAR-PLANO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA PARCELA DO LOTE E GUARDA-LA NA TABELA DO PLANO
      *--------------------------------------------------------------*
       046-LER-PARCELA.

           READ LOTEPARC  NEXT RECORD
           IF WS-FS-PAR = '10'
              MOVE 'S'  TO  WS-SW-FIM-PAR
              GO TO 046-LER-PARCELA-FIM
           END-IF
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-PAR                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-LOTE-LP OF REG-LOTEPARC  NOT = WS-LOTE-N-IN
              MOVE 'S'  TO  WS-SW-FIM-PAR
              GO TO 046-LER-PARCELA-FIM
           END-IF
           IF PARCELA-CANCELADA OF REG-LOTEPARC
              GO TO 046-LER-PARCELA-FIM
           END-IF

           ADD 1  TO  WS-QT-PLANO
           MOVE WS-PARCELA-LP OF REG-LOTEPARC
                                  TO  WS-NUM-PL (WS-QT-PLANO)
           MOVE WS-DT-VENC-LP OF REG-LOTEPARC
                                  TO  WS-VENC-PL (WS-QT-PLANO)
           MOVE WS-SIT-LP OF REG-LOTEPARC
                                  TO  WS-SIT-PL (WS-QT-PLANO)
           IF WS-VALOR-ORIG-LP OF REG-LOTEPARC NUMERIC
              AND WS-VALOR-ORIG-LP OF REG-LOTEPARC > ZEROS
              MOVE WS-VALOR-ORIG-LP OF REG-LOTEPARC
                                  TO  WS-VALOR-PL (WS-QT-PLANO)
           ELSE
              MOVE WS-VALOR-LP OF REG-LOTEPARC
                                  TO  WS-VALOR-PL (WS-QT-PLANO)
           END-IF

           ADD WS-VALOR-PL (WS-QT-PLANO)  TO  WS-VALPLANO-PL
           IF WS-PARCELA-LP OF REG-LOTEPARC > ZEROS
              ADD 1  TO  WS-QTPARC-PL
           END-IF
           IF WS-COMPRADOR-ATU = ZEROS
              MOVE WS-COMPRADOR-LP OF REG-LOTEPARC
                                  TO  WS-COMPRADOR-ATU
           END-IF
           .
       046-LER-PARCELA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR O CONTRATO: O MODELO DE CLAUSULAS E REPRODUZIDO
      *    LINHA A LINHA, COM OS BLOCOS DE DADOS NOS PONTOS MARCADOS
      *--------------------------------------------------------------*
       050-IMPRIMIR-CONTRATO.

           MOVE WS-CONTRATO-NOVO  TO  WS-CONTRATO-FL
           MOVE ZEROS             TO  WS-FOLHA
           PERFORM 059-NOVA-FOLHA

           MOVE 1  TO  WS-IX-MD
           PERFORM 052-IMPRIMIR-MODELO UNTIL WS-IX-MD > WS-QT-MODELO
           .
      *--------------------------------------------------------------*
      *    REPRODUZIR UMA LINHA DO MODELO
      *--------------------------------------------------------------*
       052-IMPRIMIR-MODELO.

           EVALUATE WS-TIPO-MD (WS-IX-MD)
              WHEN 'TX'
                 MOVE SPACES  TO  WS-LINHA-REL
                 MOVE WS-TEXTO-MD (WS-IX-MD)  TO  WS-LINHA-REL (3:78)
                 PERFORM 058-GRAVAR-LINHA
              WHEN '  '
                 MOVE WS-LINHA-BRANCO  TO  WS-LINHA-REL
                 PERFORM 058-GRAVAR-LINHA
              WHEN 'PG'
                 PERFORM 059-NOVA-FOLHA
              WHEN '@C'
                 PERFORM 053-BLOCO-CONTRATO
              WHEN '@V'
                 PERFORM 054-BLOCO-COMPRADOR
              WHEN '@L'
                 PERFORM 055-BLOCO-LOTE
              WHEN '@P'
                 PERFORM 056-BLOCO-PLANO
              WHEN '@A'
                 PERFORM 057-BLOCO-ASSINATURA
           END-EVALUATE

           ADD 1  TO  WS-IX-MD
           .
      *--------------------------------------------------------------*
      *    NUMERO E DATA DE EMISSAO DO CONTRATO
      *--------------------------------------------------------------*
       053-BLOCO-CONTRATO.

           MOVE WS-CONTRATO-NOVO  TO  WS-CONTRATO-LC
           MOVE WS-DT-EMISSAO     TO  WS-DTEMIS-LC
           MOVE WS-LIN-CONTRATO   TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    QUALIFICACAO DO COMPRADOR (COMPMST)
      *--------------------------------------------------------------*
       054-BLOCO-COMPRADOR.

           MOVE WS-NOME-CP OF REG-COMPMST       TO  WS-NOME-LV
           MOVE WS-CPF-CP OF REG-COMPMST        TO  WS-CPF-LV
           MOVE WS-COMPRADOR-CP OF REG-COMPMST  TO  WS-COMPRADOR-LV
           MOVE WS-FONE-CP OF REG-COMPMST       TO  WS-FONE-LV

           MOVE WS-LIN-COMPR1  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-COMPR2  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    DESCRICAO DO LOTE (CADLOTE): CEP, MEDIDAS, AREA, REGIAO E
      *    PRECO DA VENDA
      *--------------------------------------------------------------*
       055-BLOCO-LOTE.

           MOVE WS-LOTE-L OF REG-CADLOTE     TO  WS-LOTE-LL
           MOVE WS-CEP-L OF REG-CADLOTE      TO  WS-CEP-LL
           MOVE WS-REGIAO-L OF REG-CADLOTE   TO  WS-REGIAO-LL
           MOVE WS-FRENTE-L OF REG-CADLOTE   TO  WS-FRENTE-LL
           MOVE WS-FUNDO-L OF REG-CADLOTE    TO  WS-FUNDO-LL
           COMPUTE WS-AREA-LOTE ROUNDED =
                   WS-FRENTE-L OF REG-CADLOTE
                 * WS-FUNDO-L OF REG-CADLOTE
           MOVE WS-AREA-LOTE                 TO  WS-AREA-LL
           MOVE WS-VALVENDA-L OF REG-CADLOTE TO  WS-VALVENDA-LL

           MOVE WS-LIN-LOTE1  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-LOTE2  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-LOTE3  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    CRONOGRAMA COMPLETO DE PAGAMENTO (ENTRADA E PARCELAS)
      *--------------------------------------------------------------*
       056-BLOCO-PLANO.

           MOVE WS-LIN-PLANO-CAB  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA

           MOVE 1  TO  WS-IX-PL
           PERFORM 060-IMPRIMIR-PARCELA UNTIL WS-IX-PL > WS-QT-PLANO

           MOVE WS-QTPARC-PL    TO  WS-QTPARC-PT
           MOVE WS-VALPLANO-PL  TO  WS-VALPLANO-PT
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-PLANO-TOT  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    BLOCO DE ASSINATURAS DAS PARTES
      *--------------------------------------------------------------*
       057-BLOCO-ASSINATURA.

           MOVE WS-NOME-CP OF REG-COMPMST  TO  WS-NOME-LA

           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LINHA-BRANCO  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-ASSIN1    TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-ASSIN2    TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           MOVE WS-LIN-ASSIN3    TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO CONTRATO, ABRINDO FOLHA NOVA QUANDO A
      *    CORRENTE ENCHE
      *--------------------------------------------------------------*
       058-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 059-NOVA-FOLHA
           END-IF

           WRITE REG-RELCTR  FROM  WS-LINHA-REL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCTR'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    ABRIR UMA FOLHA DO CONTRATO - TODA FOLHA LEVA O NUMERO DO
      *    CONTRATO, PARA A RUBRICA DAS PARTES
      *--------------------------------------------------------------*
       059-NOVA-FOLHA.

           ADD 1  TO  WS-FOLHA
           MOVE WS-FOLHA  TO  WS-FOLHA-FL

           WRITE REG-RELCTR  FROM  WS-LIN-FOLHA  AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCTR'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELCTR  FROM  WS-LINHA-BRANCO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCTR'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 2  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA PARCELA DO CRONOGRAMA
      *--------------------------------------------------------------*
       060-IMPRIMIR-PARCELA.

           IF WS-NUM-PL (WS-IX-PL) = ZEROS
              MOVE 'ENTRADA'  TO  WS-PARC-PD
           ELSE
              MOVE SPACES                 TO  WS-PARC-PD
              MOVE WS-NUM-PL (WS-IX-PL)   TO  WS-PARC-N-PD
           END-IF
           MOVE WS-VENC-PL (WS-IX-PL)     TO  WS-VENC-PD
           MOVE WS-VALOR-PL (WS-IX-PL)    TO  WS-VALOR-PD
           IF WS-SIT-PL (WS-IX-PL) = 'P'
              MOVE 'PAGA'      TO  WS-SIT-PD
           ELSE
              MOVE 'A VENCER'  TO  WS-SIT-PD
           END-IF

           MOVE WS-LIN-PLANO-DET  TO  WS-LINHA-REL
           PERFORM 058-GRAVAR-LINHA

           ADD 1  TO  WS-IX-PL
           .
      *--------------------------------------------------------------*
      *    BAIXAR A ASSINATURA DE UM CONTRATO EMITIDO. CONTRATO
      *    CANCELADO PELO DISTRATO OU JA ASSINADO E RECUSADO
      *--------------------------------------------------------------*
       070-ASSINAR.

           IF WS-CONTRATO-N-IN NOT NUMERIC
              OR WS-CONTRATO-N-IN = ZEROS
              MOVE 'CONTRATO NAO INFORMADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 070-ASSINAR-FIM
           END-IF
           IF WS-DATA-N-IN NOT NUMERIC
              OR WS-DATA-MES-IN < 01 OR WS-DATA-MES-IN > 12
              OR WS-DATA-DIA-IN < 01 OR WS-DATA-DIA-IN > 31
              MOVE 'DATA DE ASSINATURA INVALIDA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 070-ASSINAR-FIM
           END-IF

           MOVE WS-CONTRATO-N-IN  TO  WS-CONTRATO-CT OF REG-CTRLOTE
           READ CTRLOTE
           IF WS-FS-CTR = '23'
              MOVE 'CONTRATO INEXISTENTE NO CTRLOTE'
                                          TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 070-ASSINAR-FIM
           END-IF
           IF WS-FS-CTR NOT = '00'
              MOVE 'ERRO NA LEITURA DO CTRLOTE'  TO WS-MSG
              MOVE  WS-FS-CTR                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF CONTRATO-CANCELADO OF REG-CTRLOTE
              MOVE 'CONTRATO CANCELADO POR DISTRATO'
                                          TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 070-ASSINAR-FIM
           END-IF
           IF CONTRATO-ASSINADO OF REG-CTRLOTE
              MOVE 'CONTRATO JA ASSINADO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 070-ASSINAR-FIM
           END-IF
           IF WS-DATA-N-IN < WS-DT-EMIS-CT OF REG-CTRLOTE
              MOVE 'ASSINATURA ANTERIOR A EMISSAO'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 070-ASSINAR-FIM
           END-IF

           MOVE REG-CTRLOTE   TO  WS-IMAGEM-ANTES
           MOVE 'A'           TO  WS-SIT-CT OF REG-CTRLOTE
           MOVE WS-DATA-N-IN  TO  WS-DT-ASSIN-CT OF REG-CTRLOTE
           MOVE WS-HDR-RUNID  TO  WS-RUNID-CT OF REG-CTRLOTE

           REWRITE REG-CTRLOTE
           IF WS-FS-CTR NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CTRLOTE'  TO WS-MSG
              MOVE  WS-FS-CTR                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE 'R'           TO  WS-OP-JORNAL
           MOVE REG-CTRLOTE   TO  WS-IMAGEM-DEPOIS
           PERFORM 075-JORNALIZAR

           ADD 1  TO  WS-CTASSIN
           DISPLAY ' * CONTRATO ASSINADO - NR ' WS-CONTRATO-IN
                   ' EM ' WS-DATA-IN
           .
       070-ASSINAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR A EMISSAO/ASSINATURA DO CONTRATO NO DIARIO COMUM DE
      *    MESTRES (MSTJRNL) - OPERADOR = RUN-ID DO LOTE (VER V02)
      *--------------------------------------------------------------*
       075-JORNALIZAR.

           MOVE 'CTRLOTE '        TO  WS-ARQ-MJ
           MOVE WS-OP-JORNAL      TO  WS-OP-MJ
           MOVE WS-CONTRATO-CT OF REG-CTRLOTE
                                  TO  WS-CHAVE-JRN-CTR
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-CHAVE-JRN-CTR  TO  WS-CHAVE-MJ (1:6)
           MOVE SPACES            TO  WS-OPER-MJ
           MOVE WS-HDR-RUNID      TO  WS-OPER-MJ (1:4)
           MOVE WS-DTSYS-JRN      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           MOVE WS-IMAGEM-ANTES   TO  WS-ANTES-MJ
           MOVE WS-IMAGEM-DEPOIS  TO  WS-DEPOIS-MJ

           WRITE REG-MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MSTJRNL'  TO WS-MSG
              MOVE  WS-FS-JRN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR UMA FAIXA NOVA DE NUMEROS DE CONTRATO. A FAIXA
      *    NOVA COMECA ACIMA DO ULTIMO NUMERO JA USADO - NUMERO DE
      *    CONTRATO NUNCA SE REPETE; O SALDO DA FAIXA ANTERIOR, SE
      *    HOUVER, E ABANDONADO
      *--------------------------------------------------------------*
       080-CARREGAR-FAIXA.

           IF WS-CONTRATO-N-IN NOT NUMERIC
              OR WS-FAIXA-FIM-N-IN NOT NUMERIC
              OR WS-CONTRATO-N-IN = ZEROS
              OR WS-FAIXA-FIM-N-IN < WS-CONTRATO-N-IN
              MOVE 'FAIXA DE NUMEROS INVALIDA'  TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 080-CARREGAR-FAIXA-FIM
           END-IF

           MOVE '1'  TO  WS-CHAVE-FX
           READ CTRLFXA
           IF WS-FS-FXA NOT = '00'
              MOVE 'CTRLFXA SEM REGISTRO DE FAIXA'  TO WS-MSG
              MOVE  WS-FS-FXA                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-CONTRATO-N-IN < WS-PROX-NUM-FX
              MOVE 'FAIXA SOBREPOE NUMEROS JA USADOS'
                                          TO  WS-MOTIVO-REJ
              PERFORM 028-REJEITAR
              GO TO 080-CARREGAR-FAIXA-FIM
           END-IF

           IF WS-PROX-NUM-FX NOT > WS-FAIXA-FIM-FX
              DISPLAY ' * ATENCAO - SALDO DA FAIXA ANTERIOR '
                      'ABANDONADO A PARTIR DO NR ' WS-PROX-NUM-FX
           END-IF

           MOVE WS-CONTRATO-N-IN   TO  WS-FAIXA-INI-FX
           MOVE WS-FAIXA-FIM-N-IN  TO  WS-FAIXA-FIM-FX
           MOVE WS-CONTRATO-N-IN   TO  WS-PROX-NUM-FX

           REWRITE REG-CTRLFXA
           IF WS-FS-FXA NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CTRLFXA'  TO WS-MSG
              MOVE  WS-FS-FXA                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTFAIXA
           DISPLAY ' * FAIXA DE CONTRATOS CARREGADA: '
                   WS-CONTRATO-IN ' A ' WS-FAIXA-FIM-IN
           .
       080-CARREGAR-FAIXA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG183        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS - SYSIN        = ' WS-CTLIDO
           DISPLAY ' * CONTRATOS EMITIDOS - CTRLOTE = ' WS-CTEMIT
           DISPLAY ' * JA EMITIDOS ANTES            = ' WS-CTJAEMIT
           DISPLAY ' * ASSINATURAS BAIXADAS         = ' WS-CTASSIN
           DISPLAY ' * FAIXAS CARREGADAS            = ' WS-CTFAIXA
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
              OR WS-CTLIDO NOT = WS-TRL-QTD-INFORMADA
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - LOTE COM QTDE DE CARTOES     *'
              DISPLAY ' *           DIFERENTE DO ESPERADO        *'
              DISPLAY ' * QTDE ESPERADA  (CABECALHO) = '
                      WS-HDR-QTD-ESPERADA
              DISPLAY ' * QTDE INFORMADA (RODAPE)    = '
                      WS-TRL-QTD-INFORMADA
              DISPLAY ' * QTDE LIDA      (WS-CTLIDO) = ' WS-CTLIDO
           END-IF

           COMPUTE WS-CTPROC = WS-CTEMIT + WS-CTJAEMIT + WS-CTASSIN
                   + WS-CTFAIXA + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                  TO WS-FS-MSG
              GO TO  999-ERRO
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

           CLOSE  CTRLOTE
           IF WS-FS-CTR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTRLOTE'  TO WS-MSG
              MOVE   WS-FS-CTR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTRLIDX
           IF WS-FS-IDX  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTRLIDX'  TO WS-MSG
              MOVE   WS-FS-IDX                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTRLFXA
           IF WS-FS-FXA  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTRLFXA'  TO WS-MSG
              MOVE   WS-FS-FXA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELCTR
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCTR'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG183        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG183 <
