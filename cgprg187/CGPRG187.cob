       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG187.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PROPOSTAS DE VENDA DE LOTES - A NEGOCIACAO ENTRE A
      *           RESERVA (CGPRG119) E A BAIXA DE VENDA (CGPRG064),
      *           QUE ANTES VIVIA NO E-MAIL. MANTEM O PROPLOT (COPY
      *           PROPLOTC) A PARTIR DE CARTOES COM OS CONTROLES DO
      *           SYSINHT:
      *             'A' ABRIR: LOTE + COMPRADOR (ATIVO NO COMPMST) +
      *                 VENDEDOR (ATIVO NO VENDMST) + PRECO
      *                 OFERECIDO + ENTRADA + QTDE DE PARCELAS +
      *                 VALIDADE. O LOTE NAO PODE ESTAR VENDIDO NEM
      *                 RESERVADO A OUTRO VENDEDOR. RECEBE A PROXIMA
      *                 SEQUENCIA DO LOTE;
      *             'O' NOVA OFERTA DO COMPRADOR SOBRE PROPOSTA EM
      *                 NEGOCIACAO: PRECO (E ENTRADA/PARCELAS QUANDO
      *                 A QTDE DE PARCELAS VEM PREENCHIDA; VALIDADE
      *                 QUANDO PREENCHIDA);
      *             'C' CONTRAPROPOSTA DO GERENTE: PRECO PEDIDO;
      *             'K' ACEITE DA CONTRAPROPOSTA PELO COMPRADOR
      *                 (CARTAO DO VENDEDOR DA PROPOSTA) - APROVADA
      *                 PELO PRECO DA CONTRAPROPOSTA;
      *             'P' APROVACAO PELO GERENTE;
      *             'R' RECUSA PELO GERENTE OU DESISTENCIA INFORMADA
      *                 PELO VENDEDOR.
      *           A OFERTA COM DESCONTO SOBRE O PRECO DE TABELA
      *           (WS-VALVENDA-L) ATE O LIMITE DO VENDEDOR
      *           (WS-LIMDESC-V) E APROVADA NA HORA; ACIMA DELE FICA
      *           ABERTA PARA O GERENTE DO VENDEDOR (WS-GERENTE-V),
      *           O UNICO QUE APROVA OU CONTRAPROPOE. O LOTE SO TEM
      *           UMA PROPOSTA APROVADA AINDA NAO VENDIDA POR VEZ.
      *           NO FIM, A VARREDURA EXPIRA AS PROPOSTAS EM
      *           NEGOCIACAO OU APROVADAS SEM VENDA QUE PASSARAM DA
      *           VALIDADE OU CUJO LOTE JA FOI VENDIDO. CARTAO
      *           INVALIDO SAI NA LISTAGEM DE EXCECAO DO SYSOUT.
      *--------------------------------------------------------------*
      * CARTAO (SYSIN):
      *   POS 01    TIPO (A/O/C/K/P/R)
      *   POS 02-06 LOTE
      *   POS 07-08 SEQUENCIA DA PROPOSTA NO LOTE (ZEROS NO 'A')
      *   POS 09-12 COMPRADOR ('A')
      *   POS 13-15 VENDEDOR ('A', 'O', 'K') OU GERENTE ('C', 'P',
      *             'R' - NO 'R' TAMBEM O PROPRIO VENDEDOR)
      *   POS 16-25 PRECO OFERECIDO / CONTRAPROPOSTO (9(08)V99)
      *   POS 26-35 ENTRADA (9(08)V99)
      *   POS 36-37 QTDE DE PARCELAS
      *   POS 38-45 VALIDADE AAAAMMDD
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010214  PROGRAMA CRIADO - PROPOSTAS DE VENDA
      *                          DE LOTES COM APROVACAO DO GERENTE
      *                          ABAIXO DA TABELA
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
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-PP OF REG-PROPLOT
                  FILE STATUS   IS WS-FS-PRO
           .
           SELECT CADLOTE ASSIGN TO CADLOTEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-LOTE-L OF REG-CADLOTE
                  FILE STATUS   IS WS-FS-LOT
           .
           SELECT COMPMST ASSIGN TO COMPMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-COMPRADOR-CP OF REG-COMPMST
                  FILE STATUS   IS WS-FS-CMP
           .
           SELECT VENDMST ASSIGN TO VENDMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-VENDEDOR-V OF REG-VENDMST
                  FILE STATUS   IS WS-FS-VEN
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
       FD  COMPMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-COMPMST.
           COPY COMPMSTC.
       FD  VENDMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDMST.
           COPY VENDMSTC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTABERTA            PIC 9(04) VALUE ZEROS.
           05  WS-CTOFERTA            PIC 9(04) VALUE ZEROS.
           05  WS-CTCONTRA            PIC 9(04) VALUE ZEROS.
           05  WS-CTACEITE            PIC 9(04) VALUE ZEROS.
           05  WS-CTAPROV             PIC 9(04) VALUE ZEROS.
           05  WS-CTRECUSA            PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-CTALCADA            PIC 9(04) VALUE ZEROS.
           05  WS-CTEXPIRA            PIC 9(05) VALUE ZEROS.
           05  WS-FS-PRO              PIC X(02).
           05  WS-FS-LOT              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-VEN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG187'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(40).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-ACEITO           VALUE 'S'.
               88 CARTAO-RECUSADO         VALUE 'N'.

      *-----> ENTRADA - CARTAO DE PROPOSTA VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-IN          PIC X(01).
               88 CARTAO-ABRIR        VALUE 'A'.
               88 CARTAO-OFERTA       VALUE 'O'.
               88 CARTAO-CONTRA       VALUE 'C'.
               88 CARTAO-ACEITE       VALUE 'K'.
               88 CARTAO-APROVAR      VALUE 'P'.
               88 CARTAO-RECUSAR      VALUE 'R'.
           05 WS-LOTE-IN          PIC 9(05).
           05 WS-SEQ-IN           PIC 9(02).
           05 WS-COMPRADOR-IN     PIC 9(04).
           05 WS-VENDEDOR-IN      PIC 9(03).
           05 WS-VALOR-IN         PIC 9(08)V99.
           05 WS-ENTRADA-IN       PIC 9(08)V99.
           05 WS-QTPARC-IN        PIC 9(02).
           05 WS-VALIDADE-IN      PIC 9(08).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> APOIO DA VARREDURA DAS PROPOSTAS DE UM LOTE
       01  WS-AREA-PROPOSTA.
           05  WS-SEQ-MAX             PIC 9(02).
           05  WS-SEQ-APROV           PIC 9(02).
           05  WS-SEQ-NOVA            PIC 9(02).
           05  WS-SW-FIM-LOTE         PIC X(01).
               88 FIM-PROPOSTAS-LOTE      VALUE 'S'.
           05  WS-SW-FIM-PRO          PIC X(01) VALUE 'N'.
               88 FIM-PROPLOT             VALUE 'S'.
           05  WS-VEND-ATU            PIC 9(03).
           05  WS-DESC-CALC           PIC 9(03)V99.

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
       000-CGPRG187.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 080-EXPIRAR-PROPOSTAS THRU 080-EXPIRAR-FIM
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG187 - PROPOSTAS DE VENDA DE LOTES *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O PROPLOT
           IF WS-FS-PRO = '35'
              OPEN OUTPUT PROPLOT
              CLOSE PROPLOT
              OPEN I-O PROPLOT
           END-IF
           IF WS-FS-PRO  NOT = '00'
              MOVE  'ERRO AO ABRIR O PROPLOT'  TO WS-MSG
              MOVE   WS-FS-PRO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT VENDMST
           IF WS-FS-VEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O VENDMST'  TO WS-MSG
              MOVE   WS-FS-VEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

           PERFORM 025-LER-SYSIN
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
      *    PROCESSAR UM CARTAO DE PROPOSTA (A/O/C/K/P/R)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE TRUE
               WHEN CARTAO-ABRIR
                   PERFORM 040-ABRIR THRU 040-ABRIR-FIM
               WHEN CARTAO-OFERTA
                   PERFORM 050-NOVA-OFERTA THRU 050-NOVA-OFERTA-FIM
               WHEN CARTAO-CONTRA
                   PERFORM 060-CONTRAPROPOR THRU 060-CONTRAPROPOR-FIM
               WHEN CARTAO-ACEITE
                   PERFORM 065-ACEITAR-CONTRA
                           THRU 065-ACEITAR-CONTRA-FIM
               WHEN CARTAO-APROVAR
                   PERFORM 070-APROVAR THRU 070-APROVAR-FIM
               WHEN CARTAO-RECUSAR
                   PERFORM 075-RECUSAR THRU 075-RECUSAR-FIM
               WHEN OTHER
                   MOVE 'TIPO DE CARTAO INVALIDO'  TO  WS-MOTIVO
                   PERFORM 028-REJEITAR
           END-EVALUATE

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR UM CARTAO DE PROPOSTA INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO ' ***'
           DISPLAY ' * TIPO/LOTE/SEQ : ' WS-TIPO-IN ' ' WS-LOTE-IN
                   ' ' WS-SEQ-IN
           DISPLAY ' * VENDEDOR      : ' WS-VENDEDOR-IN
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A PROPOSTA DO CARTAO (LOTE + SEQUENCIA), DEPOIS
      *    DE VARRER AS PROPOSTAS DO LOTE ATRAS DE OUTRA APROVADA
      *--------------------------------------------------------------*
       032-BUSCAR-PROPOSTA.

           MOVE 'S'  TO  WS-SW-CARTAO
           IF WS-LOTE-IN = ZEROS OR WS-SEQ-IN = ZEROS
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'LOTE/SEQUENCIA DA PROPOSTA EM BRANCO'
                                  TO  WS-MOTIVO
              GO TO 032-BUSCAR-PROPOSTA-FIM
           END-IF

           PERFORM 045-VARRER-LOTE THRU 045-VARRER-LOTE-FIM

           MOVE WS-LOTE-IN  TO  WS-LOTE-PP OF REG-PROPLOT
           MOVE WS-SEQ-IN   TO  WS-SEQ-PP OF REG-PROPLOT
           READ PROPLOT
           IF WS-FS-PRO = '23'
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'PROPOSTA INEXISTENTE'  TO  WS-MOTIVO
              GO TO 032-BUSCAR-PROPOSTA-FIM
           END-IF
           IF WS-FS-PRO NOT = '00'
              MOVE 'ERRO NA LEITURA DO PROPLOT'  TO WS-MSG
              MOVE  WS-FS-PRO                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
       032-BUSCAR-PROPOSTA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERIR QUE O CARTAO VEM DO GERENTE DO VENDEDOR DA
      *    PROPOSTA (WS-GERENTE-V), ATIVO NO VENDMST
      *--------------------------------------------------------------*
       034-CONFERIR-GERENTE.

           MOVE WS-VENDEDOR-PP OF REG-PROPLOT  TO  WS-VEND-ATU
           PERFORM 038-LER-VENDEDOR
           IF WS-FS-VEN = '23'
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'VENDEDOR DA PROPOSTA NAO CADASTRADO'
                                  TO  WS-MOTIVO
           ELSE
              IF WS-GERENTE-V OF REG-VENDMST NOT NUMERIC
                 OR WS-GERENTE-V OF REG-VENDMST = ZEROS
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'VENDEDOR SEM GERENTE NO VENDMST'
                                  TO  WS-MOTIVO
              ELSE
                 IF WS-GERENTE-V OF REG-VENDMST NOT = WS-VENDEDOR-IN
                    MOVE 'N'  TO  WS-SW-CARTAO
                    MOVE 'CARTAO NAO E DO GERENTE DO VENDEDOR'
                                  TO  WS-MOTIVO
                 ELSE
                    MOVE WS-VENDEDOR-IN  TO  WS-VEND-ATU
                    PERFORM 038-LER-VENDEDOR
                    IF WS-FS-VEN = '23'
                       OR NOT VENDEDOR-ATIVO OF REG-VENDMST
                       MOVE 'N'  TO  WS-SW-CARTAO
                       MOVE 'GERENTE INEXISTENTE OU INATIVO'
                                  TO  WS-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM VENDEDOR (WS-VEND-ATU) NO VENDMST
      *--------------------------------------------------------------*
       038-LER-VENDEDOR.

           MOVE WS-VEND-ATU  TO  WS-VENDEDOR-V OF REG-VENDMST
           READ VENDMST
           IF WS-FS-VEN NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO VENDMST'  TO WS-MSG
              MOVE  WS-FS-VEN                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR UMA PROPOSTA NOVA NO LOTE
      *--------------------------------------------------------------*
       040-ABRIR.

           IF WS-LOTE-IN = ZEROS OR WS-COMPRADOR-IN = ZEROS
              OR WS-VENDEDOR-IN = ZEROS OR WS-VALOR-IN = ZEROS
              OR WS-QTPARC-IN = ZEROS
              OR WS-ENTRADA-IN NOT < WS-VALOR-IN
              OR WS-VALIDADE-IN < WS-HDR-DATA-LOTE
              MOVE 'DADOS DA PROPOSTA INVALIDOS'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 040-ABRIR-FIM
           END-IF

           MOVE WS-VENDEDOR-IN  TO  WS-VEND-ATU
           PERFORM 038-LER-VENDEDOR
           IF WS-FS-VEN = '23'
              OR NOT VENDEDOR-ATIVO OF REG-VENDMST
              MOVE 'VENDEDOR INEXISTENTE OU INATIVO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 040-ABRIR-FIM
           END-IF

           MOVE WS-COMPRADOR-IN  TO  WS-COMPRADOR-CP OF REG-COMPMST
           READ COMPMST
           IF WS-FS-CMP NOT = '00' AND '23'
              MOVE 'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
              MOVE  WS-FS-CMP                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-CMP = '23'
              OR NOT COMPRADOR-ATIVO OF REG-COMPMST
              MOVE 'COMPRADOR INEXISTENTE OU INATIVO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 040-ABRIR-FIM
           END-IF

           MOVE WS-LOTE-IN  TO  WS-LOTE-L OF REG-CADLOTE
           READ CADLOTE
           IF WS-FS-LOT = '23'
              MOVE 'LOTE INEXISTENTE'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 040-ABRIR-FIM
           END-IF
           IF WS-FS-LOT NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADLOTE'  TO WS-MSG
              MOVE  WS-FS-LOT                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF LOTE-VENDIDO OF REG-CADLOTE
              MOVE 'LOTE JA VENDIDO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 040-ABRIR-FIM
           END-IF
           IF LOTE-RESERVADO OF REG-CADLOTE
              AND WS-VEND-RESERVA-L OF REG-CADLOTE
                  NOT = WS-VENDEDOR-IN
              MOVE 'LOTE RESERVADO A OUTRO VENDEDOR'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 040-ABRIR-FIM
           END-IF

           PERFORM 045-VARRER-LOTE THRU 045-VARRER-LOTE-FIM
           IF WS-SEQ-MAX = 99
              MOVE 'LOTE COM 99 PROPOSTAS'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 040-ABRIR-FIM
           END-IF
           COMPUTE WS-SEQ-NOVA = WS-SEQ-MAX + 1

           MOVE SPACES             TO  REG-PROPLOT
           MOVE WS-LOTE-IN         TO  WS-LOTE-PP OF REG-PROPLOT
           MOVE WS-SEQ-NOVA        TO  WS-SEQ-PP OF REG-PROPLOT
           MOVE WS-COMPRADOR-IN    TO  WS-COMPRADOR-PP OF REG-PROPLOT
           MOVE WS-VENDEDOR-IN     TO  WS-VENDEDOR-PP OF REG-PROPLOT
           MOVE WS-VALVENDA-L OF REG-CADLOTE
                                   TO  WS-VALTAB-PP OF REG-PROPLOT
           MOVE WS-VALOR-IN        TO  WS-VALOFER-PP OF REG-PROPLOT
           MOVE WS-ENTRADA-IN      TO  WS-ENTRADA-PP OF REG-PROPLOT
           MOVE WS-QTPARC-IN       TO  WS-QTPARC-PP OF REG-PROPLOT
           MOVE WS-HDR-DATA-LOTE   TO  WS-DT-ABERT-PP OF REG-PROPLOT
           MOVE WS-VALIDADE-IN     TO  WS-DT-VALID-PP OF REG-PROPLOT
           MOVE 'N'                TO  WS-VENDA-PP OF REG-PROPLOT
           MOVE ZEROS              TO  WS-COMPVENDA-PP OF REG-PROPLOT
           MOVE WS-HDR-RUNID       TO  WS-RUNID-PP OF REG-PROPLOT
           PERFORM 055-AVALIAR-OFERTA

           WRITE REG-PROPLOT
           IF WS-FS-PRO NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PROPLOT'  TO WS-MSG
              MOVE  WS-FS-PRO                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTABERTA
           DISPLAY ' * PROPOSTA ABERTA - LOTE ' WS-LOTE-IN ' SEQ '
                   WS-SEQ-NOVA ' DESCONTO ' WS-DESC-CALC '%'
           .
       040-ABRIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    VARRER AS PROPOSTAS DO LOTE DO CARTAO: MAIOR SEQUENCIA E
      *    OUTRA PROPOSTA APROVADA AINDA NAO VENDIDA (ZEROS = NENHUMA)
      *--------------------------------------------------------------*
       045-VARRER-LOTE.

           MOVE ZEROS  TO  WS-SEQ-MAX
           MOVE ZEROS  TO  WS-SEQ-APROV
           MOVE WS-LOTE-IN  TO  WS-LOTE-PP OF REG-PROPLOT
           MOVE ZEROS       TO  WS-SEQ-PP OF REG-PROPLOT
           START PROPLOT KEY NOT < WS-CHAVE-PP OF REG-PROPLOT
           IF WS-FS-PRO = '23' OR '10'
              GO TO 045-VARRER-LOTE-FIM
           END-IF
           IF WS-FS-PRO  NOT = '00'
              MOVE  'ERRO NO START DO PROPLOT'  TO WS-MSG
              MOVE   WS-FS-PRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-LOTE
           PERFORM 046-LER-PROPOSTA-LOTE UNTIL FIM-PROPOSTAS-LOTE
           .
       045-VARRER-LOTE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA PROPOSTA DO LOTE
      *--------------------------------------------------------------*
       046-LER-PROPOSTA-LOTE.

           READ PROPLOT  NEXT RECORD
           IF WS-FS-PRO = '10'
              MOVE 'S'  TO  WS-SW-FIM-LOTE
           ELSE
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-LOTE-PP OF REG-PROPLOT NOT = WS-LOTE-IN
                 MOVE 'S'  TO  WS-SW-FIM-LOTE
              ELSE
                 MOVE WS-SEQ-PP OF REG-PROPLOT  TO  WS-SEQ-MAX
                 IF PROPOSTA-APROVADA OF REG-PROPLOT
                    AND NOT PROPOSTA-VENDIDA OF REG-PROPLOT
                    AND WS-SEQ-PP OF REG-PROPLOT NOT = WS-SEQ-IN
                    MOVE WS-SEQ-PP OF REG-PROPLOT  TO  WS-SEQ-APROV
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    NOVA OFERTA DO COMPRADOR SOBRE PROPOSTA EM NEGOCIACAO
      *--------------------------------------------------------------*
       050-NOVA-OFERTA.

           PERFORM 032-BUSCAR-PROPOSTA THRU 032-BUSCAR-PROPOSTA-FIM
           IF CARTAO-RECUSADO
              PERFORM 028-REJEITAR
              GO TO 050-NOVA-OFERTA-FIM
           END-IF
           IF NOT PROPOSTA-EM-NEGOCIO OF REG-PROPLOT
              MOVE 'PROPOSTA FORA DE NEGOCIACAO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 050-NOVA-OFERTA-FIM
           END-IF
           IF WS-VENDEDOR-IN NOT = WS-VENDEDOR-PP OF REG-PROPLOT
              MOVE 'CARTAO NAO E DO VENDEDOR DA PROPOSTA'
                                  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 050-NOVA-OFERTA-FIM
           END-IF
           IF WS-QTPARC-IN NOT = ZEROS
              MOVE WS-ENTRADA-IN  TO  WS-ENTRADA-PP OF REG-PROPLOT
              MOVE WS-QTPARC-IN   TO  WS-QTPARC-PP OF REG-PROPLOT
           END-IF
           IF WS-VALOR-IN = ZEROS
              OR WS-ENTRADA-PP OF REG-PROPLOT NOT < WS-VALOR-IN
              MOVE 'DADOS DA OFERTA INVALIDOS'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 050-NOVA-OFERTA-FIM
           END-IF
           IF WS-VALIDADE-IN NOT = ZEROS
              MOVE WS-VALIDADE-IN  TO  WS-DT-VALID-PP OF REG-PROPLOT
           END-IF

           MOVE WS-VALOR-IN    TO  WS-VALOFER-PP OF REG-PROPLOT
           MOVE WS-HDR-RUNID   TO  WS-RUNID-PP OF REG-PROPLOT
           PERFORM 055-AVALIAR-OFERTA
           PERFORM 058-REGRAVAR-PROPOSTA

           ADD 1  TO  WS-CTOFERTA
           DISPLAY ' * NOVA OFERTA - LOTE ' WS-LOTE-IN ' SEQ '
                   WS-SEQ-IN ' DESCONTO ' WS-DESC-CALC '%'
           .
       050-NOVA-OFERTA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AVALIAR A OFERTA VIGENTE CONTRA A TABELA: DESCONTO ATE O
      *    LIMITE DO VENDEDOR (E NENHUMA OUTRA PROPOSTA APROVADA NO
      *    LOTE) APROVA NA HORA; ACIMA, FICA ABERTA PARA O GERENTE
      *--------------------------------------------------------------*
       055-AVALIAR-OFERTA.

           IF WS-VALTAB-PP OF REG-PROPLOT = ZEROS
              OR WS-VALOFER-PP OF REG-PROPLOT
                 NOT < WS-VALTAB-PP OF REG-PROPLOT
              MOVE ZEROS  TO  WS-DESC-CALC
           ELSE
              COMPUTE WS-DESC-CALC ROUNDED =
                      (WS-VALTAB-PP OF REG-PROPLOT
                     - WS-VALOFER-PP OF REG-PROPLOT) * 100
                     / WS-VALTAB-PP OF REG-PROPLOT
           END-IF
           MOVE WS-DESC-CALC  TO  WS-DESC-PP OF REG-PROPLOT
           MOVE ZEROS         TO  WS-VALCONTRA-PP OF REG-PROPLOT

           MOVE WS-VENDEDOR-PP OF REG-PROPLOT  TO  WS-VEND-ATU
           PERFORM 038-LER-VENDEDOR
           IF WS-FS-VEN = '00'
              AND WS-LIMDESC-V OF REG-VENDMST NUMERIC
              AND WS-DESC-CALC NOT > WS-LIMDESC-V OF REG-VENDMST
              AND WS-SEQ-APROV = ZEROS
              MOVE 'P'   TO  WS-SIT-PP OF REG-PROPLOT
              MOVE WS-VENDEDOR-PP OF REG-PROPLOT
                         TO  WS-APROVADOR-PP OF REG-PROPLOT
              MOVE WS-HDR-DATA-LOTE
                         TO  WS-DT-DECISAO-PP OF REG-PROPLOT
              ADD 1  TO  WS-CTALCADA
           ELSE
              MOVE 'A'   TO  WS-SIT-PP OF REG-PROPLOT
              MOVE ZEROS TO  WS-APROVADOR-PP OF REG-PROPLOT
              MOVE ZEROS TO  WS-DT-DECISAO-PP OF REG-PROPLOT
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR A PROPOSTA LIDA PELO CARTAO
      *--------------------------------------------------------------*
       058-REGRAVAR-PROPOSTA.

           REWRITE REG-PROPLOT
           IF WS-FS-PRO NOT = '00'
              MOVE 'ERRO NA REGRAVACAO DO PROPLOT'  TO WS-MSG
              MOVE  WS-FS-PRO                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTRAPROPOSTA DO GERENTE: PRECO PEDIDO AO COMPRADOR
      *--------------------------------------------------------------*
       060-CONTRAPROPOR.

           PERFORM 032-BUSCAR-PROPOSTA THRU 032-BUSCAR-PROPOSTA-FIM
           IF CARTAO-ACEITO
              IF NOT PROPOSTA-EM-NEGOCIO OF REG-PROPLOT
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'PROPOSTA FORA DE NEGOCIACAO'  TO  WS-MOTIVO
              ELSE
                 PERFORM 034-CONFERIR-GERENTE
              END-IF
           END-IF
           IF CARTAO-ACEITO
              AND WS-VALOR-IN NOT > WS-VALOFER-PP OF REG-PROPLOT
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'CONTRAPROPOSTA NAO SUPERA A OFERTA'
                                  TO  WS-MOTIVO
           END-IF
           IF CARTAO-RECUSADO
              PERFORM 028-REJEITAR
              GO TO 060-CONTRAPROPOR-FIM
           END-IF

           MOVE 'C'               TO  WS-SIT-PP OF REG-PROPLOT
           MOVE WS-VALOR-IN       TO  WS-VALCONTRA-PP OF REG-PROPLOT
           MOVE WS-VENDEDOR-IN    TO  WS-APROVADOR-PP OF REG-PROPLOT
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-DECISAO-PP OF REG-PROPLOT
           MOVE WS-HDR-RUNID      TO  WS-RUNID-PP OF REG-PROPLOT
           IF WS-VALIDADE-IN NOT = ZEROS
              MOVE WS-VALIDADE-IN  TO  WS-DT-VALID-PP OF REG-PROPLOT
           END-IF
           PERFORM 058-REGRAVAR-PROPOSTA

           ADD 1  TO  WS-CTCONTRA
           DISPLAY ' * CONTRAPROPOSTA - LOTE ' WS-LOTE-IN ' SEQ '
                   WS-SEQ-IN
           .
       060-CONTRAPROPOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ACEITE DA CONTRAPROPOSTA PELO COMPRADOR: APROVADA PELO
      *    PRECO DO GERENTE
      *--------------------------------------------------------------*
       065-ACEITAR-CONTRA.

           PERFORM 032-BUSCAR-PROPOSTA THRU 032-BUSCAR-PROPOSTA-FIM
           IF CARTAO-ACEITO
              AND NOT PROPOSTA-CONTRA OF REG-PROPLOT
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'PROPOSTA SEM CONTRAPROPOSTA'  TO  WS-MOTIVO
           END-IF
           IF CARTAO-ACEITO
              AND WS-VENDEDOR-IN NOT = WS-VENDEDOR-PP OF REG-PROPLOT
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'CARTAO NAO E DO VENDEDOR DA PROPOSTA'
                                  TO  WS-MOTIVO
           END-IF
           PERFORM 068-CONFERIR-APROVACAO
           IF CARTAO-RECUSADO
              PERFORM 028-REJEITAR
              GO TO 065-ACEITAR-CONTRA-FIM
           END-IF

           MOVE WS-VALCONTRA-PP OF REG-PROPLOT
                                  TO  WS-VALOFER-PP OF REG-PROPLOT
           IF WS-VALTAB-PP OF REG-PROPLOT = ZEROS
              OR WS-VALOFER-PP OF REG-PROPLOT
                 NOT < WS-VALTAB-PP OF REG-PROPLOT
              MOVE ZEROS  TO  WS-DESC-PP OF REG-PROPLOT
           ELSE
              COMPUTE WS-DESC-PP OF REG-PROPLOT ROUNDED =
                      (WS-VALTAB-PP OF REG-PROPLOT
                     - WS-VALOFER-PP OF REG-PROPLOT) * 100
                     / WS-VALTAB-PP OF REG-PROPLOT
           END-IF
           MOVE 'P'               TO  WS-SIT-PP OF REG-PROPLOT
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-DECISAO-PP OF REG-PROPLOT
           MOVE WS-HDR-RUNID      TO  WS-RUNID-PP OF REG-PROPLOT
           PERFORM 058-REGRAVAR-PROPOSTA

           ADD 1  TO  WS-CTACEITE
           DISPLAY ' * CONTRAPROPOSTA ACEITA - LOTE ' WS-LOTE-IN
                   ' SEQ ' WS-SEQ-IN
           .
       065-ACEITAR-CONTRA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERIR SE A PROPOSTA DO CARTAO AINDA PODE SER APROVADA:
      *    DENTRO DA VALIDADE E SEM OUTRA APROVADA NO LOTE
      *--------------------------------------------------------------*
       068-CONFERIR-APROVACAO.

           IF CARTAO-ACEITO
              IF WS-DT-VALID-PP OF REG-PROPLOT < WS-HDR-DATA-LOTE
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'PROPOSTA FORA DA VALIDADE'  TO  WS-MOTIVO
              ELSE
                 IF WS-SEQ-APROV NOT = ZEROS
                    MOVE 'N'  TO  WS-SW-CARTAO
                    MOVE 'LOTE JA TEM OUTRA PROPOSTA APROVADA'
                                  TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    APROVACAO PELO GERENTE DA OFERTA VIGENTE
      *--------------------------------------------------------------*
       070-APROVAR.

           PERFORM 032-BUSCAR-PROPOSTA THRU 032-BUSCAR-PROPOSTA-FIM
           IF CARTAO-ACEITO
              IF NOT PROPOSTA-EM-NEGOCIO OF REG-PROPLOT
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'PROPOSTA FORA DE NEGOCIACAO'  TO  WS-MOTIVO
              ELSE
                 PERFORM 034-CONFERIR-GERENTE
              END-IF
           END-IF
           PERFORM 068-CONFERIR-APROVACAO
           IF CARTAO-RECUSADO
              PERFORM 028-REJEITAR
              GO TO 070-APROVAR-FIM
           END-IF

           MOVE 'P'               TO  WS-SIT-PP OF REG-PROPLOT
           MOVE ZEROS             TO  WS-VALCONTRA-PP OF REG-PROPLOT
           MOVE WS-VENDEDOR-IN    TO  WS-APROVADOR-PP OF REG-PROPLOT
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-DECISAO-PP OF REG-PROPLOT
           MOVE WS-HDR-RUNID      TO  WS-RUNID-PP OF REG-PROPLOT
           PERFORM 058-REGRAVAR-PROPOSTA

           ADD 1  TO  WS-CTAPROV
           DISPLAY ' * PROPOSTA APROVADA - LOTE ' WS-LOTE-IN ' SEQ '
                   WS-SEQ-IN ' GERENTE ' WS-VENDEDOR-IN
           .
       070-APROVAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RECUSA PELO GERENTE OU DESISTENCIA INFORMADA PELO
      *    VENDEDOR DA PROPOSTA
      *--------------------------------------------------------------*
       075-RECUSAR.

           PERFORM 032-BUSCAR-PROPOSTA THRU 032-BUSCAR-PROPOSTA-FIM
           IF CARTAO-ACEITO
              IF NOT PROPOSTA-EM-NEGOCIO OF REG-PROPLOT
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'PROPOSTA FORA DE NEGOCIACAO'  TO  WS-MOTIVO
              ELSE
                 IF WS-VENDEDOR-IN NOT = WS-VENDEDOR-PP OF REG-PROPLOT
                    PERFORM 034-CONFERIR-GERENTE
                 END-IF
              END-IF
           END-IF
           IF CARTAO-RECUSADO
              PERFORM 028-REJEITAR
              GO TO 075-RECUSAR-FIM
           END-IF

           MOVE 'R'               TO  WS-SIT-PP OF REG-PROPLOT
           MOVE WS-VENDEDOR-IN    TO  WS-APROVADOR-PP OF REG-PROPLOT
           MOVE WS-HDR-DATA-LOTE  TO  WS-DT-DECISAO-PP OF REG-PROPLOT
           MOVE WS-HDR-RUNID      TO  WS-RUNID-PP OF REG-PROPLOT
           PERFORM 058-REGRAVAR-PROPOSTA

           ADD 1  TO  WS-CTRECUSA
           DISPLAY ' * PROPOSTA RECUSADA - LOTE ' WS-LOTE-IN ' SEQ '
                   WS-SEQ-IN
           .
       075-RECUSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    VARREDURA DE VALIDADE: EXPIRA A PROPOSTA EM NEGOCIACAO OU
      *    APROVADA SEM VENDA QUE PASSOU DA VALIDADE OU CUJO LOTE JA
      *    FOI VENDIDO (POR OUTRA PROPOSTA)
      *--------------------------------------------------------------*
       080-EXPIRAR-PROPOSTAS.

           MOVE ZEROS  TO  WS-LOTE-PP OF REG-PROPLOT
           MOVE ZEROS  TO  WS-SEQ-PP OF REG-PROPLOT
           START PROPLOT KEY NOT < WS-CHAVE-PP OF REG-PROPLOT
           IF WS-FS-PRO = '23' OR '10'
              GO TO 080-EXPIRAR-FIM
           END-IF
           IF WS-FS-PRO  NOT = '00'
              MOVE  'ERRO NO START DO PROPLOT'  TO WS-MSG
              MOVE   WS-FS-PRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-PRO
           PERFORM 082-EXPIRAR-PROPOSTA UNTIL FIM-PROPLOT
           .
       080-EXPIRAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA PROPOSTA E EXPIRA-LA QUANDO FOR O CASO
      *--------------------------------------------------------------*
       082-EXPIRAR-PROPOSTA.

           READ PROPLOT  NEXT RECORD
           IF WS-FS-PRO = '10'
              MOVE 'S'  TO  WS-SW-FIM-PRO
           ELSE
              IF WS-FS-PRO  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO PROPLOT'  TO WS-MSG
                 MOVE   WS-FS-PRO                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF PROPOSTA-EM-NEGOCIO OF REG-PROPLOT
                 OR (PROPOSTA-APROVADA OF REG-PROPLOT
                 AND NOT PROPOSTA-VENDIDA OF REG-PROPLOT)
                 MOVE WS-LOTE-PP OF REG-PROPLOT
                                  TO  WS-LOTE-L OF REG-CADLOTE
                 READ CADLOTE
                 IF WS-FS-LOT NOT = '00' AND '23'
                    MOVE 'ERRO NA LEITURA DO CADLOTE'  TO WS-MSG
                    MOVE  WS-FS-LOT                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 IF WS-DT-VALID-PP OF REG-PROPLOT < WS-HDR-DATA-LOTE
                    OR (WS-FS-LOT = '00'
                    AND LOTE-VENDIDO OF REG-CADLOTE)
                    MOVE 'E'  TO  WS-SIT-PP OF REG-PROPLOT
                    MOVE WS-HDR-DATA-LOTE
                              TO  WS-DT-DECISAO-PP OF REG-PROPLOT
                    MOVE WS-HDR-RUNID
                              TO  WS-RUNID-PP OF REG-PROPLOT
                    PERFORM 058-REGRAVAR-PROPOSTA
                    ADD 1  TO  WS-CTEXPIRA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG187        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS - SYSIN        = ' WS-CTLIDO
           DISPLAY ' * PROPOSTAS ABERTAS            = ' WS-CTABERTA
           DISPLAY ' * NOVAS OFERTAS                = ' WS-CTOFERTA
           DISPLAY ' * CONTRAPROPOSTAS              = ' WS-CTCONTRA
           DISPLAY ' * CONTRAPROPOSTAS ACEITAS      = ' WS-CTACEITE
           DISPLAY ' * APROVADAS PELO GERENTE       = ' WS-CTAPROV
           DISPLAY ' * RECUSADAS                    = ' WS-CTRECUSA
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * APROVADAS NO LIMITE DO VEND. = ' WS-CTALCADA
           DISPLAY ' * EXPIRADAS NA VARREDURA       = ' WS-CTEXPIRA
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

           COMPUTE WS-CTPROC = WS-CTABERTA + WS-CTOFERTA
                   + WS-CTCONTRA + WS-CTACEITE + WS-CTAPROV
                   + WS-CTRECUSA + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  PROPLOT
           IF WS-FS-PRO  NOT = '00'
              MOVE  'ERRO AO FECHAR O PROPLOT'  TO WS-MSG
              MOVE   WS-FS-PRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADLOTE
           IF WS-FS-LOT  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADLOTE'  TO WS-MSG
              MOVE   WS-FS-LOT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  VENDMST
           IF WS-FS-VEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O VENDMST'  TO WS-MSG
              MOVE   WS-FS-VEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG187        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG187 <
