       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG213.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: LEITOR DA VERSAO VIGENTE DE UM ARQUIVO DE
      *           PARAMETROS DE NEGOCIO NO ACERVO PARMVER (COPY
      *           PARMVERC). SUBPROGRAMA CHAMADO PELOS PROGRAMAS
      *           CONSUMIDORES (CGPRG030, 052, 091, 103, 105, 113,
      *           139, 140, 203 E 206) COM A AREA DO COPY PARMLERC,
      *           NO LUGAR DO OPEN/READ/CLOSE DO ANTIGO SEQUENCIAL:
      *             A - ABRE O PARMVER, LE O CONTROLE DO ARQUIVO E
      *                 CONFERE QUE O CABECALHO DA VERSAO APONTADA
      *                 ESTA VIGENTE (APROVADA E ATIVADA PELO
      *                 CGPRG212); SENAO DEVOLVE '35';
      *             L - DEVOLVE O PROXIMO REGISTRO DA VERSAO, '10'
      *                 DEPOIS DO ULTIMO;
      *             F - FECHA O PARMVER.
      *           NAO ABENDA: DEVOLVE O FILE STATUS E O CHAMADOR
      *           CANCELA PELA SUA PROPRIA ROTINA 999-ERRO, COM A
      *           MENSAGEM QUE JA EMITIA PARA O SEQUENCIAL
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010230  PROGRAMA CRIADO - LEITURA DA VERSAO
      *                          VIGENTE DOS PARAMETROS DE NEGOCIO
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
           SELECT PARMVER ASSIGN TO PARMVERJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PV OF REG-PARMVER
                  FILE STATUS   IS WS-FS-PVR
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PARMVER
           LABEL RECORD STANDARD
           .
       01  REG-PARMVER.
           COPY PARMVERC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

       01  WS-AREA-AUX.
           05  WS-FS-PVR              PIC X(02).
      *-----> VERSAO ABERTA E POSICAO DA LEITURA, MANTIDAS ENTRE AS
      *       CHAMADAS
           05  WS-ARQ-ABERTO          PIC X(08) VALUE SPACES.
           05  WS-VERSAO-ABERTA       PIC 9(04) VALUE ZEROS.
           05  WS-QTD-ABERTA          PIC 9(04) VALUE ZEROS.
           05  WS-PROX-SEQ            PIC 9(04) VALUE ZEROS.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
       LINKAGE SECTION.
      *---------------*
       01  LK-PARMLER.
           COPY PARMLERC.
      *
       PROCEDURE DIVISION USING LK-PARMLER.
      *===================================*
      *--------------------------------------------------------------*
      *    APLICAR A FUNCAO PEDIDA E DEVOLVER O CONTROLE
      *--------------------------------------------------------------*
       000-CGPRG213.

           EVALUATE TRUE
               WHEN PL-ABRIR
                   PERFORM 010-ABRIR THRU 010-ABRIR-FIM
               WHEN PL-LER
                   PERFORM 020-LER THRU 020-LER-FIM
               WHEN OTHER
                   PERFORM 030-FECHAR
           END-EVALUATE

           GOBACK
           .
      *--------------------------------------------------------------*
      *    ABRIR A VERSAO VIGENTE DO ARQUIVO PEDIDO
      *--------------------------------------------------------------*
       010-ABRIR.

           MOVE ZEROS   TO  WS-VERSAO-PL
           MOVE SPACES  TO  WS-REVISOR-PL
           MOVE ZEROS   TO  WS-DTVIG-PL

           OPEN INPUT PARMVER
           IF WS-FS-PVR  NOT = '00'
              MOVE WS-FS-PVR  TO  WS-FS-PL
              GO TO 010-ABRIR-FIM
           END-IF

      *-----> CONTROLE DO ARQUIVO: QUAL VERSAO ESTA EM VIGOR
           MOVE WS-ARQ-PL  TO  WS-ARQ-PV OF REG-PARMVER
           MOVE ZEROS      TO  WS-VERSAO-PV OF REG-PARMVER
           MOVE ZEROS      TO  WS-SEQ-PV OF REG-PARMVER
           READ PARMVER
           IF WS-FS-PVR = '23'
              MOVE '35'  TO  WS-FS-PL
              GO TO 010-ABRIR-FIM
           END-IF
           IF WS-FS-PVR  NOT = '00'
              MOVE WS-FS-PVR  TO  WS-FS-PL
              GO TO 010-ABRIR-FIM
           END-IF
           IF WS-VIGENTE-PV OF REG-PARMVER = ZEROS
              MOVE '35'  TO  WS-FS-PL
              GO TO 010-ABRIR-FIM
           END-IF

      *-----> CABECALHO DA VERSAO: TEM DE ESTAR VIGENTE
           MOVE WS-VIGENTE-PV OF REG-PARMVER
                TO  WS-VERSAO-PV OF REG-PARMVER
           READ PARMVER
           IF WS-FS-PVR = '23'
              MOVE '35'  TO  WS-FS-PL
              GO TO 010-ABRIR-FIM
           END-IF
           IF WS-FS-PVR  NOT = '00'
              MOVE WS-FS-PVR  TO  WS-FS-PL
              GO TO 010-ABRIR-FIM
           END-IF
           IF NOT PV-VIGENTE OF REG-PARMVER
              MOVE '35'  TO  WS-FS-PL
              GO TO 010-ABRIR-FIM
           END-IF

           MOVE WS-ARQ-PL                       TO  WS-ARQ-ABERTO
           MOVE WS-VERSAO-PV OF REG-PARMVER     TO  WS-VERSAO-ABERTA
           MOVE WS-QTDREG-PV OF REG-PARMVER     TO  WS-QTD-ABERTA
           MOVE 1                               TO  WS-PROX-SEQ
           MOVE WS-VERSAO-PV OF REG-PARMVER     TO  WS-VERSAO-PL
           MOVE WS-REVISOR-PV OF REG-PARMVER    TO  WS-REVISOR-PL
           MOVE WS-DTVIG-PV OF REG-PARMVER      TO  WS-DTVIG-PL
           MOVE '00'                            TO  WS-FS-PL
           .
       010-ABRIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    DEVOLVER O PROXIMO REGISTRO DA VERSAO ABERTA
      *--------------------------------------------------------------*
       020-LER.

           IF WS-PROX-SEQ > WS-QTD-ABERTA
              MOVE '10'  TO  WS-FS-PL
              GO TO 020-LER-FIM
           END-IF

           MOVE WS-ARQ-ABERTO     TO  WS-ARQ-PV OF REG-PARMVER
           MOVE WS-VERSAO-ABERTA  TO  WS-VERSAO-PV OF REG-PARMVER
           MOVE WS-PROX-SEQ       TO  WS-SEQ-PV OF REG-PARMVER
           READ PARMVER
           IF WS-FS-PVR = '23'
              MOVE '10'  TO  WS-FS-PL
              GO TO 020-LER-FIM
           END-IF
           IF WS-FS-PVR  NOT = '00'
              MOVE WS-FS-PVR  TO  WS-FS-PL
              GO TO 020-LER-FIM
           END-IF

           MOVE WS-IMAGEM-PV OF REG-PARMVER  TO  WS-REG-PL
           ADD 1  TO  WS-PROX-SEQ
           MOVE '00'  TO  WS-FS-PL
           .
       020-LER-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    FECHAR O ACERVO
      *--------------------------------------------------------------*
       030-FECHAR.

           CLOSE PARMVER
           MOVE WS-FS-PVR  TO  WS-FS-PL
           MOVE SPACES     TO  WS-ARQ-ABERTO
           MOVE ZEROS      TO  WS-VERSAO-ABERTA
           MOVE ZEROS      TO  WS-QTD-ABERTA
           .
      *---------------> FIM DO PROGRAMA CGPRG213 <
