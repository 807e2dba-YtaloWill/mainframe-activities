       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG212.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: DUPLO CONTROLE E HISTORICO DE VERSOES DOS ARQUIVOS
      *           DE PARAMETROS DE NEGOCIO NO ACERVO PARMVER (COPY
      *           PARMVERC). UM CARTAO DE SYSIN POR EXECUCAO, COM O
      *           MODO:
      *             S - SUBMETER: O CONTEUDO NOVO DO ARQUIVO (DD
      *                 PARMNOVJ, UM REGISTRO POR CARTAO, NO LAYOUT
      *                 DO PROGRAMA CONSUMIDOR) VIRA A PROXIMA VERSAO,
      *                 SITUACAO SUBMETIDA, COM O AUTOR (OPERADOR
      *                 ATIVO DE NIVEL 2 OU 3), A DATA DE VIGENCIA E
      *                 A DESCRICAO. O CONTEUDO SAI NA LISTAGEM PARA
      *                 O REVISOR;
      *             A - APROVAR / R - RECUSAR: UMA VERSAO SUBMETIDA,
      *                 POR UM REVISOR DE NIVEL 3 DIFERENTE DO AUTOR;
      *             T - ATIVAR (CGJOB213, TODO DIA ANTES DA ESTEIRA):
      *                 PARA CADA ARQUIVO, A MAIOR VERSAO APROVADA COM
      *                 VIGENCIA ATE A DATA ENTRA EM VIGOR; A VIGENTE
      *                 E AS APROVADAS ANTERIORES A ELA FICAM
      *                 SUBSTITUIDAS. CADA ATIVACAO IMPRIME A
      *                 DIFERENCA ANTES/DEPOIS, REGISTRO A REGISTRO;
      *             H - HISTORICO: TODAS AS VERSOES, COM SITUACAO,
      *                 AUTOR, REVISOR E DATAS.
      *           OS CONSUMIDORES SO ENXERGAM A VERSAO VIGENTE, PELO
      *           SUBPROGRAMA CGPRG213. CARTAO RECUSADO NA CRITICA
      *           NAO ALTERA O ACERVO E TERMINA COM RC 4
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01    MODO (S/A/R/T/H)
      *   POS 02-09 ARQUIVO (BOLSPARM, DUNPARM, ...) - EM BRANCO NOS
      *             MODOS T E H = TODOS
      *   POS 10-12 OPERADOR (S = AUTOR / A E R = REVISOR)
      *   POS 13-16 VERSAO (A E R)
      *   POS 17-24 DATA AAAAMMDD (S = VIGENCIA / T = DATA DA
      *             ATIVACAO, EM BRANCO = DATA DO SISTEMA)
      *   POS 25-44 DESCRICAO DA MUDANCA (S)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010230  PROGRAMA CRIADO - VERSOES APROVADAS
      *                          DOS PARAMETROS DE NEGOCIO
      *  V02    OUT/2026 010233  INCLUIDO O RETPARM (PRAZOS DE
      *                          RETENCAO DA ANONIMIZACAO - CGPRG216)
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
      *-----> ACERVO DE VERSOES DOS PARAMETROS
           SELECT PARMVER ASSIGN TO PARMVERJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-PV OF REG-PARMVER
                  FILE STATUS   IS WS-FS-PVR
           .
      *-----> AUTORIDADE DOS OPERADORES (MODOS S, A E R)
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-OPERID-T OF REG-OPERTAB
                  FILE STATUS   IS WS-FS-OPE
           .
      *-----> CONTEUDO DA VERSAO SUBMETIDA (MODO S)
           SELECT PARMNOV ASSIGN TO PARMNOVJ
                  FILE STATUS   IS WS-FS-NOV
           .
           SELECT RELPRMV ASSIGN TO RELPRMVJ
                  FILE STATUS   IS WS-FS-REL
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
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
       FD  PARMNOV
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PARMNOV.
           05 WS-IMAGEM-NOV       PIC X(40).
           05 FILLER              PIC X(40).
       FD  RELPRMV
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPRMV            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(04) VALUE ZEROS.
           05  WS-CTATIV              PIC 9(02) VALUE ZEROS.
           05  WS-CTSUBST             PIC 9(02) VALUE ZEROS.
           05  WS-CTVERS              PIC 9(04) VALUE ZEROS.
           05  WS-CTIGUAL             PIC 9(04) VALUE ZEROS.
           05  WS-CTALTER             PIC 9(04) VALUE ZEROS.
           05  WS-CTINCL              PIC 9(04) VALUE ZEROS.
           05  WS-CTEXCL              PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-PAG                 PIC 9(02) VALUE ZEROS.
           05  WS-ARQ-SUB             PIC 9(02).
           05  WS-VER-SUB             PIC 9(04).
           05  WS-SEQ-SUB             PIC 9(04).
           05  WS-SEQ-MAX             PIC 9(04).
           05  WS-NOVA-VERSAO         PIC 9(04).
           05  WS-VERSAO-ANT          PIC 9(04).
           05  WS-QTD-ANT             PIC 9(04).
           05  WS-QTD-NOVA            PIC 9(04).
           05  WS-ULTIMA              PIC 9(04).
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-DATA-ATIV           PIC 9(08).
           05  WS-FS-PVR              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-NOV              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG212'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-RECUSA              PIC X(40) VALUE SPACES.
           05  WS-SW-CTL-NOVO         PIC X(01).
               88 CONTROLE-NOVO           VALUE 'S'.
           05  WS-SW-ANT              PIC X(01).
               88 TEM-ANTERIOR            VALUE 'S'.
           05  WS-SW-NOVA             PIC X(01).
               88 TEM-NOVA                VALUE 'S'.
           05  WS-IMG-ANT             PIC X(40).
           05  WS-IMG-NOVA            PIC X(40).

      *-----> CARTAO DE PARAMETROS
       01  WS-REG-PARM.
           05  WS-MODO-IN             PIC X(01).
               88 MODO-SUBMETER           VALUE 'S'.
               88 MODO-APROVAR            VALUE 'A'.
               88 MODO-RECUSAR            VALUE 'R'.
               88 MODO-DECIDIR            VALUE 'A' 'R'.
               88 MODO-ATIVAR             VALUE 'T'.
               88 MODO-HISTORICO          VALUE 'H'.
               88 MODO-VALIDO             VALUE 'S' 'A' 'R' 'T' 'H'.
           05  WS-ARQ-IN              PIC X(08).
           05  WS-OPER-IN             PIC X(03).
           05  WS-VERSAO-IN-X         PIC X(04).
           05  WS-VERSAO-IN  REDEFINES  WS-VERSAO-IN-X
                                      PIC 9(04).
           05  WS-DATA-IN-X           PIC X(08).
           05  WS-DATA-IN  REDEFINES  WS-DATA-IN-X
                                      PIC 9(08).
           05  WS-DATA-IN-R  REDEFINES  WS-DATA-IN-X.
               10  WS-ANO-IN          PIC 9(04).
               10  WS-MES-IN          PIC 9(02).
               10  WS-DIA-IN          PIC 9(02).
           05  WS-DESCR-IN            PIC X(20).
           05  FILLER                 PIC X(36).

      *-----> ARQUIVOS DE PARAMETROS SOB DUPLO CONTROLE E O TAMANHO
      *       DO REGISTRO DE CADA UM (O RESTO DO CARTAO SUBMETIDO TEM
      *       DE VIR EM BRANCO)
       01  WS-TAB-ARQ-CARGA.
           05  FILLER                 PIC X(11) VALUE 'BOLSPARM038'.
           05  FILLER                 PIC X(11) VALUE 'DUNPARM 020'.
           05  FILLER                 PIC X(11) VALUE 'RISKPARM020'.
           05  FILLER                 PIC X(11) VALUE 'SEVPARM 030'.
           05  FILLER                 PIC X(11) VALUE 'CUSTPARM030'.
           05  FILLER                 PIC X(11) VALUE 'BANDPARM030'.
           05  FILLER                 PIC X(11) VALUE 'CAPPARM 020'.
           05  FILLER                 PIC X(11) VALUE 'SLAPARM 020'.
           05  FILLER                 PIC X(11) VALUE 'RETPARM 020'.
       01  WS-TAB-ARQ  REDEFINES  WS-TAB-ARQ-CARGA.
           05  WS-ARQ-OCOR            OCCURS 9 TIMES.
               10  WS-ARQ-NOME        PIC X(08).
               10  WS-ARQ-LRECL       PIC 9(03).
       01  WS-QTD-ARQ                 PIC 9(02) VALUE 9.

      *-----> CONTEUDO DA VERSAO SUBMETIDA, CRITICADO ANTES DE
      *       GRAVAR
       01  WS-TAB-NOVA.
           05  WS-NOVA-IMG            PIC X(40)
                                      OCCURS 200 TIMES.

      *-----> DADOS DE SAIDA - LISTAGEM DE CONTROLE DE VERSOES
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'VERSOES DOS PARAMETROS DE NEGOCIO  MODO '.
           05 WS-MODO-CAB           PIC X(01).
           05 FILLER                PIC X(07) VALUE '  DATA '.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02).
           05 FILLER                PIC X(04) VALUE SPACES.

       01  WS-CAB-HIST.
           05 FILLER                PIC X(40) VALUE
              '  VERS S AUT SUBMISSAO REV DECISAO  VIGE'.
           05 FILLER                PIC X(40) VALUE
              'NCIA ATIVACAO QTD  DESCRICAO            '.

       01  WS-LIN-ARQ.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'ARQUIVO: '.
           05 WS-ARQ-LA             PIC X(08).
           05 FILLER                PIC X(19) VALUE
              '   VERSAO VIGENTE: '.
           05 WS-VIGENTE-LA         PIC 9(04).
           05 FILLER                PIC X(18) VALUE
              '   ULTIMA VERSAO: '.
           05 WS-ULTIMA-LA          PIC 9(04).
           05 FILLER                PIC X(17) VALUE SPACES.

       01  WS-LIN-VERSAO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-VERSAO-LV          PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SIT-LV             PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AUTOR-LV           PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTSUBM-LV          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-REVISOR-LV         PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTDECIS-LV         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTVIG-LV           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTATIV-LV          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-QTDREG-LV          PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DESCR-LV           PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.

       01  WS-LIN-DIF.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE 'SEQ '.
           05 WS-SEQ-LD             PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LADO-LD            PIC X(08).
           05 WS-IMAGEM-LD          PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-MARCA-LD           PIC X(10).
           05 FILLER                PIC X(08) VALUE SPACES.

       01  WS-LIN-MSG.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TEXTO-LM           PIC X(79).

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
       000-CGPRG212.

           PERFORM 010-INICIAR
           PERFORM 020-CRITICAR-CARTAO THRU 020-CRITICAR-CARTAO-FIM

           IF WS-RECUSA = SPACES
              EVALUATE TRUE
                  WHEN MODO-SUBMETER
                      PERFORM 100-SUBMETER THRU 100-SUBMETER-FIM
                  WHEN MODO-DECIDIR
                      PERFORM 200-DECIDIR THRU 200-DECIDIR-FIM
                  WHEN MODO-ATIVAR
                      PERFORM 300-ATIVAR
                  WHEN OTHER
                      PERFORM 400-HISTORICO
              END-EVALUATE
           END-IF

           IF WS-RECUSA  NOT = SPACES
              PERFORM 080-RECUSAR
           END-IF

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG212 - VERSOES DOS PARAMETROS      *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           MOVE WS-REG-PARM  TO  WS-IMAGEM-ERR
           DISPLAY ' * MODO      : ' WS-MODO-IN
           DISPLAY ' * ARQUIVO   : ' WS-ARQ-IN
           DISPLAY ' * OPERADOR  : ' WS-OPER-IN
           DISPLAY ' * VERSAO    : ' WS-VERSAO-IN-X
           DISPLAY ' * DATA      : ' WS-DATA-IN-X

           IF NOT MODO-VALIDO
              MOVE  'MODO INVALIDO (S/A/R/T/H)'  TO WS-MSG
              MOVE  '  '                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-HISTORICO
              OPEN INPUT PARMVER
           ELSE
              OPEN I-O PARMVER
           END-IF
           IF WS-FS-PVR  NOT = '00'
              MOVE  'ERRO AO ABRIR O PARMVER'  TO WS-MSG
              MOVE   WS-FS-PVR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-SUBMETER OR MODO-DECIDIR
              OPEN INPUT OPERTAB
              IF WS-FS-OPE  NOT = '00'
                 MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
                 MOVE   WS-FS-OPE                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN OUTPUT RELPRMV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELPRMV'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-MODO-IN  TO  WS-MODO-CAB
           MOVE WS-DTEDI    TO  WS-DATA-CAB
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
           ACCEPT  WS-DATA-HOJE  FROM DATE YYYYMMDD

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO CONFORME O MODO (A PRIMEIRA RECUSA
      *    ENCONTRADA FICA EM WS-RECUSA)
      *--------------------------------------------------------------*
       020-CRITICAR-CARTAO.

      *-----> ARQUIVO: OBRIGATORIO EM S/A/R; EM T/H BRANCO = TODOS
           IF WS-ARQ-IN = SPACES
              IF MODO-ATIVAR OR MODO-HISTORICO
                 GO TO 020-CRITICAR-DATA
              END-IF
              MOVE 'ARQUIVO NAO INFORMADO'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF
           PERFORM 025-LOCALIZAR-ARQUIVO
           IF WS-ARQ-SUB > WS-QTD-ARQ
              MOVE 'ARQUIVO FORA DO DUPLO CONTROLE'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF
           .
       020-CRITICAR-DATA.

           IF MODO-ATIVAR
              IF WS-DATA-IN-X = SPACES
                 MOVE WS-DATA-HOJE  TO  WS-DATA-ATIV
              ELSE
                 IF WS-DATA-IN-X NOT NUMERIC
                    OR WS-MES-IN < 01 OR WS-MES-IN > 12
                    OR WS-DIA-IN < 01 OR WS-DIA-IN > 31
                    MOVE 'DATA DA ATIVACAO INVALIDA'  TO  WS-RECUSA
                    GO TO 020-CRITICAR-CARTAO-FIM
                 END-IF
                 MOVE WS-DATA-IN  TO  WS-DATA-ATIV
              END-IF
              DISPLAY ' * DATA DA ATIVACAO: ' WS-DATA-ATIV
           END-IF

           IF MODO-SUBMETER
              IF WS-DATA-IN-X NOT NUMERIC
                 OR WS-MES-IN < 01 OR WS-MES-IN > 12
                 OR WS-DIA-IN < 01 OR WS-DIA-IN > 31
                 MOVE 'DATA DE VIGENCIA INVALIDA'  TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
              IF WS-DATA-IN < WS-DATA-HOJE
                 MOVE 'VIGENCIA ANTERIOR A DATA DE HOJE'
                      TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
              IF WS-DESCR-IN = SPACES
                 MOVE 'DESCRICAO DA MUDANCA NAO INFORMADA'
                      TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
           END-IF

           IF MODO-DECIDIR
              IF WS-VERSAO-IN-X NOT NUMERIC OR WS-VERSAO-IN = ZEROS
                 MOVE 'VERSAO INVALIDA'  TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
           END-IF

           IF MODO-SUBMETER OR MODO-DECIDIR
              PERFORM 030-VALIDAR-OPERADOR THRU 030-VALIDAR-OPERADOR-FIM
           END-IF
           .
       020-CRITICAR-CARTAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LOCALIZAR O ARQUIVO DO CARTAO NA TABELA
      *--------------------------------------------------------------*
       025-LOCALIZAR-ARQUIVO.

           MOVE 1  TO  WS-ARQ-SUB
           PERFORM 026-AVANCAR-ARQUIVO
               UNTIL WS-ARQ-SUB > WS-QTD-ARQ
                  OR WS-ARQ-NOME (WS-ARQ-SUB) = WS-ARQ-IN
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE ARQUIVOS
      *--------------------------------------------------------------*
       026-AVANCAR-ARQUIVO.

           ADD 1  TO  WS-ARQ-SUB
           .
      *--------------------------------------------------------------*
      *    VALIDAR O OPERADOR NO OPERTAB: CADASTRADO, NAO REVOGADO,
      *    DENTRO DA VIGENCIA NA DATA DE HOJE E COM O NIVEL DO MODO
      *    (AUTOR NIVEL 2 OU 3, REVISOR NIVEL 3)
      *--------------------------------------------------------------*
       030-VALIDAR-OPERADOR.

           MOVE WS-OPER-IN  TO  WS-OPERID-T OF REG-OPERTAB
           READ OPERTAB
           IF WS-FS-OPE = '23'
              MOVE 'OPERADOR NAO CADASTRADO'  TO  WS-RECUSA
              GO TO 030-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF OPER-REVOGADO OF REG-OPERTAB
              MOVE 'OPERADOR REVOGADO'  TO  WS-RECUSA
              GO TO 030-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-INI-T OF REG-OPERTAB NUMERIC
              AND WS-DATA-HOJE < WS-DT-INI-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-RECUSA
              GO TO 030-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-FIM-T OF REG-OPERTAB NUMERIC
              AND WS-DT-FIM-T OF REG-OPERTAB > ZEROS
              AND WS-DATA-HOJE > WS-DT-FIM-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-RECUSA
              GO TO 030-VALIDAR-OPERADOR-FIM
           END-IF

           IF MODO-SUBMETER
              AND WS-NIVEL-T OF REG-OPERTAB < 2
              MOVE 'AUTOR SEM NIVEL PARA SUBMETER'  TO  WS-RECUSA
           END-IF
           IF MODO-DECIDIR
              AND WS-NIVEL-T OF REG-OPERTAB < 3
              MOVE 'REVISOR PRECISA SER DE NIVEL 3'  TO  WS-RECUSA
           END-IF
           .
       030-VALIDAR-OPERADOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CARTAO RECUSADO: AVISO NO SYSOUT E NA LISTAGEM, RC 4
      *--------------------------------------------------------------*
       080-RECUSAR.

           DISPLAY ' *** CARTAO RECUSADO - ' WS-RECUSA ' ***'

           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'CARTAO RECUSADO: ' WS-RECUSA
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG

           MOVE 4  TO  RETURN-CODE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE MENSAGEM MONTADA EM WS-TEXTO-LM
      *--------------------------------------------------------------*
       085-IMPRIMIR-MSG.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELPRMV  FROM  WS-LIN-MSG
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPRMV'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE DIFERENCA (WS-LIN-DIF)
      *--------------------------------------------------------------*
       086-IMPRIMIR-DIF.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELPRMV  FROM  WS-LIN-DIF
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPRMV'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       087-IMPCAB.

           ADD    1        TO WS-PAG
           MOVE   WS-PAG   TO WS-PAG-CAB

           WRITE REG-RELPRMV FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPRMV FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 2 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE CABECALHO DE ARQUIVO (WS-LIN-ARQ),
      *    PRECEDIDA DE UMA LINHA EM BRANCO E SEGUIDA DO TITULO DAS
      *    COLUNAS DE VERSAO
      *--------------------------------------------------------------*
       088-IMPRIMIR-ARQ.

           IF WS-CTLIN > 52
              PERFORM 087-IMPCAB
           END-IF

           MOVE SPACES  TO  REG-RELPRMV
           WRITE REG-RELPRMV
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPRMV'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPRMV  FROM  WS-LIN-ARQ
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPRMV'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPRMV  FROM  WS-CAB-HIST
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPRMV'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 3  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE VERSAO (WS-LIN-VERSAO)
      *--------------------------------------------------------------*
       089-IMPRIMIR-VERSAO.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELPRMV  FROM  WS-LIN-VERSAO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPRMV'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    MODO S: GRAVAR O CONTEUDO DO PARMNOV COMO VERSAO NOVA,
      *    SUBMETIDA, E LISTA-LO PARA O REVISOR
      *--------------------------------------------------------------*
       100-SUBMETER.

           PERFORM 110-CARREGAR-NOVA THRU 110-CARREGAR-NOVA-FIM
           IF WS-RECUSA  NOT = SPACES
              GO TO 100-SUBMETER-FIM
           END-IF

      *-----> CONTROLE DO ARQUIVO (CRIADO NA PRIMEIRA SUBMISSAO)
           MOVE 'N'  TO  WS-SW-CTL-NOVO
           PERFORM 150-LER-CONTROLE
           IF WS-FS-PVR = '23'
              MOVE 'S'     TO  WS-SW-CTL-NOVO
              MOVE SPACES  TO  REG-PARMVER
              MOVE WS-ARQ-IN  TO  WS-ARQ-PV OF REG-PARMVER
              MOVE ZEROS   TO  WS-VERSAO-PV OF REG-PARMVER
              MOVE ZEROS   TO  WS-SEQ-PV OF REG-PARMVER
              MOVE ZEROS   TO  WS-VIGENTE-PV OF REG-PARMVER
              MOVE ZEROS   TO  WS-ULTIMA-PV OF REG-PARMVER
              MOVE ZEROS   TO  WS-DTULTATIV-PV OF REG-PARMVER
           END-IF
           IF WS-ULTIMA-PV OF REG-PARMVER = 9999
              MOVE 'NUMERACAO DE VERSOES ESGOTADA'  TO  WS-RECUSA
              GO TO 100-SUBMETER-FIM
           END-IF
           COMPUTE WS-NOVA-VERSAO = WS-ULTIMA-PV OF REG-PARMVER + 1
           MOVE WS-NOVA-VERSAO  TO  WS-ULTIMA-PV OF REG-PARMVER
           IF CONTROLE-NOVO
              WRITE REG-PARMVER
           ELSE
              REWRITE REG-PARMVER
           END-IF
           IF WS-FS-PVR  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CONTROLE'  TO WS-MSG
              MOVE   WS-FS-PVR                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> CABECALHO DA VERSAO
           MOVE SPACES          TO  REG-PARMVER
           MOVE WS-ARQ-IN       TO  WS-ARQ-PV OF REG-PARMVER
           MOVE WS-NOVA-VERSAO  TO  WS-VERSAO-PV OF REG-PARMVER
           MOVE ZEROS           TO  WS-SEQ-PV OF REG-PARMVER
           SET PV-SUBMETIDA OF REG-PARMVER  TO  TRUE
           MOVE WS-OPER-IN      TO  WS-AUTOR-PV OF REG-PARMVER
           MOVE WS-DATA-HOJE    TO  WS-DTSUBM-PV OF REG-PARMVER
           MOVE SPACES          TO  WS-REVISOR-PV OF REG-PARMVER
           MOVE ZEROS           TO  WS-DTDECIS-PV OF REG-PARMVER
           MOVE WS-DATA-IN      TO  WS-DTVIG-PV OF REG-PARMVER
           MOVE ZEROS           TO  WS-DTATIV-PV OF REG-PARMVER
           MOVE WS-CTLIDO       TO  WS-QTDREG-PV OF REG-PARMVER
           MOVE WS-DESCR-IN     TO  WS-DESCR-PV OF REG-PARMVER
           PERFORM 160-GRAVAR-PARMVER
           PERFORM 170-MOVER-LINHA-VERSAO

           MOVE WS-ARQ-IN            TO  WS-ARQ-LA
           MOVE WS-NOVA-VERSAO       TO  WS-ULTIMA-LA
           PERFORM 150-LER-CONTROLE
           MOVE WS-VIGENTE-PV OF REG-PARMVER  TO  WS-VIGENTE-LA
           PERFORM 088-IMPRIMIR-ARQ
           PERFORM 089-IMPRIMIR-VERSAO

      *-----> REGISTROS DA VERSAO, LISTADOS PARA O REVISOR
           MOVE 'CONTEUDO:'  TO  WS-LADO-LD
           MOVE SPACES       TO  WS-MARCA-LD
           MOVE 1  TO  WS-SEQ-SUB
           PERFORM 120-GRAVAR-REGISTRO
               UNTIL WS-SEQ-SUB > WS-CTLIDO

           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'VERSAO ' WS-NOVA-VERSAO ' DO ' WS-ARQ-IN
                  ' SUBMETIDA POR ' WS-OPER-IN
                  ' - AGUARDA APROVACAO DE UM REVISOR NIVEL 3'
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           DISPLAY ' * VERSAO SUBMETIDA : ' WS-ARQ-IN ' '
                   WS-NOVA-VERSAO
           .
       100-SUBMETER-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER E CRITICAR O CONTEUDO SUBMETIDO (PARMNOV): PELO MENOS
      *    UM REGISTRO, NO MAXIMO 200, E NADA ALEM DO TAMANHO DO
      *    REGISTRO DO ARQUIVO
      *--------------------------------------------------------------*
       110-CARREGAR-NOVA.

           OPEN INPUT PARMNOV
           IF WS-FS-NOV  NOT = '00'
              MOVE  'ERRO AO ABRIR O PARMNOV'  TO WS-MSG
              MOVE   WS-FS-NOV                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 115-LER-PARMNOV
           PERFORM 116-GUARDAR-NOVA
               UNTIL WS-FS-NOV = '10' OR WS-RECUSA NOT = SPACES

           CLOSE PARMNOV
           IF WS-FS-NOV  NOT = '00'
              MOVE  'ERRO AO FECHAR O PARMNOV'  TO WS-MSG
              MOVE   WS-FS-NOV                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-RECUSA = SPACES AND WS-CTLIDO = ZEROS
              MOVE 'CONTEUDO SUBMETIDO VAZIO'  TO  WS-RECUSA
           END-IF
           .
       110-CARREGAR-NOVA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CONTEUDO SUBMETIDO
      *--------------------------------------------------------------*
       115-LER-PARMNOV.

           READ PARMNOV
           IF WS-FS-NOV  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PARMNOV'  TO WS-MSG
              MOVE   WS-FS-NOV                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM REGISTRO SUBMETIDO NA TABELA
      *--------------------------------------------------------------*
       116-GUARDAR-NOVA.

           IF WS-CTLIDO = 200
              MOVE 'CONTEUDO COM MAIS DE 200 REGISTROS'  TO  WS-RECUSA
           ELSE
              IF REG-PARMNOV (WS-ARQ-LRECL (WS-ARQ-SUB) + 1:)
                 NOT = SPACES
                 MOVE 'REGISTRO MAIOR QUE O LAYOUT DO ARQUIVO'
                      TO  WS-RECUSA
              ELSE
                 ADD 1  TO  WS-CTLIDO
                 MOVE WS-IMAGEM-NOV  TO  WS-NOVA-IMG (WS-CTLIDO)
                 PERFORM 115-LER-PARMNOV
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO DA VERSAO NOVA E LISTA-LO
      *--------------------------------------------------------------*
       120-GRAVAR-REGISTRO.

           MOVE SPACES          TO  REG-PARMVER
           MOVE WS-ARQ-IN       TO  WS-ARQ-PV OF REG-PARMVER
           MOVE WS-NOVA-VERSAO  TO  WS-VERSAO-PV OF REG-PARMVER
           MOVE WS-SEQ-SUB      TO  WS-SEQ-PV OF REG-PARMVER
           MOVE WS-NOVA-IMG (WS-SEQ-SUB)
                TO  WS-IMAGEM-PV OF REG-PARMVER
           PERFORM 160-GRAVAR-PARMVER

           MOVE WS-SEQ-SUB                TO  WS-SEQ-LD
           MOVE WS-NOVA-IMG (WS-SEQ-SUB)  TO  WS-IMAGEM-LD
           PERFORM 086-IMPRIMIR-DIF

           ADD 1  TO  WS-SEQ-SUB
           .
      *--------------------------------------------------------------*
      *    LER O REGISTRO DE CONTROLE DO ARQUIVO DO CARTAO
      *--------------------------------------------------------------*
       150-LER-CONTROLE.

           MOVE WS-ARQ-IN  TO  WS-ARQ-PV OF REG-PARMVER
           MOVE ZEROS      TO  WS-VERSAO-PV OF REG-PARMVER
           MOVE ZEROS      TO  WS-SEQ-PV OF REG-PARMVER
           READ PARMVER
           IF WS-FS-PVR  NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CONTROLE'  TO WS-MSG
              MOVE   WS-FS-PVR                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NOVO NO PARMVER
      *--------------------------------------------------------------*
       160-GRAVAR-PARMVER.

           WRITE REG-PARMVER
           IF WS-FS-PVR  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO PARMVER'  TO WS-MSG
              MOVE   WS-FS-PVR                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTGRAV
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O REGISTRO CORRENTE DO PARMVER
      *--------------------------------------------------------------*
       165-REGRAVAR-PARMVER.

           REWRITE REG-PARMVER
           IF WS-FS-PVR  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO PARMVER'  TO WS-MSG
              MOVE   WS-FS-PVR                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVER O CABECALHO DE VERSAO CORRENTE PARA A LINHA
      *--------------------------------------------------------------*
       170-MOVER-LINHA-VERSAO.

           MOVE WS-VERSAO-PV OF REG-PARMVER   TO  WS-VERSAO-LV
           MOVE WS-SIT-PV OF REG-PARMVER      TO  WS-SIT-LV
           MOVE WS-AUTOR-PV OF REG-PARMVER    TO  WS-AUTOR-LV
           MOVE WS-DTSUBM-PV OF REG-PARMVER   TO  WS-DTSUBM-LV
           MOVE WS-REVISOR-PV OF REG-PARMVER  TO  WS-REVISOR-LV
           MOVE WS-DTDECIS-PV OF REG-PARMVER  TO  WS-DTDECIS-LV
           MOVE WS-DTVIG-PV OF REG-PARMVER    TO  WS-DTVIG-LV
           MOVE WS-DTATIV-PV OF REG-PARMVER   TO  WS-DTATIV-LV
           MOVE WS-QTDREG-PV OF REG-PARMVER   TO  WS-QTDREG-LV
           MOVE WS-DESCR-PV OF REG-PARMVER    TO  WS-DESCR-LV
           .
      *--------------------------------------------------------------*
      *    LER O CABECALHO DA VERSAO WS-VER-SUB DO ARQUIVO WS-ARQ-LA
      *--------------------------------------------------------------*
       180-LER-CABECALHO.

           MOVE WS-ARQ-LA   TO  WS-ARQ-PV OF REG-PARMVER
           MOVE WS-VER-SUB  TO  WS-VERSAO-PV OF REG-PARMVER
           MOVE ZEROS       TO  WS-SEQ-PV OF REG-PARMVER
           READ PARMVER
           IF WS-FS-PVR  NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO CABECALHO'  TO WS-MSG
              MOVE   WS-FS-PVR                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MODO A/R: APROVAR OU RECUSAR UMA VERSAO SUBMETIDA - O
      *    REVISOR NAO PODE SER O AUTOR
      *--------------------------------------------------------------*
       200-DECIDIR.

           MOVE WS-ARQ-IN      TO  WS-ARQ-LA
           MOVE WS-VERSAO-IN   TO  WS-VER-SUB
           PERFORM 180-LER-CABECALHO
           IF WS-FS-PVR = '23'
              MOVE 'VERSAO NAO ENCONTRADA'  TO  WS-RECUSA
              GO TO 200-DECIDIR-FIM
           END-IF
           IF NOT PV-SUBMETIDA OF REG-PARMVER
              MOVE 'VERSAO NAO ESTA AGUARDANDO DECISAO'  TO  WS-RECUSA
              GO TO 200-DECIDIR-FIM
           END-IF
           IF WS-AUTOR-PV OF REG-PARMVER = WS-OPER-IN
              MOVE 'REVISOR NAO PODE SER O AUTOR'  TO  WS-RECUSA
              GO TO 200-DECIDIR-FIM
           END-IF

           IF MODO-APROVAR
              SET PV-APROVADA OF REG-PARMVER  TO  TRUE
           ELSE
              SET PV-RECUSADA OF REG-PARMVER  TO  TRUE
           END-IF
           MOVE WS-OPER-IN    TO  WS-REVISOR-PV OF REG-PARMVER
           MOVE WS-DATA-HOJE  TO  WS-DTDECIS-PV OF REG-PARMVER
           PERFORM 165-REGRAVAR-PARMVER
           PERFORM 170-MOVER-LINHA-VERSAO

           PERFORM 150-LER-CONTROLE
           MOVE WS-VIGENTE-PV OF REG-PARMVER  TO  WS-VIGENTE-LA
           MOVE WS-ULTIMA-PV OF REG-PARMVER   TO  WS-ULTIMA-LA
           PERFORM 088-IMPRIMIR-ARQ
           PERFORM 089-IMPRIMIR-VERSAO

           MOVE SPACES  TO  WS-TEXTO-LM
           IF MODO-APROVAR
              STRING 'VERSAO ' WS-VERSAO-IN ' DO ' WS-ARQ-IN
                     ' APROVADA POR ' WS-OPER-IN
                     ' - ENTRA EM VIGOR NA ATIVACAO'
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
           ELSE
              STRING 'VERSAO ' WS-VERSAO-IN ' DO ' WS-ARQ-IN
                     ' RECUSADA POR ' WS-OPER-IN
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
           END-IF
           PERFORM 085-IMPRIMIR-MSG
           DISPLAY ' * VERSAO ' WS-VERSAO-IN ' DECIDIDA : '
                   WS-SIT-PV OF REG-PARMVER
           .
       200-DECIDIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MODO T: ATIVAR, ARQUIVO A ARQUIVO, A VERSAO APROVADA QUE
      *    CHEGOU A VIGENCIA
      *--------------------------------------------------------------*
       300-ATIVAR.

           IF WS-ARQ-IN  NOT = SPACES
              PERFORM 310-ATIVAR-ARQUIVO THRU 310-ATIVAR-ARQUIVO-FIM
           ELSE
              MOVE 1  TO  WS-ARQ-SUB
              PERFORM 305-ATIVAR-PROXIMO
                  UNTIL WS-ARQ-SUB > WS-QTD-ARQ
           END-IF

           IF WS-CTATIV = ZEROS
              MOVE SPACES  TO  WS-TEXTO-LM
              STRING 'NENHUMA VERSAO APROVADA COM VIGENCIA ATE '
                     WS-DATA-ATIV
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
              PERFORM 085-IMPRIMIR-MSG
           END-IF
           .
      *--------------------------------------------------------------*
      *    ATIVAR O PROXIMO ARQUIVO DA TABELA
      *--------------------------------------------------------------*
       305-ATIVAR-PROXIMO.

           MOVE WS-ARQ-NOME (WS-ARQ-SUB)  TO  WS-ARQ-IN
           PERFORM 310-ATIVAR-ARQUIVO THRU 310-ATIVAR-ARQUIVO-FIM
           ADD 1  TO  WS-ARQ-SUB
           .
      *--------------------------------------------------------------*
      *    ESCOLHER A MAIOR VERSAO APROVADA COM VIGENCIA ATE A DATA,
      *    LISTAR A DIFERENCA E TROCAR A VIGENTE
      *--------------------------------------------------------------*
       310-ATIVAR-ARQUIVO.

           PERFORM 150-LER-CONTROLE
           IF WS-FS-PVR = '23'
              GO TO 310-ATIVAR-ARQUIVO-FIM
           END-IF
           MOVE WS-VIGENTE-PV OF REG-PARMVER  TO  WS-VERSAO-ANT
           MOVE WS-ULTIMA-PV OF REG-PARMVER   TO  WS-ULTIMA
           MOVE WS-ARQ-IN                     TO  WS-ARQ-LA

           MOVE ZEROS  TO  WS-NOVA-VERSAO
           COMPUTE WS-VER-SUB = WS-VERSAO-ANT + 1
           PERFORM 315-AVALIAR-VERSAO
               UNTIL WS-VER-SUB > WS-ULTIMA
           IF WS-NOVA-VERSAO = ZEROS
              GO TO 310-ATIVAR-ARQUIVO-FIM
           END-IF

      *-----> APROVADAS ANTERIORES A ESCOLHIDA NUNCA VIGORAM
           COMPUTE WS-VER-SUB = WS-VERSAO-ANT + 1
           PERFORM 317-SUBSTITUIR-APROVADA
               UNTIL WS-VER-SUB NOT < WS-NOVA-VERSAO

      *-----> VERSAO QUE SAI DE VIGOR
           MOVE ZEROS  TO  WS-QTD-ANT
           IF WS-VERSAO-ANT > ZEROS
              MOVE WS-VERSAO-ANT  TO  WS-VER-SUB
              PERFORM 180-LER-CABECALHO
              IF WS-FS-PVR = '00'
                 MOVE WS-QTDREG-PV OF REG-PARMVER  TO  WS-QTD-ANT
                 SET PV-SUBSTITUIDA OF REG-PARMVER  TO  TRUE
                 PERFORM 165-REGRAVAR-PARMVER
                 ADD 1  TO  WS-CTSUBST
              END-IF
           END-IF

      *-----> VERSAO QUE ENTRA EM VIGOR
           MOVE WS-NOVA-VERSAO  TO  WS-VER-SUB
           PERFORM 180-LER-CABECALHO
           MOVE WS-QTDREG-PV OF REG-PARMVER  TO  WS-QTD-NOVA
           SET PV-VIGENTE OF REG-PARMVER  TO  TRUE
           MOVE WS-DATA-ATIV  TO  WS-DTATIV-PV OF REG-PARMVER
           PERFORM 165-REGRAVAR-PARMVER
           PERFORM 170-MOVER-LINHA-VERSAO

      *-----> CONTROLE APONTA PARA A NOVA VIGENTE
           PERFORM 150-LER-CONTROLE
           MOVE WS-NOVA-VERSAO  TO  WS-VIGENTE-PV OF REG-PARMVER
           MOVE WS-DATA-ATIV    TO  WS-DTULTATIV-PV OF REG-PARMVER
           PERFORM 165-REGRAVAR-PARMVER
           ADD 1  TO  WS-CTATIV

           MOVE WS-NOVA-VERSAO  TO  WS-VIGENTE-LA
           MOVE WS-ULTIMA       TO  WS-ULTIMA-LA
           PERFORM 088-IMPRIMIR-ARQ
           PERFORM 089-IMPRIMIR-VERSAO

           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'ATIVADA A VERSAO ' WS-NOVA-VERSAO
                  ' NO LUGAR DA ' WS-VERSAO-ANT
                  ' - DIFERENCA ANTES/DEPOIS:'
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG

           MOVE ZEROS  TO  WS-CTIGUAL
           MOVE ZEROS  TO  WS-CTALTER
           MOVE ZEROS  TO  WS-CTINCL
           MOVE ZEROS  TO  WS-CTEXCL
           MOVE WS-QTD-NOVA  TO  WS-SEQ-MAX
           IF WS-QTD-ANT > WS-SEQ-MAX
              MOVE WS-QTD-ANT  TO  WS-SEQ-MAX
           END-IF
           MOVE 1  TO  WS-SEQ-SUB
           PERFORM 320-COMPARAR-REGISTRO
               UNTIL WS-SEQ-SUB > WS-SEQ-MAX

           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'REGISTROS IGUAIS ' WS-CTIGUAL
                  '  ALTERADOS ' WS-CTALTER
                  '  INCLUIDOS ' WS-CTINCL
                  '  EXCLUIDOS ' WS-CTEXCL
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG

           DISPLAY ' * ATIVADO ' WS-ARQ-IN ' VERSAO ' WS-NOVA-VERSAO
                   ' (ANTES ' WS-VERSAO-ANT ')'
           .
       310-ATIVAR-ARQUIVO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GUARDAR A VERSAO SE APROVADA E JA NA VIGENCIA (A MAIOR
      *    FICA POR ULTIMO)
      *--------------------------------------------------------------*
       315-AVALIAR-VERSAO.

           PERFORM 180-LER-CABECALHO
           IF WS-FS-PVR = '00'
              AND PV-APROVADA OF REG-PARMVER
              AND WS-DTVIG-PV OF REG-PARMVER NOT > WS-DATA-ATIV
              MOVE WS-VER-SUB  TO  WS-NOVA-VERSAO
           END-IF

           ADD 1  TO  WS-VER-SUB
           .
      *--------------------------------------------------------------*
      *    MARCAR COMO SUBSTITUIDA UMA APROVADA MAIS ANTIGA QUE A
      *    ESCOLHIDA (MESMO COM VIGENCIA FUTURA)
      *--------------------------------------------------------------*
       317-SUBSTITUIR-APROVADA.

           PERFORM 180-LER-CABECALHO
           IF WS-FS-PVR = '00'
              AND PV-APROVADA OF REG-PARMVER
              SET PV-SUBSTITUIDA OF REG-PARMVER  TO  TRUE
              PERFORM 165-REGRAVAR-PARMVER
              ADD 1  TO  WS-CTSUBST
              MOVE SPACES  TO  WS-TEXTO-LM
              STRING 'VERSAO APROVADA ' WS-VER-SUB
                     ' SUBSTITUIDA SEM VIGORAR'
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
              PERFORM 085-IMPRIMIR-MSG
           END-IF

           ADD 1  TO  WS-VER-SUB
           .
      *--------------------------------------------------------------*
      *    COMPARAR O REGISTRO DE MESMA SEQUENCIA NAS DUAS VERSOES E
      *    LISTAR ANTES/DEPOIS QUANDO DIFERIREM
      *--------------------------------------------------------------*
       320-COMPARAR-REGISTRO.

           MOVE 'N'     TO  WS-SW-ANT
           MOVE SPACES  TO  WS-IMG-ANT
           IF WS-SEQ-SUB NOT > WS-QTD-ANT
              MOVE WS-VERSAO-ANT  TO  WS-VER-SUB
              PERFORM 325-LER-DETALHE
              IF WS-FS-PVR = '00'
                 MOVE 'S'  TO  WS-SW-ANT
                 MOVE WS-IMAGEM-PV OF REG-PARMVER  TO  WS-IMG-ANT
              END-IF
           END-IF

           MOVE 'N'     TO  WS-SW-NOVA
           MOVE SPACES  TO  WS-IMG-NOVA
           IF WS-SEQ-SUB NOT > WS-QTD-NOVA
              MOVE WS-NOVA-VERSAO  TO  WS-VER-SUB
              PERFORM 325-LER-DETALHE
              IF WS-FS-PVR = '00'
                 MOVE 'S'  TO  WS-SW-NOVA
                 MOVE WS-IMAGEM-PV OF REG-PARMVER  TO  WS-IMG-NOVA
              END-IF
           END-IF

           MOVE WS-SEQ-SUB  TO  WS-SEQ-LD
           EVALUATE TRUE
               WHEN TEM-ANTERIOR AND TEM-NOVA
                    AND WS-IMG-ANT = WS-IMG-NOVA
                   ADD 1  TO  WS-CTIGUAL
               WHEN TEM-ANTERIOR AND TEM-NOVA
                   ADD 1  TO  WS-CTALTER
                   MOVE 'ANTES : '   TO  WS-LADO-LD
                   MOVE WS-IMG-ANT   TO  WS-IMAGEM-LD
                   MOVE 'ALTERADO'   TO  WS-MARCA-LD
                   PERFORM 086-IMPRIMIR-DIF
                   MOVE 'DEPOIS: '   TO  WS-LADO-LD
                   MOVE WS-IMG-NOVA  TO  WS-IMAGEM-LD
                   MOVE SPACES       TO  WS-MARCA-LD
                   PERFORM 086-IMPRIMIR-DIF
               WHEN TEM-NOVA
                   ADD 1  TO  WS-CTINCL
                   MOVE 'DEPOIS: '   TO  WS-LADO-LD
                   MOVE WS-IMG-NOVA  TO  WS-IMAGEM-LD
                   MOVE 'INCLUIDO'   TO  WS-MARCA-LD
                   PERFORM 086-IMPRIMIR-DIF
               WHEN TEM-ANTERIOR
                   ADD 1  TO  WS-CTEXCL
                   MOVE 'ANTES : '   TO  WS-LADO-LD
                   MOVE WS-IMG-ANT   TO  WS-IMAGEM-LD
                   MOVE 'EXCLUIDO'   TO  WS-MARCA-LD
                   PERFORM 086-IMPRIMIR-DIF
           END-EVALUATE

           ADD 1  TO  WS-SEQ-SUB
           .
      *--------------------------------------------------------------*
      *    LER O REGISTRO WS-SEQ-SUB DA VERSAO WS-VER-SUB
      *--------------------------------------------------------------*
       325-LER-DETALHE.

           MOVE WS-ARQ-IN   TO  WS-ARQ-PV OF REG-PARMVER
           MOVE WS-VER-SUB  TO  WS-VERSAO-PV OF REG-PARMVER
           MOVE WS-SEQ-SUB  TO  WS-SEQ-PV OF REG-PARMVER
           READ PARMVER
           IF WS-FS-PVR  NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO DETALHE'  TO WS-MSG
              MOVE   WS-FS-PVR                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MODO H: HISTORICO DE VERSOES DE UM OU DE TODOS OS ARQUIVOS
      *--------------------------------------------------------------*
       400-HISTORICO.

           IF WS-ARQ-IN  NOT = SPACES
              PERFORM 410-HISTORICO-ARQUIVO
           ELSE
              MOVE 1  TO  WS-ARQ-SUB
              PERFORM 405-HISTORICO-PROXIMO
                  UNTIL WS-ARQ-SUB > WS-QTD-ARQ
           END-IF
           .
      *--------------------------------------------------------------*
      *    HISTORICO DO PROXIMO ARQUIVO DA TABELA
      *--------------------------------------------------------------*
       405-HISTORICO-PROXIMO.

           MOVE WS-ARQ-NOME (WS-ARQ-SUB)  TO  WS-ARQ-IN
           PERFORM 410-HISTORICO-ARQUIVO
           ADD 1  TO  WS-ARQ-SUB
           .
      *--------------------------------------------------------------*
      *    LISTAR TODAS AS VERSOES DE UM ARQUIVO
      *--------------------------------------------------------------*
       410-HISTORICO-ARQUIVO.

           PERFORM 150-LER-CONTROLE
           MOVE WS-ARQ-IN  TO  WS-ARQ-LA
           IF WS-FS-PVR = '23'
              MOVE ZEROS  TO  WS-VIGENTE-LA
              MOVE ZEROS  TO  WS-ULTIMA-LA
              MOVE ZEROS  TO  WS-ULTIMA
           ELSE
              MOVE WS-VIGENTE-PV OF REG-PARMVER  TO  WS-VIGENTE-LA
              MOVE WS-ULTIMA-PV OF REG-PARMVER   TO  WS-ULTIMA-LA
              MOVE WS-ULTIMA-PV OF REG-PARMVER   TO  WS-ULTIMA
           END-IF
           PERFORM 088-IMPRIMIR-ARQ

           MOVE 1  TO  WS-VER-SUB
           PERFORM 415-LISTAR-VERSAO
               UNTIL WS-VER-SUB > WS-ULTIMA
           .
      *--------------------------------------------------------------*
      *    LISTAR O CABECALHO DE UMA VERSAO
      *--------------------------------------------------------------*
       415-LISTAR-VERSAO.

           PERFORM 180-LER-CABECALHO
           IF WS-FS-PVR = '00'
              PERFORM 170-MOVER-LINHA-VERSAO
              PERFORM 089-IMPRIMIR-VERSAO
              ADD 1  TO  WS-CTVERS
           END-IF

           ADD 1  TO  WS-VER-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG212        *'
           DISPLAY ' *----------------------------------------*'
           EVALUATE TRUE
               WHEN MODO-SUBMETER
                   DISPLAY ' * REGISTROS LIDOS    - PARMNOV = '
                           WS-CTLIDO
                   DISPLAY ' * REGISTROS GRAVADOS - PARMVER = '
                           WS-CTGRAV
               WHEN MODO-ATIVAR
                   DISPLAY ' * VERSOES ATIVADAS             = '
                           WS-CTATIV
                   DISPLAY ' * VERSOES SUBSTITUIDAS         = '
                           WS-CTSUBST
               WHEN MODO-HISTORICO
                   DISPLAY ' * VERSOES LISTADAS             = '
                           WS-CTVERS
           END-EVALUATE
           IF WS-RECUSA  NOT = SPACES
              DISPLAY ' * CARTAO RECUSADO - ACERVO INALTERADO'
           END-IF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           CLOSE  PARMVER
           IF WS-FS-PVR  NOT = '00'
              MOVE  'ERRO AO FECHAR O PARMVER'  TO WS-MSG
              MOVE   WS-FS-PVR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-SUBMETER OR MODO-DECIDIR
              CLOSE  OPERTAB
              IF WS-FS-OPE  NOT = '00'
                 MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
                 MOVE   WS-FS-OPE                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELPRMV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELPRMV'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG212        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG212 <
