       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG214.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CAMPANHA TRIMESTRAL DE RECERTIFICACAO DE ACESSO DOS
      *           OPERADORES DO OPERTAB (CAMPANHAS NO RECERT - COPY
      *           RECERTC). UM CARTAO DE SYSIN POR EXECUCAO, COM O
      *           MODO:
      *             A - ABRIR A CAMPANHA: FOTO DE TODO OPERADOR ATIVO
      *                 COM NIVEL, UNIDADE E O USO REAL - ULTIMA
      *                 CONSULTA/ALTERACAO NO ONLINE (AUDITLOG, PELAS
      *                 3 PRIMEIRAS POSICOES DO USERID, COMO NO CG81)
      *                 E ULTIMA MANUTENCAO NO LOTE (WS-OPERID-S E
      *                 DATA DO LOTE NAS GERACOES DO HISTALU). QUEM
      *                 NAO USOU NOS ULTIMOS N DIAS SAI MARCADO
      *                 OCIOSO. A LISTAGEM VAI AOS GESTORES;
      *             D - DECISOES DOS GESTORES (DD RECDECJ, UM CARTAO
      *                 POR OPERADOR: CONFIRMA OU REVOGA). O GESTOR E
      *                 OPERADOR NIVEL 3 ATIVO, DA MESMA UNIDADE DO
      *                 OPERADOR (OU DE TODAS) E NAO DECIDE O PROPRIO
      *                 ACESSO;
      *             S - SITUACAO DA CAMPANHA, SEM ALTERAR NADA;
      *             E - ENCERRAR, VENCIDO O PRAZO: QUEM CONTINUA
      *                 PENDENTE E REVOGADO AUTOMATICAMENTE E SAI O
      *                 RELATORIO DE CONCLUSAO PARA A AUDITORIA.
      *           A REVOGACAO (DO GESTOR OU DO PRAZO) NAO MEXE NO
      *           OPERTAB AQUI: SAI COMO CARTAO 'A' DO CGPRG134, COM
      *           SITUACAO 'R' E O RESTO DO REGISTRO ATUAL, NUM LOTE
      *           COM CABECALHO/RODAPE (COPY SYSINHT) NO DD CARTREVJ,
      *           PROCESSADO PELO CGPRG134 NO PASSO SEGUINTE DO
      *           CGJOB214 - A MESMA CRITICA E A MESMA LISTAGEM DE
      *           MANUTENCAO (RELOPE) DE QUALQUER MUDANCA DE
      *           OPERADOR. CARTAO DE SYSIN RECUSADO TERMINA COM
      *           RC 4 SEM ALTERAR O RECERT; CARTAO DE DECISAO
      *           RECUSADO E LISTADO E TAMBEM DEIXA RC 4
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01    MODO (A/D/S/E)
      *   POS 02-06 CAMPANHA AAAAT (ANO E TRIMESTRE 1 A 4)
      *   POS 07-09 DIAS SEM USO PARA MARCAR OCIOSO (A - EM BRANCO =
      *             090)
      *   POS 10-17 PRAZO DOS GESTORES AAAAMMDD (A)
      *   POS 18-21 LOTE (RUN-ID) DOS CARTOES DE REVOGACAO (D E E)
      * CARTAO DE DECISAO (RECDECJ):
      *   POS 01-03 OPERADOR RECERTIFICADO
      *   POS 04    DECISAO (C = CONFIRMA / R = REVOGA)
      *   POS 05-07 GESTOR (OPERADOR NIVEL 3)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010231  PROGRAMA CRIADO - RECERTIFICACAO
      *                          TRIMESTRAL DE ACESSO DOS OPERADORES
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
      *-----> CAMPANHAS DE RECERTIFICACAO
           SELECT RECERT ASSIGN TO RECERTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-RC OF REG-RECERT
                  FILE STATUS   IS WS-FS-REC
           .
      *-----> AUTORIDADE DOS OPERADORES (MODOS A, D E E)
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-OPERID-T OF REG-OPERTAB
                  FILE STATUS   IS WS-FS-OPE
           .
      *-----> USO DO ONLINE (MODO A)
           SELECT AUDITLOG ASSIGN TO AUDITLOJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-AU OF REG-AUDITLOG
                  FILE STATUS   IS WS-FS-AUD
           .
      *-----> USO DO LOTE - GERACOES DO HISTALU CONCATENADAS (MODO A)
           SELECT HISTALL ASSIGN TO HISTALLJ
                  FILE STATUS   IS WS-FS-HIS
           .
      *-----> CARTOES DE DECISAO DOS GESTORES (MODO D)
           SELECT RECDEC ASSIGN TO RECDECJ
                  FILE STATUS   IS WS-FS-DEC
           .
      *-----> LOTE DE CARTOES DE REVOGACAO PARA O CGPRG134
           SELECT CARTREV ASSIGN TO CARTREVJ
                  FILE STATUS   IS WS-FS-CRV
           .
           SELECT RELREC ASSIGN TO RELRECJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  RECERT
           LABEL RECORD STANDARD
           .
       01  REG-RECERT.
           COPY RECERTC.
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
       FD  AUDITLOG
           LABEL RECORD STANDARD
           .
       01  REG-AUDITLOG.
           COPY AUDITCIC.
       FD  HISTALL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-HISTALL.
           COPY CADALUC.
       FD  RECDEC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RECDEC.
           05 WS-OPER-DC          PIC X(03).
           05 WS-DECISAO-DC       PIC X(01).
              88 DEC-CONFIRMA         VALUE 'C'.
              88 DEC-REVOGA           VALUE 'R'.
           05 WS-GESTOR-DC        PIC X(03).
           05 FILLER              PIC X(73).
       FD  CARTREV
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CARTREV            PIC X(80)
           .
       FD  RELREC
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELREC             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTOPER              PIC 9(04) VALUE ZEROS.
           05  WS-CTAUD               PIC 9(07) VALUE ZEROS.
           05  WS-CTHIS               PIC 9(07) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(04) VALUE ZEROS.
           05  WS-CTDEC               PIC 9(04) VALUE ZEROS.
           05  WS-CTDEC-REJ           PIC 9(04) VALUE ZEROS.
           05  WS-CTPEND              PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-PAG                 PIC 9(02) VALUE ZEROS.
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-ULT-USO             PIC 9(08).
           05  WS-DIAS-SEM-USO        PIC 9(05).
           05  WS-DIASOCIO            PIC 9(03).
           05  WS-FS-REC              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-AUD              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-DEC              PIC X(02).
           05  WS-FS-CRV              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG214'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-RECUSA              PIC X(40) VALUE SPACES.
           05  WS-RECUSA-DEC          PIC X(40) VALUE SPACES.
           05  WS-OPER-BUSCA          PIC X(03).
           05  WS-SW-FIM-CAMP         PIC X(01).
               88 FIM-CAMPANHA            VALUE 'S'.

      *-----> NUMERO DO DIA DESDE 01/01/0001: ANOS COMPLETOS X 365
      *       + DIAS BISSEXTOS + DIAS DOS MESES ANTERIORES + DIA
       01  WS-DN-DATA             PIC 9(08).
       01  FILLER  REDEFINES  WS-DN-DATA.
           05  WS-DN-ANO              PIC 9(04).
           05  WS-DN-MES              PIC 9(02).
           05  WS-DN-DIA              PIC 9(02).
       01  WS-DN-NUM              PIC 9(07).
       01  WS-DN-HOJE             PIC 9(07).
       01  WS-DN-ANO-ANT          PIC 9(04).
       01  WS-DN-Q4               PIC 9(04).
       01  WS-DN-Q100             PIC 9(04).
       01  WS-DN-Q400             PIC 9(04).
       01  WS-QUOC                PIC 9(04).
       01  WS-RESTO               PIC 9(04).
       01  WS-SW-BISSEXTO         PIC X(01).
           88 ANO-BISSEXTO            VALUE 'S'.

      *-----> DIAS ACUMULADOS ANTES DE CADA MES (ANO COMUM)
       01  WS-TAB-DIAS-ACUM.
           05  FILLER                 PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-ACUM.
           05  WS-DIAS-ACUM           PIC 9(03)  OCCURS 12 TIMES.

      *-----> CARTAO DE PARAMETROS
       01  WS-REG-PARM.
           05  WS-MODO-IN             PIC X(01).
               88 MODO-ABRIR              VALUE 'A'.
               88 MODO-DECIDIR            VALUE 'D'.
               88 MODO-SITUACAO           VALUE 'S'.
               88 MODO-ENCERRAR           VALUE 'E'.
               88 MODO-VALIDO             VALUE 'A' 'D' 'S' 'E'.
           05  WS-CAMP-IN-X           PIC X(05).
           05  WS-CAMP-IN  REDEFINES  WS-CAMP-IN-X
                                      PIC 9(05).
           05  WS-CAMP-IN-R  REDEFINES  WS-CAMP-IN-X.
               10  WS-ANO-CAMP-IN     PIC 9(04).
               10  WS-TRIM-CAMP-IN    PIC 9(01).
           05  WS-DIAS-IN-X           PIC X(03).
           05  WS-DIAS-IN  REDEFINES  WS-DIAS-IN-X
                                      PIC 9(03).
           05  WS-PRAZO-IN-X          PIC X(08).
           05  WS-PRAZO-IN  REDEFINES  WS-PRAZO-IN-X
                                      PIC 9(08).
           05  WS-PRAZO-IN-R  REDEFINES  WS-PRAZO-IN-X.
               10  WS-ANO-IN          PIC 9(04).
               10  WS-MES-IN          PIC 9(02).
               10  WS-DIA-IN          PIC 9(02).
           05  WS-RUNID-IN-X          PIC X(04).
           05  WS-RUNID-IN  REDEFINES  WS-RUNID-IN-X
                                      PIC 9(04).
           05  FILLER                 PIC X(59).

      *-----> OPERADORES ATIVOS DA ABERTURA, NA ORDEM DO OPERTAB, COM
      *       O ULTIMO USO APURADO (ATE 300)
       01  WS-TAB-OPER.
           05  WS-QTD-OPER            PIC 9(03)  VALUE ZEROS.
           05  WS-OPER-OCOR           OCCURS 300 TIMES.
               10  WS-OP-ID           PIC X(03).
               10  WS-OP-NIVEL        PIC 9(01).
               10  WS-OP-UNIDADE      PIC X(01).
               10  WS-OP-ULTONL       PIC 9(08).
               10  WS-OP-ULTLOT       PIC 9(08).

      *-----> CARTOES DE REVOGACAO DO LOTE PARA O CGPRG134 (A
      *       QUANTIDADE DO CABECALHO/RODAPE TEM 2 DIGITOS: ATE 99 POR
      *       EXECUCAO - O QUE PASSAR FICA PENDENTE PARA A PROXIMA)
       01  WS-TAB-REVOG.
           05  WS-QTD-REVOG           PIC 9(03)  VALUE ZEROS.
           05  WS-REVOG-OCOR          OCCURS 99 TIMES.
               10  WS-RV-CARTAO       PIC X(23).
       01  WS-MAX-REVOG               PIC 9(03)  VALUE 99.

      *-----> CARTAO 'A' DO CGPRG134 (MESMO LAYOUT DO WS-REG-SYSIN
      *       DAQUELE PROGRAMA)
       01  WS-CARTAO-134.
           05 WS-TIPO-134         PIC X(01).
           05 WS-OPERID-134       PIC X(03).
           05 WS-NIVEL-134        PIC 9(01).
           05 WS-SIT-134          PIC X(01).
           05 WS-DT-INI-134       PIC 9(08).
           05 WS-DT-FIM-134       PIC 9(08).
           05 WS-UNIDADE-134      PIC X(01).

      *-----> CABECALHO E RODAPE DO LOTE DE CARTOES DE REVOGACAO
           COPY SYSINHT.

      *-----> TOTAIS DA CAMPANHA (MODOS A, S E E)
       01  WS-TOT-CAMP.
           05  WS-TOT-OPER            PIC 9(04) VALUE ZEROS.
           05  WS-TOT-OCIOSO          PIC 9(04) VALUE ZEROS.
           05  WS-TOT-CONF            PIC 9(04) VALUE ZEROS.
           05  WS-TOT-CONF-OCIO       PIC 9(04) VALUE ZEROS.
           05  WS-TOT-REVOG           PIC 9(04) VALUE ZEROS.
           05  WS-TOT-REVOG-PRZ       PIC 9(04) VALUE ZEROS.
           05  WS-TOT-PEND            PIC 9(04) VALUE ZEROS.

      *-----> DADOS DE SAIDA - LISTAGEM DA RECERTIFICACAO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TITULO-CAB         PIC X(36).
           05 FILLER                PIC X(09) VALUE 'CAMPANHA '.
           05 WS-CAMP-CAB           PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02).
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-LIN-CAMP.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ABERTURA: '.
           05 WS-DTABERT-LC         PIC 9(08).
           05 FILLER                PIC X(09) VALUE '  PRAZO: '.
           05 WS-DTPRAZO-LC         PIC 9(08).
           05 FILLER                PIC X(10) VALUE '  OCIOSO: '.
           05 WS-DIASOCIO-LC        PIC ZZ9.
           05 FILLER                PIC X(15) VALUE
              ' DIAS  SIT.: '.
           05 WS-SIT-LC             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTENCER-LC         PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(40) VALUE
              ' OPE N U ULT.ONLIN ULT.LOTE  DIAS OCIOSO'.
           05 FILLER                PIC X(40) VALUE
              ' D GES DECISAO  REVOGACAO               '.

       01  WS-LIN-OPER.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OPER-LO            PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-NIVEL-LO           PIC 9(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-UNID-LO            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-ULTONL-LO          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-ULTLOT-LO          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DIAS-LO            PIC ZZZZ9.
           05 WS-DIAS-LO-X  REDEFINES  WS-DIAS-LO
                                    PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OCIOSO-LO          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DECISAO-LO         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-GESTOR-LO          PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTDECIS-LO         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTREVOG-LO         PIC 9(08).
           05 FILLER                PIC X(16) VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TEXTO-LT           PIC X(40).
           05 WS-QTD-LT             PIC ZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.

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
       000-CGPRG214.

           PERFORM 010-INICIAR
           PERFORM 020-CRITICAR-CARTAO THRU 020-CRITICAR-CARTAO-FIM

           IF WS-RECUSA = SPACES
              EVALUATE TRUE
                  WHEN MODO-ABRIR
                      PERFORM 100-ABRIR
                  WHEN MODO-DECIDIR
                      PERFORM 200-DECIDIR
                  WHEN MODO-ENCERRAR
                      PERFORM 300-ENCERRAR
                  WHEN OTHER
                      PERFORM 400-SITUACAO
              END-EVALUATE
           END-IF

           IF WS-RECUSA  NOT = SPACES
              PERFORM 080-RECUSAR
           END-IF

           PERFORM 070-GRAVAR-LOTE
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG214 - RECERTIFICACAO DE ACESSO    *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           MOVE WS-REG-PARM  TO  WS-IMAGEM-ERR
           DISPLAY ' * MODO      : ' WS-MODO-IN
           DISPLAY ' * CAMPANHA  : ' WS-CAMP-IN-X
           DISPLAY ' * DIAS      : ' WS-DIAS-IN-X
           DISPLAY ' * PRAZO     : ' WS-PRAZO-IN-X
           DISPLAY ' * LOTE      : ' WS-RUNID-IN-X

           IF NOT MODO-VALIDO
              MOVE  'MODO INVALIDO (A/D/S/E)'  TO WS-MSG
              MOVE  '  '                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> A PRIMEIRA CAMPANHA CRIA O RECERT (COMO O CGPRG134 FAZ
      *       COM O OPERTAB)
           IF MODO-SITUACAO
              OPEN INPUT RECERT
           ELSE
              OPEN I-O RECERT
              IF WS-FS-REC = '35' AND MODO-ABRIR
                 OPEN OUTPUT RECERT
                 CLOSE RECERT
                 OPEN I-O RECERT
              END-IF
           END-IF
           IF WS-FS-REC  NOT = '00'
              MOVE  'ERRO AO ABRIR O RECERT'  TO WS-MSG
              MOVE   WS-FS-REC                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF NOT MODO-SITUACAO
              OPEN INPUT OPERTAB
              IF WS-FS-OPE  NOT = '00'
                 MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
                 MOVE   WS-FS-OPE                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF MODO-ABRIR
              OPEN INPUT AUDITLOG
              IF WS-FS-AUD  NOT = '00'
                 MOVE  'ERRO AO ABRIR O AUDITLOG'  TO WS-MSG
                 MOVE   WS-FS-AUD                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              OPEN INPUT HISTALL
              IF WS-FS-HIS  NOT = '00'
                 MOVE  'ERRO AO ABRIR O HISTALL'  TO WS-MSG
                 MOVE   WS-FS-HIS                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF MODO-DECIDIR
              OPEN INPUT RECDEC
              IF WS-FS-DEC  NOT = '00'
                 MOVE  'ERRO AO ABRIR O RECDEC'  TO WS-MSG
                 MOVE   WS-FS-DEC                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN OUTPUT CARTREV
           IF WS-FS-CRV  NOT = '00'
              MOVE  'ERRO AO ABRIR O CARTREV'  TO WS-MSG
              MOVE   WS-FS-CRV                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELREC
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELREC'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           EVALUATE TRUE
               WHEN MODO-ABRIR
                   MOVE 'ABERTURA DA RECERTIFICACAO DE ACESSO'
                        TO  WS-TITULO-CAB
               WHEN MODO-DECIDIR
                   MOVE 'DECISOES DOS GESTORES - RECERTIFIC.'
                        TO  WS-TITULO-CAB
               WHEN MODO-ENCERRAR
                   MOVE 'CONCLUSAO DA RECERTIFICACAO - AUDIT.'
                        TO  WS-TITULO-CAB
               WHEN OTHER
                   MOVE 'SITUACAO DA RECERTIFICACAO DE ACESSO'
                        TO  WS-TITULO-CAB
           END-EVALUATE
           MOVE WS-CAMP-IN-X  TO  WS-CAMP-CAB
           MOVE WS-DTEDI      TO  WS-DATA-CAB

           MOVE WS-DATA-HOJE  TO  WS-DN-DATA
           PERFORM 060-CALCULAR-DIA
           MOVE WS-DN-NUM     TO  WS-DN-HOJE
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
      *    CRITICAR O CARTAO CONFORME O MODO E A SITUACAO DA
      *    CAMPANHA (A PRIMEIRA RECUSA ENCONTRADA FICA EM WS-RECUSA)
      *--------------------------------------------------------------*
       020-CRITICAR-CARTAO.

           IF WS-CAMP-IN-X NOT NUMERIC
              OR WS-TRIM-CAMP-IN < 1 OR WS-TRIM-CAMP-IN > 4
              MOVE 'CAMPANHA INVALIDA (AAAAT)'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF

           IF MODO-DECIDIR OR MODO-ENCERRAR
              IF WS-RUNID-IN-X NOT NUMERIC
                 MOVE 'LOTE (RUN-ID) DOS CARTOES INVALIDO'
                      TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
           END-IF

           IF MODO-ABRIR
              IF WS-DIAS-IN-X = SPACES
                 MOVE 090  TO  WS-DIASOCIO
              ELSE
                 IF WS-DIAS-IN-X NOT NUMERIC OR WS-DIAS-IN = ZEROS
                    MOVE 'DIAS SEM USO INVALIDO'  TO  WS-RECUSA
                    GO TO 020-CRITICAR-CARTAO-FIM
                 END-IF
                 MOVE WS-DIAS-IN  TO  WS-DIASOCIO
              END-IF
              IF WS-PRAZO-IN-X NOT NUMERIC
                 OR WS-MES-IN < 01 OR WS-MES-IN > 12
                 OR WS-DIA-IN < 01 OR WS-DIA-IN > 31
                 MOVE 'PRAZO DOS GESTORES INVALIDO'  TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
              IF WS-PRAZO-IN NOT > WS-DATA-HOJE
                 MOVE 'PRAZO DOS GESTORES JA VENCIDO'  TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
           END-IF

      *-----> CONTROLE DA CAMPANHA
           PERFORM 150-LER-CONTROLE

           IF MODO-ABRIR
              IF WS-FS-REC = '00'
                 MOVE 'CAMPANHA JA ABERTA'  TO  WS-RECUSA
              END-IF
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF

           IF WS-FS-REC = '23'
              MOVE 'CAMPANHA NAO ABERTA'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF

           IF (MODO-DECIDIR OR MODO-ENCERRAR)
              AND CAMP-ENCERRADA OF REG-RECERT
              MOVE 'CAMPANHA JA ENCERRADA'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF

           IF MODO-DECIDIR
              AND WS-DATA-HOJE > WS-DTPRAZO-RC OF REG-RECERT
              MOVE 'PRAZO DOS GESTORES VENCIDO'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF

           IF MODO-ENCERRAR
              AND WS-DATA-HOJE NOT > WS-DTPRAZO-RC OF REG-RECERT
              MOVE 'PRAZO DOS GESTORES AINDA NAO VENCEU'
                   TO  WS-RECUSA
           END-IF
           .
       020-CRITICAR-CARTAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    NUMERO DO DIA DE WS-DN-DATA DESDE 01/01/0001
      *--------------------------------------------------------------*
       060-CALCULAR-DIA.

           COMPUTE WS-DN-ANO-ANT = WS-DN-ANO - 1
           DIVIDE WS-DN-ANO-ANT BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-ANO-ANT BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-ANO-ANT BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-NUM = (WS-DN-ANO-ANT * 365) + WS-DN-Q4
                             - WS-DN-Q100 + WS-DN-Q400
                             + WS-DIAS-ACUM (WS-DN-MES) + WS-DN-DIA
           IF WS-DN-MES > 2
              PERFORM 062-VERIFICAR-BISSEXTO
              IF ANO-BISSEXTO
                 ADD 1  TO  WS-DN-NUM
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICAR SE WS-DN-ANO E BISSEXTO (REGRA GREGORIANA)
      *--------------------------------------------------------------*
       062-VERIFICAR-BISSEXTO.

           MOVE 'N'  TO  WS-SW-BISSEXTO
           DIVIDE WS-DN-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO = ZEROS
              MOVE 'S'  TO  WS-SW-BISSEXTO
              DIVIDE WS-DN-ANO BY 100 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 'N'  TO  WS-SW-BISSEXTO
                 DIVIDE WS-DN-ANO BY 400 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    MOVE 'S'  TO  WS-SW-BISSEXTO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O LOTE DE CARTOES DE REVOGACAO PARA O CGPRG134:
      *    CABECALHO, CARTOES 'A', SENTINELA ALL '9' E RODAPE. SAI
      *    MESMO VAZIO, PARA O PASSO DO CGPRG134 SEMPRE TER O LOTE
      *--------------------------------------------------------------*
       070-GRAVAR-LOTE.

           IF WS-RUNID-IN-X NUMERIC
              MOVE WS-RUNID-IN  TO  WS-HDR-RUNID
           ELSE
              MOVE ZEROS        TO  WS-HDR-RUNID
           END-IF
           MOVE WS-DATA-HOJE  TO  WS-HDR-DATA-LOTE
           MOVE WS-QTD-REVOG  TO  WS-HDR-QTD-ESPERADA
           MOVE WS-QTD-REVOG  TO  WS-TRL-QTD-INFORMADA

           MOVE WS-REG-HEADER  TO  REG-CARTREV
           PERFORM 075-GRAVAR-CARTREV

           MOVE 1  TO  WS-SUB
           PERFORM 072-GRAVAR-CARTAO
               UNTIL WS-SUB > WS-QTD-REVOG

           MOVE ALL '9'  TO  REG-CARTREV
           PERFORM 075-GRAVAR-CARTREV

           MOVE WS-REG-TRAILER  TO  REG-CARTREV
           PERFORM 075-GRAVAR-CARTREV
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM CARTAO DE REVOGACAO DA TABELA
      *--------------------------------------------------------------*
       072-GRAVAR-CARTAO.

           MOVE WS-RV-CARTAO (WS-SUB)  TO  REG-CARTREV
           PERFORM 075-GRAVAR-CARTREV
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NO CARTREV
      *--------------------------------------------------------------*
       075-GRAVAR-CARTREV.

           WRITE REG-CARTREV
           IF WS-FS-CRV  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CARTREV'  TO WS-MSG
              MOVE   WS-FS-CRV                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
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

           WRITE REG-RELREC  FROM  WS-LIN-MSG
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREC'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE OPERADOR (WS-LIN-OPER)
      *--------------------------------------------------------------*
       086-IMPRIMIR-OPER.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
              WRITE REG-RELREC  FROM  WS-CAB2
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO GRAVACAO CAB2'  TO  WS-MSG
                 MOVE WS-FS-REL             TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTLIN
           END-IF

           WRITE REG-RELREC  FROM  WS-LIN-OPER
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREC'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
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

           WRITE REG-RELREC FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELREC FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 2 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE TOTAL (WS-LIN-TOTAL)
      *--------------------------------------------------------------*
       088-IMPRIMIR-TOTAL.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELREC  FROM  WS-LIN-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREC'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    ABRIR A CAMPANHA: APURAR OS OPERADORES ATIVOS E O USO DE
      *    CADA UM, GRAVAR A FOTO NO RECERT E LISTAR PARA OS GESTORES
      *--------------------------------------------------------------*
       100-ABRIR.

           PERFORM 110-LER-OPERTAB
           PERFORM 112-CARREGAR-OPERADOR
               UNTIL WS-FS-OPE = '10'
           DISPLAY ' * OPERADORES ATIVOS   : ' WS-QTD-OPER

           PERFORM 120-LER-AUDITLOG
           PERFORM 122-APURAR-ONLINE
               UNTIL WS-FS-AUD = '10'
           DISPLAY ' * REGISTROS AUDITLOG  : ' WS-CTAUD

           PERFORM 130-LER-HISTALL
           PERFORM 132-APURAR-LOTE
               UNTIL WS-FS-HIS = '10'
           DISPLAY ' * REGISTROS HISTALU   : ' WS-CTHIS

           MOVE 1  TO  WS-SUB
           PERFORM 140-GRAVAR-OPERADOR
               UNTIL WS-SUB > WS-QTD-OPER

           MOVE SPACES               TO  REG-RECERT
           MOVE WS-CAMP-IN           TO  WS-CAMP-RC OF REG-RECERT
           MOVE WS-DATA-HOJE         TO  WS-DTABERT-RC OF REG-RECERT
           MOVE WS-PRAZO-IN          TO  WS-DTPRAZO-RC OF REG-RECERT
           MOVE WS-DIASOCIO          TO  WS-DIASOCIO-RC OF REG-RECERT
           MOVE 'A'                  TO  WS-SIT-CAMP-RC OF REG-RECERT
           MOVE ZEROS                TO  WS-DTENCER-RC OF REG-RECERT
           MOVE WS-QTD-OPER          TO  WS-QTDOPER-RC OF REG-RECERT
           PERFORM 160-GRAVAR-RECERT

           PERFORM 400-SITUACAO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO OPERADOR DO OPERTAB
      *--------------------------------------------------------------*
       110-LER-OPERTAB.

           READ OPERTAB NEXT RECORD
           IF WS-FS-OPE  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O OPERADOR ATIVO NA TABELA (O REVOGADO NAO ENTRA
      *    NA CAMPANHA)
      *--------------------------------------------------------------*
       112-CARREGAR-OPERADOR.

           IF OPER-ATIVO OF REG-OPERTAB
              IF WS-QTD-OPER = 300
                 MOVE 'MAIS DE 300 OPERADORES ATIVOS'  TO WS-MSG
                 MOVE '  '                             TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-OPER
              MOVE WS-OPERID-T OF REG-OPERTAB
                   TO  WS-OP-ID (WS-QTD-OPER)
              MOVE WS-NIVEL-T OF REG-OPERTAB
                   TO  WS-OP-NIVEL (WS-QTD-OPER)
              MOVE WS-UNIDADE-T OF REG-OPERTAB
                   TO  WS-OP-UNIDADE (WS-QTD-OPER)
              MOVE ZEROS  TO  WS-OP-ULTONL (WS-QTD-OPER)
              MOVE ZEROS  TO  WS-OP-ULTLOT (WS-QTD-OPER)
           END-IF

           PERFORM 110-LER-OPERTAB
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO AUDITLOG
      *--------------------------------------------------------------*
       120-LER-AUDITLOG.

           READ AUDITLOG
           IF WS-FS-AUD  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO AUDITLOG'  TO WS-MSG
              MOVE   WS-FS-AUD                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    USO NO ONLINE: CONSULTA OU ALTERACAO (TENTATIVA NEGADA
      *    NAO E USO DO ACESSO). O AUDITLOG VEM EM ORDEM DE DATA: A
      *    ULTIMA OCORRENCIA DO OPERADOR E A MAIS RECENTE
      *--------------------------------------------------------------*
       122-APURAR-ONLINE.

           ADD 1  TO  WS-CTAUD

           IF AUD-CONSULTA OF REG-AUDITLOG
              OR AUD-ALTERACAO OF REG-AUDITLOG
              MOVE WS-USERID-AU OF REG-AUDITLOG (1:3)
                   TO  WS-OPER-BUSCA
              PERFORM 180-LOCALIZAR-OPERADOR
              IF WS-SUB NOT > WS-QTD-OPER
                 AND WS-DATA-AU OF REG-AUDITLOG
                     > WS-OP-ULTONL (WS-SUB)
                 MOVE WS-DATA-AU OF REG-AUDITLOG
                      TO  WS-OP-ULTONL (WS-SUB)
              END-IF
           END-IF

           PERFORM 120-LER-AUDITLOG
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DAS GERACOES DO HISTALU
      *--------------------------------------------------------------*
       130-LER-HISTALL.

           READ HISTALL
           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO HISTALL'  TO WS-MSG
              MOVE   WS-FS-HIS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    USO NO LOTE: OPERADOR DA ULTIMA MANUTENCAO DO ALUNO E A
      *    DATA DO LOTE QUE A GRAVOU (REGISTRO ANTIGO SEM OPERADOR OU
      *    COM A DATA EM BRANCO NAO CONTA)
      *--------------------------------------------------------------*
       132-APURAR-LOTE.

           ADD 1  TO  WS-CTHIS

           IF WS-OPERID-S OF REG-HISTALL NOT = SPACES
              AND WS-DTLOTE-S OF REG-HISTALL NUMERIC
              MOVE WS-OPERID-S OF REG-HISTALL  TO  WS-OPER-BUSCA
              PERFORM 180-LOCALIZAR-OPERADOR
              IF WS-SUB NOT > WS-QTD-OPER
                 AND WS-DTLOTE-S OF REG-HISTALL
                     > WS-OP-ULTLOT (WS-SUB)
                 MOVE WS-DTLOTE-S OF REG-HISTALL
                      TO  WS-OP-ULTLOT (WS-SUB)
              END-IF
           END-IF

           PERFORM 130-LER-HISTALL
           .
      *--------------------------------------------------------------*
      *    GRAVAR A FOTO DE UM OPERADOR NA CAMPANHA, COM A MARCA DE
      *    OCIOSO
      *--------------------------------------------------------------*
       140-GRAVAR-OPERADOR.

           MOVE SPACES                  TO  REG-RECERT
           MOVE WS-CAMP-IN              TO  WS-CAMP-RC OF REG-RECERT
           MOVE WS-OP-ID (WS-SUB)       TO  WS-OPERID-RC OF REG-RECERT
           MOVE WS-OP-NIVEL (WS-SUB)    TO  WS-NIVEL-RC OF REG-RECERT
           MOVE WS-OP-UNIDADE (WS-SUB)  TO  WS-UNIDADE-RC OF REG-RECERT
           MOVE WS-OP-ULTONL (WS-SUB)   TO  WS-ULTONL-RC OF REG-RECERT
           MOVE WS-OP-ULTLOT (WS-SUB)   TO  WS-ULTLOT-RC OF REG-RECERT
           MOVE 'P'                     TO  WS-DECISAO-RC OF REG-RECERT
           MOVE ZEROS                   TO  WS-DTDECIS-RC OF REG-RECERT
           MOVE ZEROS                   TO  WS-DTREVOG-RC OF REG-RECERT

           PERFORM 145-APURAR-DIAS
           IF WS-ULT-USO = ZEROS
              OR WS-DIAS-SEM-USO > WS-DIASOCIO
              MOVE 'S'  TO  WS-OCIOSO-RC OF REG-RECERT
           ELSE
              MOVE 'N'  TO  WS-OCIOSO-RC OF REG-RECERT
           END-IF

           PERFORM 160-GRAVAR-RECERT
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    ULTIMO USO DO OPERADOR DO REGISTRO CORRENTE (ONLINE OU
      *    LOTE) E DIAS DESDE ENTAO ATE HOJE
      *--------------------------------------------------------------*
       145-APURAR-DIAS.

           IF WS-ULTONL-RC OF REG-RECERT > WS-ULTLOT-RC OF REG-RECERT
              MOVE WS-ULTONL-RC OF REG-RECERT  TO  WS-ULT-USO
           ELSE
              MOVE WS-ULTLOT-RC OF REG-RECERT  TO  WS-ULT-USO
           END-IF

           MOVE ZEROS  TO  WS-DIAS-SEM-USO
           IF WS-ULT-USO NOT = ZEROS
              MOVE WS-ULT-USO  TO  WS-DN-DATA
              IF WS-DN-MES NOT < 1 AND WS-DN-MES NOT > 12
                 PERFORM 060-CALCULAR-DIA
                 IF WS-DN-NUM < WS-DN-HOJE
                    COMPUTE WS-DIAS-SEM-USO = WS-DN-HOJE - WS-DN-NUM
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CONTROLE DA CAMPANHA DO CARTAO
      *--------------------------------------------------------------*
       150-LER-CONTROLE.

           MOVE WS-CAMP-IN  TO  WS-CAMP-RC OF REG-RECERT
           MOVE SPACES      TO  WS-OPERID-RC OF REG-RECERT
           READ RECERT
           IF WS-FS-REC  NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO RECERT'  TO WS-MSG
              MOVE   WS-FS-REC                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NOVO NO RECERT
      *--------------------------------------------------------------*
       160-GRAVAR-RECERT.

           WRITE REG-RECERT
           IF WS-FS-REC  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO RECERT'  TO WS-MSG
              MOVE   WS-FS-REC                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTGRAV
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O REGISTRO CORRENTE DO RECERT
      *--------------------------------------------------------------*
       165-REGRAVAR-RECERT.

           REWRITE REG-RECERT
           IF WS-FS-REC  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO RECERT'  TO WS-MSG
              MOVE   WS-FS-REC                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR WS-OPER-BUSCA NA TABELA DE OPERADORES (WS-SUB
      *    ALEM DA QUANTIDADE = NAO ESTA NA CAMPANHA)
      *--------------------------------------------------------------*
       180-LOCALIZAR-OPERADOR.

           MOVE 1  TO  WS-SUB
           PERFORM 182-AVANCAR-OPERADOR
               UNTIL WS-SUB > WS-QTD-OPER
                  OR WS-OP-ID (WS-SUB) = WS-OPER-BUSCA
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE OPERADORES
      *--------------------------------------------------------------*
       182-AVANCAR-OPERADOR.

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    DECISOES DOS GESTORES: UM CARTAO POR OPERADOR
      *--------------------------------------------------------------*
       200-DECIDIR.

           PERFORM 205-LER-RECDEC
           PERFORM 210-APLICAR-DECISAO THRU 210-APLICAR-DECISAO-FIM
               UNTIL WS-FS-DEC = '10'

           MOVE 'CARTOES DE DECISAO LIDOS' TO  WS-TEXTO-LT
           COMPUTE WS-QTD-LT = WS-CTDEC + WS-CTDEC-REJ
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'DECISOES REGISTRADAS'     TO  WS-TEXTO-LT
           MOVE WS-CTDEC                   TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'CARTOES DE DECISAO RECUSADOS' TO  WS-TEXTO-LT
           MOVE WS-CTDEC-REJ               TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'CARTOES DE REVOGACAO PARA O CGPRG134'
                                           TO  WS-TEXTO-LT
           MOVE WS-QTD-REVOG               TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL

           IF WS-CTDEC-REJ > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM CARTAO DE DECISAO
      *--------------------------------------------------------------*
       205-LER-RECDEC.

           READ RECDEC
           IF WS-FS-DEC  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO RECDEC'  TO WS-MSG
              MOVE   WS-FS-DEC                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR E APLICAR UM CARTAO DE DECISAO (CARTAO RECUSADO
      *    SAI NA LISTAGEM E O OPERADOR CONTINUA PENDENTE)
      *--------------------------------------------------------------*
       210-APLICAR-DECISAO.

           MOVE REG-RECDEC  TO  WS-IMAGEM-ERR
           MOVE SPACES      TO  WS-RECUSA-DEC

           IF NOT DEC-CONFIRMA AND NOT DEC-REVOGA
              MOVE 'DECISAO INVALIDA (C/R)'  TO  WS-RECUSA-DEC
              GO TO 210-RECUSAR-DECISAO
           END-IF

           IF WS-OPER-DC = SPACES
              MOVE 'OPERADOR NAO INFORMADO'  TO  WS-RECUSA-DEC
              GO TO 210-RECUSAR-DECISAO
           END-IF

           IF WS-GESTOR-DC = WS-OPER-DC
              MOVE 'GESTOR NAO DECIDE O PROPRIO ACESSO'
                   TO  WS-RECUSA-DEC
              GO TO 210-RECUSAR-DECISAO
           END-IF

           MOVE WS-CAMP-IN    TO  WS-CAMP-RC OF REG-RECERT
           MOVE WS-OPER-DC    TO  WS-OPERID-RC OF REG-RECERT
           READ RECERT
           IF WS-FS-REC = '23'
              MOVE 'OPERADOR FORA DA CAMPANHA'  TO  WS-RECUSA-DEC
              GO TO 210-RECUSAR-DECISAO
           END-IF
           IF WS-FS-REC  NOT = '00'
              MOVE  'ERRO NA LEITURA DO RECERT'  TO WS-MSG
              MOVE   WS-FS-REC                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF NOT REC-PENDENTE OF REG-RECERT
              MOVE 'OPERADOR JA DECIDIDO NA CAMPANHA'
                   TO  WS-RECUSA-DEC
              GO TO 210-RECUSAR-DECISAO
           END-IF

           PERFORM 230-VALIDAR-GESTOR THRU 230-VALIDAR-GESTOR-FIM
           IF WS-RECUSA-DEC NOT = SPACES
              GO TO 210-RECUSAR-DECISAO
           END-IF

           IF DEC-REVOGA AND WS-QTD-REVOG NOT < WS-MAX-REVOG
              MOVE 'LOTE DE REVOGACOES CHEIO - REENVIAR'
                   TO  WS-RECUSA-DEC
              GO TO 210-RECUSAR-DECISAO
           END-IF

           MOVE WS-DECISAO-DC  TO  WS-DECISAO-RC OF REG-RECERT
           MOVE WS-GESTOR-DC   TO  WS-GESTOR-RC OF REG-RECERT
           MOVE WS-DATA-HOJE   TO  WS-DTDECIS-RC OF REG-RECERT
           IF DEC-REVOGA
              PERFORM 250-PREPARAR-REVOGACAO
           END-IF
           PERFORM 165-REGRAVAR-RECERT
           ADD 1  TO  WS-CTDEC

           MOVE SPACES  TO  WS-TEXTO-LM
           IF DEC-REVOGA
              STRING 'OPERADOR ' WS-OPER-DC
                     ' REVOGADO PELO GESTOR ' WS-GESTOR-DC
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
           ELSE
              STRING 'OPERADOR ' WS-OPER-DC
                     ' CONFIRMADO PELO GESTOR ' WS-GESTOR-DC
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
           END-IF
           PERFORM 085-IMPRIMIR-MSG
           GO TO 210-LER-PROXIMO
           .
       210-RECUSAR-DECISAO.

           ADD 1  TO  WS-CTDEC-REJ
           DISPLAY ' *** DECISAO RECUSADA - ' WS-OPER-DC ' - '
                   WS-RECUSA-DEC ' ***'
           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'DECISAO RECUSADA ' REG-RECDEC (1:7) ': '
                  WS-RECUSA-DEC
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           .
       210-LER-PROXIMO.

           PERFORM 205-LER-RECDEC
           .
       210-APLICAR-DECISAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    VALIDAR O GESTOR NO OPERTAB: CADASTRADO, NAO REVOGADO,
      *    DENTRO DA VIGENCIA, NIVEL 3 E DA UNIDADE DO OPERADOR (OU
      *    DE TODAS AS UNIDADES)
      *--------------------------------------------------------------*
       230-VALIDAR-GESTOR.

           MOVE WS-GESTOR-DC  TO  WS-OPERID-T OF REG-OPERTAB
           READ OPERTAB
           IF WS-FS-OPE = '23'
              MOVE 'GESTOR NAO CADASTRADO'  TO  WS-RECUSA-DEC
              GO TO 230-VALIDAR-GESTOR-FIM
           END-IF
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF OPER-REVOGADO OF REG-OPERTAB
              MOVE 'GESTOR REVOGADO'  TO  WS-RECUSA-DEC
              GO TO 230-VALIDAR-GESTOR-FIM
           END-IF
           IF WS-DT-INI-T OF REG-OPERTAB NUMERIC
              AND WS-DATA-HOJE < WS-DT-INI-T OF REG-OPERTAB
              MOVE 'GESTOR FORA DE VIGENCIA'  TO  WS-RECUSA-DEC
              GO TO 230-VALIDAR-GESTOR-FIM
           END-IF
           IF WS-DT-FIM-T OF REG-OPERTAB NUMERIC
              AND WS-DT-FIM-T OF REG-OPERTAB > ZEROS
              AND WS-DATA-HOJE > WS-DT-FIM-T OF REG-OPERTAB
              MOVE 'GESTOR FORA DE VIGENCIA'  TO  WS-RECUSA-DEC
              GO TO 230-VALIDAR-GESTOR-FIM
           END-IF
           IF WS-NIVEL-T OF REG-OPERTAB < 3
              MOVE 'GESTOR PRECISA SER DE NIVEL 3'  TO  WS-RECUSA-DEC
              GO TO 230-VALIDAR-GESTOR-FIM
           END-IF
           IF NOT OPER-TODAS-UNID OF REG-OPERTAB
              AND WS-UNIDADE-T OF REG-OPERTAB
                  NOT = WS-UNIDADE-RC OF REG-RECERT
              MOVE 'GESTOR DE OUTRA UNIDADE'  TO  WS-RECUSA-DEC
           END-IF
           .
       230-VALIDAR-GESTOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR O CARTAO 'A' DO CGPRG134 QUE REVOGA O OPERADOR DO
      *    REGISTRO CORRENTE DO RECERT: O REGISTRO ATUAL DO OPERTAB
      *    COM A SITUACAO 'R'. OPERADOR JA REVOGADO OU EXCLUIDO DO
      *    OPERTAB DEPOIS DA ABERTURA NAO PRECISA DE CARTAO
      *--------------------------------------------------------------*
       250-PREPARAR-REVOGACAO.

           MOVE WS-DATA-HOJE  TO  WS-DTREVOG-RC OF REG-RECERT

           MOVE WS-OPERID-RC OF REG-RECERT
                TO  WS-OPERID-T OF REG-OPERTAB
           READ OPERTAB
           IF WS-FS-OPE = '23'
              MOVE SPACES  TO  WS-TEXTO-LM
              STRING 'OPERADOR ' WS-OPERID-RC OF REG-RECERT
                     ' JA EXCLUIDO DO OPERTAB - SEM CARTAO'
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
              PERFORM 085-IMPRIMIR-MSG
           ELSE
              IF WS-FS-OPE  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
                 MOVE   WS-FS-OPE                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF NOT OPER-REVOGADO OF REG-OPERTAB
                 MOVE 'A'  TO  WS-TIPO-134
                 MOVE WS-OPERID-T OF REG-OPERTAB   TO  WS-OPERID-134
                 MOVE WS-NIVEL-T OF REG-OPERTAB    TO  WS-NIVEL-134
                 MOVE 'R'  TO  WS-SIT-134
                 MOVE ZEROS  TO  WS-DT-INI-134
                 IF WS-DT-INI-T OF REG-OPERTAB NUMERIC
                    MOVE WS-DT-INI-T OF REG-OPERTAB  TO  WS-DT-INI-134
                 END-IF
                 MOVE ZEROS  TO  WS-DT-FIM-134
                 IF WS-DT-FIM-T OF REG-OPERTAB NUMERIC
                    MOVE WS-DT-FIM-T OF REG-OPERTAB  TO  WS-DT-FIM-134
                 END-IF
                 MOVE WS-UNIDADE-T OF REG-OPERTAB  TO  WS-UNIDADE-134
                 ADD 1  TO  WS-QTD-REVOG
                 MOVE WS-CARTAO-134  TO  WS-RV-CARTAO (WS-QTD-REVOG)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCERRAR A CAMPANHA: QUEM CONTINUA PENDENTE NO FIM DO
      *    PRAZO E REVOGADO; SEM PENDENTES, A CAMPANHA FECHA E SAI O
      *    RELATORIO DE CONCLUSAO
      *--------------------------------------------------------------*
       300-ENCERRAR.

           MOVE 'N'  TO  WS-SW-FIM-CAMP
           PERFORM 310-POSICIONAR-CAMPANHA
           PERFORM 320-REVOGAR-PENDENTE
               UNTIL FIM-CAMPANHA

           PERFORM 150-LER-CONTROLE
           IF WS-CTPEND = ZEROS
              MOVE 'E'           TO  WS-SIT-CAMP-RC OF REG-RECERT
              MOVE WS-DATA-HOJE  TO  WS-DTENCER-RC OF REG-RECERT
              PERFORM 165-REGRAVAR-RECERT
           ELSE
              MOVE SPACES  TO  WS-TEXTO-LM
              STRING 'LOTE DE REVOGACOES CHEIO: ' WS-CTPEND
                     ' PENDENTES - REPETIR O ENCERRAMENTO'
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
              PERFORM 085-IMPRIMIR-MSG
              DISPLAY ' *** ' WS-CTPEND ' OPERADORES AINDA PENDENTES'
                      ' - REPETIR O ENCERRAMENTO ***'
              MOVE 4  TO  RETURN-CODE
           END-IF

           PERFORM 400-SITUACAO
           .
      *--------------------------------------------------------------*
      *    POSICIONAR NO PRIMEIRO OPERADOR DA CAMPANHA (O CONTROLE,
      *    OPERADOR EM BRANCO, VEM ANTES DE TODOS)
      *--------------------------------------------------------------*
       310-POSICIONAR-CAMPANHA.

           MOVE WS-CAMP-IN  TO  WS-CAMP-RC OF REG-RECERT
           MOVE SPACES      TO  WS-OPERID-RC OF REG-RECERT
           START RECERT KEY IS > WS-CHAVE-RC OF REG-RECERT
           IF WS-FS-REC = '23'
              MOVE 'S'  TO  WS-SW-FIM-CAMP
           ELSE
              IF WS-FS-REC  NOT = '00'
                 MOVE  'ERRO NO START DO RECERT'  TO WS-MSG
                 MOVE   WS-FS-REC                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              PERFORM 315-LER-PROXIMO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO OPERADOR DA CAMPANHA
      *--------------------------------------------------------------*
       315-LER-PROXIMO.

           READ RECERT NEXT RECORD
           IF WS-FS-REC = '10'
              MOVE 'S'  TO  WS-SW-FIM-CAMP
           ELSE
              IF WS-FS-REC  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO RECERT'  TO WS-MSG
                 MOVE   WS-FS-REC                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-CAMP-RC OF REG-RECERT NOT = WS-CAMP-IN
                 MOVE 'S'  TO  WS-SW-FIM-CAMP
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REVOGAR NO PRAZO O OPERADOR AINDA PENDENTE
      *--------------------------------------------------------------*
       320-REVOGAR-PENDENTE.

           IF REC-PENDENTE OF REG-RECERT
              IF WS-QTD-REVOG NOT < WS-MAX-REVOG
                 ADD 1  TO  WS-CTPEND
              ELSE
                 MOVE 'X'           TO  WS-DECISAO-RC OF REG-RECERT
                 MOVE SPACES        TO  WS-GESTOR-RC OF REG-RECERT
                 MOVE WS-DATA-HOJE  TO  WS-DTDECIS-RC OF REG-RECERT
                 PERFORM 250-PREPARAR-REVOGACAO
                 PERFORM 165-REGRAVAR-RECERT
              END-IF
           END-IF

           PERFORM 315-LER-PROXIMO
           .
      *--------------------------------------------------------------*
      *    LISTAR A CAMPANHA: CONTROLE, UMA LINHA POR OPERADOR E OS
      *    TOTAIS (LISTA DOS GESTORES NA ABERTURA, SITUACAO NO MODO
      *    S, RELATORIO DE CONCLUSAO PARA A AUDITORIA NO ENCERRAMENTO)
      *--------------------------------------------------------------*
       400-SITUACAO.

           PERFORM 150-LER-CONTROLE
           MOVE WS-DTABERT-RC OF REG-RECERT   TO  WS-DTABERT-LC
           MOVE WS-DTPRAZO-RC OF REG-RECERT   TO  WS-DTPRAZO-LC
           MOVE WS-DIASOCIO-RC OF REG-RECERT  TO  WS-DIASOCIO-LC
           MOVE WS-DIASOCIO-RC OF REG-RECERT  TO  WS-DIASOCIO
           MOVE WS-SIT-CAMP-RC OF REG-RECERT  TO  WS-SIT-LC
           MOVE SPACES  TO  WS-DTENCER-LC
           IF CAMP-ENCERRADA OF REG-RECERT
              MOVE WS-DTENCER-RC OF REG-RECERT  TO  WS-DTENCER-LC
           END-IF

           PERFORM 087-IMPCAB
           WRITE REG-RELREC  FROM  WS-LIN-CAMP
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELREC'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELREC  FROM  WS-CAB2
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2'  TO  WS-MSG
              MOVE WS-FS-REL             TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 2  TO  WS-CTLIN

           MOVE 'N'  TO  WS-SW-FIM-CAMP
           PERFORM 310-POSICIONAR-CAMPANHA
           PERFORM 410-LISTAR-OPERADOR
               UNTIL FIM-CAMPANHA

           MOVE SPACES  TO  WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           MOVE 'OPERADORES NA CAMPANHA'            TO  WS-TEXTO-LT
           MOVE WS-TOT-OPER                         TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'OCIOSOS (SEM USO NO PERIODO)'      TO  WS-TEXTO-LT
           MOVE WS-TOT-OCIOSO                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'CONFIRMADOS PELO GESTOR (C)'       TO  WS-TEXTO-LT
           MOVE WS-TOT-CONF                         TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  DOS QUAIS OCIOSOS'               TO  WS-TEXTO-LT
           MOVE WS-TOT-CONF-OCIO                    TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'REVOGADOS PELO GESTOR (R)'         TO  WS-TEXTO-LT
           MOVE WS-TOT-REVOG                        TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'REVOGADOS NO FIM DO PRAZO (X)'     TO  WS-TEXTO-LT
           MOVE WS-TOT-REVOG-PRZ                    TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'PENDENTES DE DECISAO (P)'          TO  WS-TEXTO-LT
           MOVE WS-TOT-PEND                         TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           .
      *--------------------------------------------------------------*
      *    LISTAR UM OPERADOR DA CAMPANHA E SOMAR NOS TOTAIS
      *--------------------------------------------------------------*
       410-LISTAR-OPERADOR.

           MOVE WS-OPERID-RC OF REG-RECERT   TO  WS-OPER-LO
           MOVE WS-NIVEL-RC OF REG-RECERT    TO  WS-NIVEL-LO
           MOVE WS-UNIDADE-RC OF REG-RECERT  TO  WS-UNID-LO
           MOVE WS-ULTONL-RC OF REG-RECERT   TO  WS-ULTONL-LO
           MOVE WS-ULTLOT-RC OF REG-RECERT   TO  WS-ULTLOT-LO
           PERFORM 145-APURAR-DIAS
           IF WS-ULT-USO = ZEROS
              MOVE '  ---'          TO  WS-DIAS-LO-X
           ELSE
              MOVE WS-DIAS-SEM-USO  TO  WS-DIAS-LO
           END-IF
           IF REC-OCIOSO OF REG-RECERT
              MOVE 'OCIOSO'  TO  WS-OCIOSO-LO
              ADD 1  TO  WS-TOT-OCIOSO
           ELSE
              MOVE SPACES    TO  WS-OCIOSO-LO
           END-IF
           MOVE WS-DECISAO-RC OF REG-RECERT  TO  WS-DECISAO-LO
           MOVE WS-GESTOR-RC OF REG-RECERT   TO  WS-GESTOR-LO
           MOVE WS-DTDECIS-RC OF REG-RECERT  TO  WS-DTDECIS-LO
           MOVE WS-DTREVOG-RC OF REG-RECERT  TO  WS-DTREVOG-LO
           PERFORM 086-IMPRIMIR-OPER

           ADD 1  TO  WS-TOT-OPER
           EVALUATE TRUE
               WHEN REC-CONFIRMADO OF REG-RECERT
                   ADD 1  TO  WS-TOT-CONF
                   IF REC-OCIOSO OF REG-RECERT
                      ADD 1  TO  WS-TOT-CONF-OCIO
                   END-IF
               WHEN REC-REVOGADO OF REG-RECERT
                   ADD 1  TO  WS-TOT-REVOG
               WHEN REC-REVOG-PRAZO OF REG-RECERT
                   ADD 1  TO  WS-TOT-REVOG-PRZ
               WHEN OTHER
                   ADD 1  TO  WS-TOT-PEND
           END-EVALUATE

           PERFORM 315-LER-PROXIMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG214        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS GRAVADOS - RECERT  = ' WS-CTGRAV
           DISPLAY ' * DECISOES REGISTRADAS         = ' WS-CTDEC
           DISPLAY ' * DECISOES RECUSADAS           = ' WS-CTDEC-REJ
           DISPLAY ' * CARTOES DE REVOGACAO-CARTREV = ' WS-QTD-REVOG
           IF WS-RECUSA  NOT = SPACES
              DISPLAY ' * CARTAO RECUSADO - RECERT INALTERADO'
           END-IF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           CLOSE  RECERT
           IF WS-FS-REC  NOT = '00'
              MOVE  'ERRO AO FECHAR O RECERT'  TO WS-MSG
              MOVE   WS-FS-REC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF NOT MODO-SITUACAO
              CLOSE  OPERTAB
              IF WS-FS-OPE  NOT = '00'
                 MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
                 MOVE   WS-FS-OPE                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF MODO-ABRIR
              CLOSE  AUDITLOG
              IF WS-FS-AUD  NOT = '00'
                 MOVE  'ERRO AO FECHAR O AUDITLOG'  TO WS-MSG
                 MOVE   WS-FS-AUD                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE  HISTALL
              IF WS-FS-HIS  NOT = '00'
                 MOVE  'ERRO AO FECHAR O HISTALL'  TO WS-MSG
                 MOVE   WS-FS-HIS                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF MODO-DECIDIR
              CLOSE  RECDEC
              IF WS-FS-DEC  NOT = '00'
                 MOVE  'ERRO AO FECHAR O RECDEC'  TO WS-MSG
                 MOVE   WS-FS-DEC                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  CARTREV
           IF WS-FS-CRV  NOT = '00'
              MOVE  'ERRO AO FECHAR O CARTREV'  TO WS-MSG
              MOVE   WS-FS-CRV                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELREC
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELREC'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG214        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG214 <
