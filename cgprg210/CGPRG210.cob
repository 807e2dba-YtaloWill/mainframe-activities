       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG210.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: SOLICITACAO ONLINE DE RELATORIOS (TRANSACAO CGSR,
      *           OPCAO R DO MENU CG81, NIVEL 1 OU MAIS). ACABA COM O
      *           TELEFONEMA PARA A OPERACAO E O CARTAO RELPARM
      *           EDITADO A MAO PARA UM RELALU DE UM CURSO OU UM
      *           RELACID DE UMA UF:
      *           - O OPERADOR ESCOLHE UM RELATORIO DO CATALOGO
      *             (COPY RELCATC) E DIGITA O CARTAO DE PARAMETROS
      *             (COPY RELPARM), VALIDADO NA HORA COM AS REGRAS
      *             DO CGPRG075 MODO P: PERIODO ZEROS OU AAAAMM REAL,
      *             FILTRO EM BRANCO, UF DA UFTAB OU CURSO CADASTRADO
      *             NO FAIXNUM;
      *           - A SOLICITACAO ENTRA NA FILA RELFILA (COPY
      *             RELFILAC) E O CGPRG211 A SUBMETE NA PROXIMA
      *             JANELA BATCH (CGJOB211), ARQUIVANDO A SAIDA NO
      *             REPOSREL SOB A CHAVE DO SOLICITANTE;
      *           - A TELA LISTA AS ULTIMAS 10 SOLICITACOES DO
      *             OPERADOR COM A SITUACAO E O RUN-ID DA PUBLICACAO,
      *             E A CONCLUIDA PODE TER A REIMPRESSAO PEDIDA (O
      *             CGPRG211 A EMITE PELO CGPRG079 NA JANELA).
      *           LIMITES POR NIVEL DO OPERADOR: O NIVEL MINIMO DE
      *           CADA RELATORIO VEM DO CATALOGO E O NUMERO DE
      *           SOLICITACOES EM ABERTO (PENDENTE OU SUBMETIDA) E 2
      *           NO NIVEL 1, 5 NO NIVEL 2 E 10 NO NIVEL 3. CADA
      *           EXIBICAO, SOLICITACAO, REIMPRESSAO OU RECUSA DE
      *           AUTORIDADE E REGISTRADA NO AUDITLOG
      *--------------------------------------------------------------*
      * ENTRADA (UMA LINHA DIGITADA + ENTER):
      *   POS 01    FUNCAO: S = SOLICITAR / I = PEDIR REIMPRESSAO
      *   POS 02-09 S: NOME DO RELATORIO / I: NR DA LINHA (01-10)
      *   POS 10-15 S: PERIODO AAAAMM (BRANCO/ZEROS = TODOS)
      *   POS 16-30 S: FILTRO (BRANCO = SEM FILTRO)
      *   ENTER SEM FUNCAO ATUALIZA A LISTA; PF3 VOLTA AO MENU
      *--------------------------------------------------------------*
      * INSTALACAO (RDO/CEDA):
      *   TRANSACAO ..: CGSR   PROGRAM(CGPRG210)
      *   ARQUIVOS ...: RELFILA / FAIXNUM / OPERTAB / AUDITLOG (FCT,
      *                 VSAM KSDS)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010229  PROGRAMA CRIADO - SOLICITACAO ONLINE
      *                          DE RELATORIOS (CGSR)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> IDENTIFICADORES DE TECLA DE ATENCAO (AID) DO CICS
           COPY DFHAID.

      *-----> VARIAVEIS AUXILIARES DA TRANSACAO
       01  WS-AREA-AUX.
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG210'.
           05  WS-TRANID              PIC X(04) VALUE 'CGSR'.
           05  WS-TRANID-MENU         PIC X(04) VALUE 'CG81'.
           05  WS-RESP                PIC S9(08) COMP.
           05  WS-RESP2               PIC S9(08) COMP.
           05  WS-ABSTIME             PIC S9(15) COMP-3.
           05  WS-USERID              PIC X(08).
           05  WS-OPERID              PIC X(03).
           05  WS-AUD-RESULT          PIC X(01).
           05  WS-AUD-ALVO            PIC X(13).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-HORA-HOJE           PIC 9(06).
           05  WS-CAT-SUB             PIC 9(02).
           05  WS-UF-SUB              PIC 9(02).
           05  WS-LIN-SUB             PIC 9(02).
           05  WS-QTD-LISTA           PIC 9(02).
           05  WS-CTABERTAS           PIC 9(03).
           05  WS-LIMITE              PIC 9(02).
           05  WS-NR-LINHA            PIC 9(02).
           05  WS-PONT                PIC 9(03).
           05  WS-SW-FIM-BRW          PIC X(01).
               88 FIM-BROWSE              VALUE 'S'.
               88 NAO-FIM-BROWSE          VALUE 'N'.
           05  WS-SW-CURSO            PIC X(01).
               88 CURSO-ENCONTRADO        VALUE 'S'.
               88 CURSO-AUSENTE           VALUE 'N'.

      *-----> LIMITE DE SOLICITACOES EM ABERTO POR NIVEL (1, 2, 3)
       01  WS-TAB-LIMITE-CARGA    PIC X(06)       VALUE '020510'.
       01  WS-TAB-LIMITE  REDEFINES  WS-TAB-LIMITE-CARGA.
           05  WS-LIMITE-NIVEL        PIC 9(02)  OCCURS 3 TIMES.

      *-----> CATALOGO DE RELATORIOS SOLICITAVEIS E TABELA DE UFs
           COPY RELCATC.
           COPY UFTAB.

      *-----> REGISTROS DOS ARQUIVOS
       01  WS-REG-RELFILA.
           COPY RELFILAC.
       01  WS-CHAVE-BRW.
           05 WS-OPER-BRW         PIC X(03).
           05 FILLER              PIC X(14).
       01  WS-REG-FAIXNUM.
           COPY FAIXNUMC.
       01  WS-CHAVE-FXN.
           05 WS-CURSO-FXN        PIC X(12).
           05 FILLER              PIC X(04).
       01  WS-REG-OPERTAB.
           COPY OPERTABC.
       01  WS-REG-AUDIT.
           COPY AUDITCIC.

      *-----> ULTIMAS 10 SOLICITACOES DO OPERADOR (ORDEM DA CHAVE)
       01  WS-TAB-LISTA.
           05  WS-LISTA-RQ            PIC X(80)  OCCURS 10 TIMES.

      *-----> COMMAREA - NIVEL APURADO NA ENTRADA E AS CHAVES DAS
      *       LINHAS EXIBIDAS (PARA A REIMPRESSAO PELO NR DA LINHA)
       01  WS-COMMAREA.
           05  CA-NIVEL               PIC 9(01).
           05  CA-CHAVE               PIC X(17)  OCCURS 10 TIMES.

      *-----> TELA DA SOLICITACAO (TEXTO LIVRE)
       01  WS-TELA-SOLIC.
           05 FILLER               PIC X(40) VALUE
              'CGPRG210 - SOLICITACAO DE RELATORIOS   '.
           05 FILLER               PIC X(10) VALUE 'OPERADOR: '.
           05 WS-OPER-T            PIC X(03).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(25) VALUE
              'CATALOGO (NIVEL MINIMO): '.
           05 WS-CATALOGO-T        PIC X(45).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(31) VALUE
              'NR DD/MM HH:MM RELATORI PERIOD '.
           05 FILLER               PIC X(31) VALUE
              'FILTRO          SITUACAO  RUN  '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 WS-LISTA-OCOR        OCCURS 10 TIMES.
              10 WS-LINHA-T        PIC X(62).
              10 FILLER            PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(50) VALUE
              'S+RELATORIO(8)+PERIODO(6)+FILTRO(15) = SOLICITAR  '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(52) VALUE
              'I+NR(2) = REIMPRIMIR  ENTER = ATUALIZAR  PF3 = MENU '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 WS-MSG-T             PIC X(40) VALUE SPACES.

      *-----> LINHA DE UMA SOLICITACAO NA LISTA
       01  WS-LINHA-DET.
           05 WS-NR-L             PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIA-L            PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HORA-L           PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REL-L            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PER-L            PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FILTRO-L         PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-L            PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RUNID-L          PIC X(04).
           05 WS-REIMPR-L         PIC X(01).

      *-----> AREA DE ENTRADA DO TERMINAL
       01  WS-TELA-ENTRADA.
           05 WS-FUNCAO-E         PIC X(01).
              88 FUNCAO-SOLICITAR     VALUE 'S'.
              88 FUNCAO-REIMPRIMIR    VALUE 'I'.
           05 WS-REL-E            PIC X(08).
           05 WS-PERIODO-E        PIC X(06).
           05 WS-PERIODO-E-R  REDEFINES  WS-PERIODO-E.
              10 WS-PER-AAAA-E    PIC 9(04).
              10 WS-PER-MM-E      PIC 9(02).
           05 WS-FILTRO-E         PIC X(15).
       01  WS-TAM-ENTRADA         PIC S9(04) COMP VALUE +30.

      *-----> AVISO DE ENTRADA NEGADA
       01  WS-TELA-AVISO.
           05 WS-AVISO-TXT         PIC X(44).

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

       LINKAGE SECTION.
      *---------------*
       01  DFHCOMMAREA            PIC X(171).
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - CICLO PSEUDO-CONVERSACIONAL
      *--------------------------------------------------------------*
       000-CGPRG210.

           EXEC CICS HANDLE CONDITION
                PGMIDERR  (900-ERRO)
                ERROR     (900-ERRO)
           END-EXEC

           IF EIBCALEN = 0
              PERFORM 010-CONFERIR-NIVEL
              MOVE SPACES  TO  WS-MSG-T
              PERFORM 020-MONTAR-TELA
           ELSE
              MOVE DFHCOMMAREA  TO  WS-COMMAREA
              IF EIBAID = DFHPF3
                 PERFORM 090-TERMINAR
              ELSE
                 PERFORM 030-RECEBER
              END-IF
           END-IF

           EXEC CICS RETURN
                TRANSID  (WS-TRANID)
                COMMAREA (WS-COMMAREA)
                LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    SO OPERADOR CADASTRADO, ATIVO E EM VIGENCIA (NIVEL 1+)
      *    ENTRA; ENTRADA NEGADA E REGISTRADA NO AUDITLOG
      *--------------------------------------------------------------*
       010-CONFERIR-NIVEL.

           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC
           MOVE WS-USERID (1:3)  TO  WS-OPERID

           EXEC CICS READ
                DATASET   ('OPERTAB')
                INTO      (WS-REG-OPERTAB)
                RIDFLD    (WS-OPERID)
                RESP      (WS-RESP)
           END-EXEC

           MOVE 'SOLICITACOES'  TO  WS-AUD-ALVO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-NIVEL-T OF WS-REG-OPERTAB < 1
              MOVE 'N'  TO  WS-AUD-RESULT
              PERFORM 070-AUDITAR
              MOVE 'SOLICITACAO RESTRITA AO OPERADOR (NIVEL 1+)'
                   TO  WS-AVISO-TXT
              PERFORM 015-AVISAR-E-SAIR
           END-IF

      *-----> CICLO DE VIDA DO OPERADOR (OPERTABC/CGPRG134):
      *       REVOGADO OU FORA DE VIGENCIA NAO ENTRA. REGISTRO
      *       ANTIGO (ESPACOS) CONTA COMO ATIVO
           PERFORM 012-DATA-HORA
           MOVE SPACES  TO  WS-AVISO-TXT
           IF OPER-REVOGADO
              MOVE 'OPERADOR REVOGADO                         '
                   TO  WS-AVISO-TXT
           END-IF
           IF WS-DT-INI-T NUMERIC
              AND WS-DATA-HOJE < WS-DT-INI-T
              MOVE 'OPERADOR FORA DE VIGENCIA                 '
                   TO  WS-AVISO-TXT
           END-IF
           IF WS-DT-FIM-T NUMERIC
              AND WS-DT-FIM-T > ZEROS
              AND WS-DATA-HOJE > WS-DT-FIM-T
              MOVE 'OPERADOR FORA DE VIGENCIA                 '
                   TO  WS-AVISO-TXT
           END-IF
           IF WS-AVISO-TXT  NOT = SPACES
              MOVE 'N'  TO  WS-AUD-RESULT
              PERFORM 070-AUDITAR
              PERFORM 015-AVISAR-E-SAIR
           END-IF

           MOVE WS-NIVEL-T OF WS-REG-OPERTAB  TO  CA-NIVEL
           .
      *--------------------------------------------------------------*
      *    DATA E HORA CORRENTES DO CICS
      *--------------------------------------------------------------*
       012-DATA-HORA.

           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-DATA-HOJE)
                TIME     (WS-HORA-HOJE)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    ENVIAR O AVISO DE RECUSA E DEVOLVER AO MENU
      *--------------------------------------------------------------*
       015-AVISAR-E-SAIR.

           EXEC CICS SEND TEXT
                FROM    (WS-TELA-AVISO)
                LENGTH  (LENGTH OF WS-TELA-AVISO)
                ERASE
                RESP    (WS-RESP2)
           END-EXEC
           EXEC CICS RETURN
                TRANSID(WS-TRANID-MENU)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    MONTAR E ENVIAR A TELA: CATALOGO E ULTIMAS SOLICITACOES
      *--------------------------------------------------------------*
       020-MONTAR-TELA.

      *-----> A WORKING-STORAGE NAO SOBREVIVE ENTRE AS VOLTAS DO
      *       PSEUDO-CONVERSACIONAL - O OPERADOR E REAPURADO DO
      *       USERID A CADA REENVIO
           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC
           MOVE WS-USERID (1:3)  TO  WS-OPERID
           MOVE WS-OPERID        TO  WS-OPER-T

           MOVE SPACES  TO  WS-CATALOGO-T
           MOVE 1       TO  WS-PONT
           MOVE 1       TO  WS-CAT-SUB
           PERFORM 022-MONTAR-CATALOGO
               UNTIL WS-CAT-SUB > WS-RELCAT-QTD

           PERFORM 060-PERCORRER-FILA THRU 060-PERCORRER-FILA-FIM

           MOVE 1  TO  WS-LIN-SUB
           PERFORM 024-MONTAR-LINHA
               UNTIL WS-LIN-SUB > 10

           MOVE 'SOLICITACOES'  TO  WS-AUD-ALVO
           MOVE 'C'             TO  WS-AUD-RESULT
           PERFORM 070-AUDITAR

           EXEC CICS SEND TEXT
                FROM    (WS-TELA-SOLIC)
                LENGTH  (LENGTH OF WS-TELA-SOLIC)
                ERASE
                FREEKB
                RESP    (WS-RESP2)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    ACRESCENTAR UM RELATORIO E SEU NIVEL A LINHA DO CATALOGO
      *--------------------------------------------------------------*
       022-MONTAR-CATALOGO.

           STRING WS-RELCAT-NOME (WS-CAT-SUB)  DELIMITED BY SPACE
                  '('                          DELIMITED BY SIZE
                  WS-RELCAT-NIVEL (WS-CAT-SUB) DELIMITED BY SIZE
                  ') '                         DELIMITED BY SIZE
               INTO WS-CATALOGO-T  WITH POINTER WS-PONT
           END-STRING
           ADD 1  TO  WS-CAT-SUB
           .
      *--------------------------------------------------------------*
      *    MONTAR UMA LINHA DA LISTA E GUARDAR A CHAVE NA COMMAREA
      *--------------------------------------------------------------*
       024-MONTAR-LINHA.

           IF WS-LIN-SUB > WS-QTD-LISTA
              MOVE SPACES  TO  WS-LINHA-T (WS-LIN-SUB)
              MOVE SPACES  TO  CA-CHAVE (WS-LIN-SUB)
              ADD 1  TO  WS-LIN-SUB
              GO TO 024-MONTAR-LINHA-FIM
           END-IF

           MOVE WS-LISTA-RQ (WS-LIN-SUB)  TO  WS-REG-RELFILA
           MOVE WS-CHAVE-RQ               TO  CA-CHAVE (WS-LIN-SUB)

           MOVE WS-LIN-SUB  TO  WS-NR-L
           STRING WS-DATA-RQ (7:2) '/' WS-DATA-RQ (5:2)
               DELIMITED BY SIZE INTO WS-DIA-L
           STRING WS-HORA-RQ (1:2) ':' WS-HORA-RQ (3:2)
               DELIMITED BY SIZE INTO WS-HORA-L
           MOVE WS-REL-RQ      TO  WS-REL-L
           MOVE WS-PERIODO-RQ  TO  WS-PER-L
           MOVE WS-FILTRO-RQ   TO  WS-FILTRO-L

           EVALUATE TRUE
               WHEN RQ-PENDENTE
                   MOVE 'PENDENTE '  TO  WS-SIT-L
               WHEN RQ-SUBMETIDA
                   MOVE 'SUBMETIDA'  TO  WS-SIT-L
               WHEN RQ-CONCLUIDA
                   MOVE 'CONCLUIDA'  TO  WS-SIT-L
               WHEN RQ-FALHOU
                   MOVE 'FALHOU   '  TO  WS-SIT-L
               WHEN OTHER
                   MOVE '?        '  TO  WS-SIT-L
           END-EVALUATE

           IF WS-RUNID-RQ = ZEROS
              MOVE SPACES       TO  WS-RUNID-L
           ELSE
              MOVE WS-RUNID-RQ  TO  WS-RUNID-L
           END-IF
           IF RQ-REIMPR-PEDIDA
              MOVE '*'  TO  WS-REIMPR-L
           ELSE
              MOVE ' '  TO  WS-REIMPR-L
           END-IF

           MOVE WS-LINHA-DET  TO  WS-LINHA-T (WS-LIN-SUB)
           ADD 1  TO  WS-LIN-SUB
           .
       024-MONTAR-LINHA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RECEBER A LINHA DIGITADA E EXECUTAR A FUNCAO
      *--------------------------------------------------------------*
       030-RECEBER.

           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC
           MOVE WS-USERID (1:3)  TO  WS-OPERID

           MOVE LENGTH OF WS-TELA-ENTRADA  TO  WS-TAM-ENTRADA
           MOVE SPACES                     TO  WS-TELA-ENTRADA
           MOVE SPACES                     TO  WS-MSG-T

           EXEC CICS RECEIVE
                INTO    (WS-TELA-ENTRADA)
                LENGTH  (WS-TAM-ENTRADA)
                RESP    (WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN FUNCAO-SOLICITAR
                   PERFORM 040-SOLICITAR THRU 040-SOLICITAR-FIM
               WHEN FUNCAO-REIMPRIMIR
                   PERFORM 050-REIMPRIMIR THRU 050-REIMPRIMIR-FIM
               WHEN WS-FUNCAO-E = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA (S OU I)'  TO  WS-MSG-T
           END-EVALUATE

           PERFORM 020-MONTAR-TELA
           .
      *--------------------------------------------------------------*
      *    SOLICITAR UM RELATORIO: CATALOGO, NIVEL, PARAMETROS (REGRAS
      *    DO CGPRG075 MODO P), LIMITE EM ABERTO E GRAVACAO NA FILA
      *--------------------------------------------------------------*
       040-SOLICITAR.

           MOVE 1  TO  WS-CAT-SUB
           PERFORM 041-PROCURAR-RELAT
               UNTIL WS-CAT-SUB > WS-RELCAT-QTD
                  OR WS-RELCAT-NOME (WS-CAT-SUB) = WS-REL-E
           IF WS-CAT-SUB > WS-RELCAT-QTD
              MOVE 'RELATORIO FORA DO CATALOGO'  TO  WS-MSG-T
              GO TO 040-SOLICITAR-FIM
           END-IF

           IF CA-NIVEL < WS-RELCAT-NIVEL (WS-CAT-SUB)
              MOVE SPACES  TO  WS-AUD-ALVO
              STRING 'S' WS-REL-E
                  DELIMITED BY SIZE INTO WS-AUD-ALVO
              MOVE 'N'  TO  WS-AUD-RESULT
              PERFORM 070-AUDITAR
              MOVE 'SEM AUTORIDADE PARA O RELATORIO'  TO  WS-MSG-T
              GO TO 040-SOLICITAR-FIM
           END-IF

           IF WS-PERIODO-E = SPACES
              MOVE '000000'  TO  WS-PERIODO-E
           END-IF
           PERFORM 042-VALIDAR-PERIODO THRU 042-VALIDAR-PERIODO-FIM
           IF WS-MSG-T NOT = SPACES
              GO TO 040-SOLICITAR-FIM
           END-IF

           PERFORM 044-VALIDAR-FILTRO THRU 044-VALIDAR-FILTRO-FIM
           IF WS-MSG-T NOT = SPACES
              GO TO 040-SOLICITAR-FIM
           END-IF

      *-----> LIMITE DE SOLICITACOES EM ABERTO DO NIVEL
           PERFORM 060-PERCORRER-FILA THRU 060-PERCORRER-FILA-FIM
           MOVE WS-LIMITE-NIVEL (CA-NIVEL)  TO  WS-LIMITE
           IF WS-CTABERTAS NOT < WS-LIMITE
              MOVE 'LIMITE DE SOLICITACOES EM ABERTO'  TO  WS-MSG-T
              GO TO 040-SOLICITAR-FIM
           END-IF

           PERFORM 012-DATA-HORA
           MOVE SPACES          TO  WS-REG-RELFILA
           MOVE WS-OPERID       TO  WS-OPER-RQ
           MOVE WS-DATA-HOJE    TO  WS-DATA-RQ
           MOVE WS-HORA-HOJE    TO  WS-HORA-RQ
           MOVE '00'            TO  WS-HORA-RQ (5:2)
           MOVE WS-USERID       TO  WS-USERID-RQ
           MOVE WS-REL-E        TO  WS-REL-RQ
           MOVE WS-PERIODO-E    TO  WS-PERIODO-RQ
           MOVE WS-FILTRO-E     TO  WS-FILTRO-RQ
           SET  RQ-PENDENTE     TO  TRUE
           MOVE 'N'             TO  WS-REIMPR-RQ
           MOVE ZEROS           TO  WS-DTEXEC-RQ
           MOVE ZEROS           TO  WS-RUNID-RQ

           EXEC CICS WRITE
                DATASET   ('RELFILA')
                FROM      (WS-REG-RELFILA)
                RIDFLD    (WS-CHAVE-RQ)
                KEYLENGTH (LENGTH OF WS-CHAVE-RQ)
                RESP      (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPREC)
              MOVE 'JA HA SOLICITACAO NESTE MINUTO'  TO  WS-MSG-T
              GO TO 040-SOLICITAR-FIM
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA GRAVACAO DO RELFILA'  TO  WS-MSG-T
              GO TO 040-SOLICITAR-FIM
           END-IF

           MOVE SPACES  TO  WS-AUD-ALVO
           STRING 'S' WS-HORA-RQ (1:4) WS-REL-RQ
               DELIMITED BY SIZE INTO WS-AUD-ALVO
           MOVE 'A'  TO  WS-AUD-RESULT
           PERFORM 070-AUDITAR
           MOVE 'SOLICITACAO REGISTRADA - PENDENTE'  TO  WS-MSG-T
           .
       040-SOLICITAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NO CATALOGO
      *--------------------------------------------------------------*
       041-PROCURAR-RELAT.

           ADD 1  TO  WS-CAT-SUB
           .
      *--------------------------------------------------------------*
      *    VALIDAR O PERIODO AAAAMM (ZEROS = TODOS OS PERIODOS) - A
      *    MESMA REGRA DO 042-VALIDAR-PERIODO DO CGPRG075
      *--------------------------------------------------------------*
       042-VALIDAR-PERIODO.

           IF WS-PERIODO-E NOT NUMERIC
              MOVE 'PERIODO NAO NUMERICO'  TO  WS-MSG-T
              GO TO 042-VALIDAR-PERIODO-FIM
           END-IF

           IF WS-PERIODO-E = '000000'
              GO TO 042-VALIDAR-PERIODO-FIM
           END-IF

           IF WS-PER-MM-E < 01 OR WS-PER-MM-E > 12
              MOVE 'MES DO PERIODO INVALIDO'  TO  WS-MSG-T
           END-IF
           IF WS-PER-AAAA-E < 2000 OR WS-PER-AAAA-E > 2099
              MOVE 'ANO DO PERIODO INVALIDO'  TO  WS-MSG-T
           END-IF
           .
       042-VALIDAR-PERIODO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    VALIDAR O FILTRO: BRANCO, UF DA UFTAB OU CURSO DO FAIXNUM
      *    - A MESMA REGRA DO 044-VALIDAR-FILTRO DO CGPRG075
      *--------------------------------------------------------------*
       044-VALIDAR-FILTRO.

           IF WS-FILTRO-E = SPACES
              GO TO 044-VALIDAR-FILTRO-FIM
           END-IF

           IF WS-FILTRO-E (3:13) = SPACES
              MOVE 1  TO  WS-UF-SUB
              PERFORM 045-PROCURAR-UF
                  UNTIL WS-UF-SUB > 27
                     OR WS-UF-SIGLA (WS-UF-SUB) = WS-FILTRO-E (1:2)
              IF WS-UF-SUB NOT > 27
                 GO TO 044-VALIDAR-FILTRO-FIM
              END-IF
           END-IF

           PERFORM 046-PROCURAR-CURSO THRU 046-PROCURAR-CURSO-FIM
           IF CURSO-AUSENTE
              MOVE 'FILTRO NAO E UF NEM CURSO CADASTRADO'
                   TO  WS-MSG-T
           END-IF
           .
       044-VALIDAR-FILTRO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE UFs
      *--------------------------------------------------------------*
       045-PROCURAR-UF.

           ADD 1  TO  WS-UF-SUB
           .
      *--------------------------------------------------------------*
      *    PROCURAR O CURSO NO FAIXNUM: PRIMEIRA FAIXA A PARTIR DO
      *    CURSO (CHAVE CURSO+PERIODO) TEM DE SER DO PROPRIO CURSO
      *--------------------------------------------------------------*
       046-PROCURAR-CURSO.

           SET CURSO-AUSENTE  TO  TRUE
           IF WS-FILTRO-E (13:3) NOT = SPACES
              GO TO 046-PROCURAR-CURSO-FIM
           END-IF

           MOVE LOW-VALUES         TO  WS-CHAVE-FXN
           MOVE WS-FILTRO-E (1:12) TO  WS-CURSO-FXN

           EXEC CICS STARTBR
                DATASET   ('FAIXNUM')
                RIDFLD    (WS-CHAVE-FXN)
                GTEQ
                RESP      (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 046-PROCURAR-CURSO-FIM
           END-IF

           EXEC CICS READNEXT
                DATASET   ('FAIXNUM')
                INTO      (WS-REG-FAIXNUM)
                RIDFLD    (WS-CHAVE-FXN)
                RESP      (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-CURSO-X OF WS-REG-FAIXNUM = WS-FILTRO-E (1:12)
              SET CURSO-ENCONTRADO  TO  TRUE
           END-IF

           EXEC CICS ENDBR
                DATASET ('FAIXNUM')
                RESP    (WS-RESP2)
           END-EXEC
           .
       046-PROCURAR-CURSO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PEDIR A REIMPRESSAO DE UMA SOLICITACAO CONCLUIDA (PELO NR
      *    DA LINHA NA LISTA EXIBIDA)
      *--------------------------------------------------------------*
       050-REIMPRIMIR.

           IF WS-REL-E (1:2) NOT NUMERIC
              MOVE 'NR DA LINHA INVALIDO'  TO  WS-MSG-T
              GO TO 050-REIMPRIMIR-FIM
           END-IF
           MOVE WS-REL-E (1:2)  TO  WS-NR-LINHA
           IF WS-NR-LINHA < 1 OR WS-NR-LINHA > 10
              MOVE 'NR DA LINHA INVALIDO'  TO  WS-MSG-T
              GO TO 050-REIMPRIMIR-FIM
           END-IF
           IF CA-CHAVE (WS-NR-LINHA) = SPACES
              MOVE 'NR DA LINHA INVALIDO'  TO  WS-MSG-T
              GO TO 050-REIMPRIMIR-FIM
           END-IF

           MOVE CA-CHAVE (WS-NR-LINHA)  TO  WS-CHAVE-RQ
           EXEC CICS READ
                DATASET   ('RELFILA')
                INTO      (WS-REG-RELFILA)
                RIDFLD    (WS-CHAVE-RQ)
                UPDATE
                RESP      (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SOLICITACAO NAO ENCONTRADA'  TO  WS-MSG-T
              GO TO 050-REIMPRIMIR-FIM
           END-IF

           IF NOT RQ-CONCLUIDA
              EXEC CICS UNLOCK
                   DATASET ('RELFILA')
                   RESP    (WS-RESP2)
              END-EXEC
              MOVE 'SO A CONCLUIDA PODE SER REIMPRESSA'  TO  WS-MSG-T
              GO TO 050-REIMPRIMIR-FIM
           END-IF

           SET RQ-REIMPR-PEDIDA  TO  TRUE
           EXEC CICS REWRITE
                DATASET   ('RELFILA')
                FROM      (WS-REG-RELFILA)
                RESP      (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA REGRAVACAO DO RELFILA'  TO  WS-MSG-T
              GO TO 050-REIMPRIMIR-FIM
           END-IF

           MOVE SPACES  TO  WS-AUD-ALVO
           STRING 'I' WS-HORA-RQ (1:4) WS-REL-RQ
               DELIMITED BY SIZE INTO WS-AUD-ALVO
           MOVE 'A'  TO  WS-AUD-RESULT
           PERFORM 070-AUDITAR
           MOVE 'REIMPRESSAO PEDIDA - PROXIMA JANELA'  TO  WS-MSG-T
           .
       050-REIMPRIMIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PERCORRER AS SOLICITACOES DO OPERADOR: GUARDA AS ULTIMAS
      *    10 (ORDEM DA CHAVE = ORDEM DE SOLICITACAO) E CONTA AS EM
      *    ABERTO (PENDENTE OU SUBMETIDA)
      *--------------------------------------------------------------*
       060-PERCORRER-FILA.

           MOVE ZEROS   TO  WS-QTD-LISTA
           MOVE ZEROS   TO  WS-CTABERTAS
           MOVE SPACES  TO  WS-TAB-LISTA
           MOVE ZEROS   TO  WS-CHAVE-BRW
           MOVE WS-OPERID  TO  WS-OPER-BRW

           EXEC CICS STARTBR
                DATASET   ('RELFILA')
                RIDFLD    (WS-CHAVE-BRW)
                GTEQ
                RESP      (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 060-PERCORRER-FILA-FIM
           END-IF

           SET NAO-FIM-BROWSE  TO  TRUE
           PERFORM 062-LER-FILA THRU 062-LER-FILA-FIM
               UNTIL FIM-BROWSE

           EXEC CICS ENDBR
                DATASET ('RELFILA')
                RESP    (WS-RESP2)
           END-EXEC
           .
       060-PERCORRER-FILA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA SOLICITACAO DO OPERADOR E GUARDA-LA NA LISTA
      *--------------------------------------------------------------*
       062-LER-FILA.

           EXEC CICS READNEXT
                DATASET   ('RELFILA')
                INTO      (WS-REG-RELFILA)
                RIDFLD    (WS-CHAVE-BRW)
                RESP      (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-OPER-RQ NOT = WS-OPERID
              SET FIM-BROWSE  TO  TRUE
              GO TO 062-LER-FILA-FIM
           END-IF

           IF RQ-PENDENTE OR RQ-SUBMETIDA
              ADD 1  TO  WS-CTABERTAS
           END-IF

           IF WS-QTD-LISTA < 10
              ADD 1  TO  WS-QTD-LISTA
           ELSE
              MOVE 1  TO  WS-LIN-SUB
              PERFORM 064-DESLOCAR-LISTA
                  UNTIL WS-LIN-SUB > 9
           END-IF
           MOVE WS-REG-RELFILA  TO  WS-LISTA-RQ (WS-QTD-LISTA)
           .
       062-LER-FILA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    DESCARTAR A MAIS ANTIGA DA LISTA (DESLOCA UMA POSICAO)
      *--------------------------------------------------------------*
       064-DESLOCAR-LISTA.

           MOVE WS-LISTA-RQ (WS-LIN-SUB + 1)
                TO  WS-LISTA-RQ (WS-LIN-SUB)
           ADD 1  TO  WS-LIN-SUB
           .
      *--------------------------------------------------------------*
      *    REGISTRAR A ATIVIDADE NO AUDITLOG. CHAVE DUPLICADA
      *    (MESMO SEGUNDO) E TOLERADA SEM ABEND
      *--------------------------------------------------------------*
       070-AUDITAR.

           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-DATA-AU)
                TIME     (WS-HORA-AU)
           END-EXEC
           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC

           MOVE WS-USERID      TO  WS-USERID-AU
           MOVE EIBTRNID       TO  WS-TRANS-AU
           MOVE WS-AUD-ALVO    TO  WS-ALVO-AU
           MOVE WS-AUD-RESULT  TO  WS-RESULT-AU

           EXEC CICS WRITE
                DATASET   ('AUDITLOG')
                FROM      (WS-REG-AUDIT)
                RIDFLD    (WS-CHAVE-AU)
                KEYLENGTH (LENGTH OF WS-CHAVE-AU)
                RESP      (WS-RESP2)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    DEVOLVER O OPERADOR AO MENU (PF3)
      *--------------------------------------------------------------*
       090-TERMINAR.

           EXEC CICS SEND CONTROL
                FREEKB
                ERASE
                RESP    (WS-RESP2)
           END-EXEC

           EXEC CICS RETURN
                TRANSID(WS-TRANID-MENU)
                IMMEDIATE
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO - CONDICAO CICS NAO ESPERADA
      *--------------------------------------------------------------*
       900-ERRO.

           EXEC CICS SEND TEXT
                FROM    (WS-PROGID)
                LENGTH  (LENGTH OF WS-PROGID)
                ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .
      *---------------> FIM DO PROGRAMA CGPRG210 <
