       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG211.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EXECUTOR DA FILA DE SOLICITACOES DE RELATORIO
      *           (RELFILA, COPY RELFILAC) GRAVADA PELA TRANSACAO
      *           CGSR (CGPRG210). DOIS MODOS, PELO CARTAO DE SYSIN:
      *             S - SUBMETER (CGJOB211, NA JANELA BATCH): PARA
      *                 CADA SOLICITACAO PENDENTE GERA UM JOB NO
      *                 LEITOR INTERNO (DD INTRDRJ) COM OS STEPS:
      *                   STEP005 CGPRG075 MODO P - REVALIDA O
      *                           CARTAO (FAIXNUM PODE TER MUDADO
      *                           DESDE A SOLICITACAO);
      *                   STEP010 O PROGRAMA DO CATALOGO (COPY
      *                           RELCATC) COM O CARTAO RELPARM DA
      *                           SOLICITACAO, SAIDA EM TEMPORARIO;
      *                   STEP020 CGPRG078 - ARQUIVA NO REPOSREL SOB
      *                           A CHAVE DO SOLICITANTE ('S' +
      *                           OPERADOR + HHMM, DATA DA
      *                           SOLICITACAO, RUN-ID DO CARTAO);
      *                   STEP030/040 ESTE PROGRAMA NO MODO B, COM
      *                           O DESFECHO DOS STEPS ANTERIORES.
      *                 A SOLICITACAO PASSA A SUBMETIDA. PROGRAMA
      *                 CONTROLADO PELO CALPROC SO E SUBMETIDO SE O
      *                 CICLO DA DATA DE NEGOCIO CORRENTE JA O
      *                 COMPLETOU (RODA COM O CARTAO DE REEXECUCAO
      *                 E COM CHECKPOINT PROPRIO, SEM ALERTINS/CSV/
      *                 RUNSTAT); SENAO FICA PENDENTE PARA A PROXIMA
      *                 JANELA. A REIMPRESSAO PEDIDA NA TELA GERA UM
      *                 JOB DO CGPRG079 COM A MESMA CHAVE. RELATORIO
      *                 QUE SAIU DO CATALOGO FAZ A SOLICITACAO FALHAR.
      *             B - BAIXA (ULTIMO STEP DO JOB GERADO): GRAVA NA
      *                 SOLICITACAO DO CARTAO O DESFECHO C (CONCLUIDA)
      *                 OU F (FALHOU).
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01    MODO (S = SUBMETER / B = BAIXA)
      *   MODO S - POS 02-05 RUN-ID DA JANELA (CHAVE DO REPOSREL)
      *   MODO B - POS 02-18 CHAVE DA SOLICITACAO (OPERADOR +
      *            AAAAMMDD + HHMMSS); POS 19 DESFECHO (C OU F)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010229  PROGRAMA CRIADO - SUBMISSAO E BAIXA
      *                          DA FILA DE SOLICITACOES DE
      *                          RELATORIO DO ONLINE (CGSR)
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
      *-----> FILA DE SOLICITACOES (KSDS TAMBEM ABERTO PELO CICS -
      *       FECHADO NO ONLINE DURANTE A JANELA)
           SELECT RELFILA ASSIGN TO RELFILAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-RQ OF REG-RELFILA
                  FILE STATUS   IS WS-FS-FIL
           .
      *-----> CALENDARIO DE PROCESSAMENTO (SO NO MODO S)
           SELECT CALPROC ASSIGN TO CALPROCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-CAL OF REG-CALPROC
                  FILE STATUS   IS WS-FS-CLD
           .
      *-----> LEITOR INTERNO - JOBS GERADOS (SO NO MODO S)
           SELECT INTRDR ASSIGN TO INTRDRJ
                  FILE STATUS   IS WS-FS-RDR
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  RELFILA
           LABEL RECORD STANDARD
           .
       01  REG-RELFILA.
           COPY RELFILAC.
       FD  CALPROC
           LABEL RECORD STANDARD
           .
       01  REG-CALPROC.
           COPY CALPROCC.
       FD  INTRDR
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-INTRDR             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01) VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTSUBM              PIC 9(05) VALUE ZEROS.
           05  WS-CTAGUARDA           PIC 9(05) VALUE ZEROS.
           05  WS-CTREIMPR            PIC 9(05) VALUE ZEROS.
           05  WS-CTFORA              PIC 9(05) VALUE ZEROS.
           05  WS-CTCARTAO            PIC 9(07) VALUE ZEROS.
           05  WS-CAT-SUB             PIC 9(02).
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-DATA-NEG            PIC 9(08).
           05  WS-FS-FIL              PIC X(02).
           05  WS-FS-CLD              PIC X(02).
           05  WS-FS-RDR              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG211'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> CARTAO DE PARAMETROS: MODO + DADOS DO MODO
       01  WS-REG-PARM.
           05  WS-MODO-IN             PIC X(01).
               88 MODO-SUBMETER           VALUE 'S'.
               88 MODO-BAIXA              VALUE 'B'.
           05  WS-DADOS-IN            PIC X(18).
           05  WS-SUBM-IN  REDEFINES  WS-DADOS-IN.
               10  WS-RUNID-IN-X      PIC X(04).
               10  FILLER             PIC X(14).
           05  WS-BAIXA-IN  REDEFINES  WS-DADOS-IN.
               10  WS-CHAVE-IN        PIC X(17).
               10  WS-DESFECHO-IN     PIC X(01).
                   88 DESFECHO-VALIDO     VALUE 'C' 'F'.
       01  WS-RUNID-IN                PIC 9(04) VALUE ZEROS.

      *-----> CATALOGO DE RELATORIOS SOLICITAVEIS
           COPY RELCATC.

      *-----> CARTAO DE JCL EM MONTAGEM E PEDACOS VARIAVEIS
       01  WS-CARTAO                  PIC X(80).
       01  WS-NOME-JOB.
           05  FILLER                 PIC X(03) VALUE 'CGR'.
           05  WS-OPER-JOB            PIC X(03).
           05  WS-TIPO-JOB            PIC X(01).
       01  WS-CHAVE-PUB.
           05  WS-NOME-PUB.
               10  FILLER             PIC X(01) VALUE 'S'.
               10  WS-OPER-PUB        PIC X(03).
               10  WS-HHMM-PUB        PIC X(04).
           05  WS-DATA-PUB            PIC 9(08).
           05  WS-RUNID-PUB           PIC 9(04).
       01  WS-CARTAO-BAIXA.
           05  FILLER                 PIC X(01) VALUE 'B'.
           05  WS-CHAVE-BX            PIC X(17).
           05  WS-DESFECHO-BX         PIC X(01).
       01  WS-DATA-SOLIC-ED           PIC X(10).

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
       000-CGPRG211.

           PERFORM 010-INICIAR
           IF MODO-SUBMETER
              PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           ELSE
              PERFORM 080-DAR-BAIXA
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
           DISPLAY ' * CGPRG211 - FILA DE SOLICITACOES        *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * MODO           : ' WS-MODO-IN

           IF NOT MODO-SUBMETER AND NOT MODO-BAIXA
              MOVE  'MODO INVALIDO (S OU B)'  TO WS-MSG
              MOVE  '  '                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-SUBMETER
              IF WS-RUNID-IN-X NOT NUMERIC
                 MOVE  'RUN-ID INVALIDO'  TO WS-MSG
                 MOVE  '  '               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE WS-RUNID-IN-X  TO  WS-RUNID-IN
              MOVE WS-RUNID-IN    TO  WS-RUNID-ERR
              DISPLAY ' * RUN-ID         : ' WS-RUNID-IN
           ELSE
              IF WS-CHAVE-IN = SPACES OR NOT DESFECHO-VALIDO
                 MOVE  'CARTAO DE BAIXA INVALIDO'  TO WS-MSG
                 MOVE  '  '                        TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              DISPLAY ' * SOLICITACAO    : ' WS-CHAVE-IN
              DISPLAY ' * DESFECHO       : ' WS-DESFECHO-IN
           END-IF

           OPEN I-O RELFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-BAIXA
              GO TO 010-INICIAR-FIM
           END-IF

           OPEN INPUT CALPROC
           IF WS-FS-CLD  NOT = '00'
              MOVE  'ERRO AO ABRIR O CALPROC'  TO WS-MSG
              MOVE   WS-FS-CLD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'GERAL'  TO  WS-CHAVE-CAL OF REG-CALPROC
           READ CALPROC
           IF WS-FS-CLD  NOT = '00'
              MOVE  'CALENDARIO SEM DATA GERAL'  TO WS-MSG
              MOVE   WS-FS-CLD                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-DATA-CAL OF REG-CALPROC  TO  WS-DATA-NEG
           DISPLAY ' * DATA DE NEGOCIO: ' WS-DATA-NEG

           OPEN OUTPUT INTRDR
           IF WS-FS-RDR  NOT = '00'
              MOVE  'ERRO AO ABRIR O INTRDR'  TO WS-MSG
              MOVE   WS-FS-RDR                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-RELFILA
           .
       010-INICIAR-FIM.
           EXIT.
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
      *    LER A PROXIMA SOLICITACAO DA FILA
      *--------------------------------------------------------------*
       025-LER-RELFILA.

           READ RELFILA  NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD 1  TO  WS-CTLIDO
           END-READ

           IF WS-FS-FIL  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO RELFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MODO S: SUBMETER A PENDENTE OU A REIMPRESSAO PEDIDA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE REG-RELFILA  TO  WS-IMAGEM-ERR

           IF RQ-PENDENTE OF REG-RELFILA
              PERFORM 040-SUBMETER THRU 040-SUBMETER-FIM
           ELSE
              IF RQ-CONCLUIDA OF REG-RELFILA
                 AND RQ-REIMPR-PEDIDA OF REG-RELFILA
                 PERFORM 050-REIMPRIMIR THRU 050-REIMPRIMIR-FIM
              END-IF
           END-IF

           PERFORM 025-LER-RELFILA
           .
      *--------------------------------------------------------------*
      *    SUBMETER UMA SOLICITACAO PENDENTE
      *--------------------------------------------------------------*
       040-SUBMETER.

           MOVE 1  TO  WS-CAT-SUB
           PERFORM 041-PROCURAR-RELAT
               UNTIL WS-CAT-SUB > WS-RELCAT-QTD
                  OR WS-RELCAT-NOME (WS-CAT-SUB) =
                     WS-REL-RQ OF REG-RELFILA

      *-----> RELATORIO QUE SAIU DO CATALOGO DEPOIS DA SOLICITACAO
           IF WS-CAT-SUB > WS-RELCAT-QTD
              DISPLAY ' * FORA DO CATALOGO  : '
                      WS-CHAVE-RQ OF REG-RELFILA ' '
                      WS-REL-RQ OF REG-RELFILA
              SET RQ-FALHOU OF REG-RELFILA  TO  TRUE
              MOVE WS-DATA-HOJE  TO  WS-DTEXEC-RQ OF REG-RELFILA
              PERFORM 045-REGRAVAR-RELFILA
              ADD 1  TO  WS-CTFORA
              GO TO 040-SUBMETER-FIM
           END-IF

      *-----> PROGRAMA CONTROLADO PELO CALPROC: SO DEPOIS DO CICLO
           IF WS-RELCAT-CAL (WS-CAT-SUB) = 'S'
              MOVE WS-RELCAT-PROG (WS-CAT-SUB)
                   TO  WS-CHAVE-CAL OF REG-CALPROC
              READ CALPROC
              IF WS-FS-CLD NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO CALPROC'  TO WS-MSG
                 MOVE  WS-FS-CLD                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-CLD = '23'
                 OR WS-DATA-CAL OF REG-CALPROC NOT = WS-DATA-NEG
                 OR NOT CAL-COMPLETA OF REG-CALPROC
                 DISPLAY ' * AGUARDANDO CICLO  : '
                         WS-CHAVE-RQ OF REG-RELFILA ' '
                         WS-REL-RQ OF REG-RELFILA
                 ADD 1  TO  WS-CTAGUARDA
                 GO TO 040-SUBMETER-FIM
              END-IF
           END-IF

           PERFORM 042-MONTAR-CHAVES
           MOVE 'S'  TO  WS-TIPO-JOB
           PERFORM 060-JCL-CABECALHO
           PERFORM 062-JCL-VALIDACAO
           EVALUATE WS-RELCAT-PROG (WS-CAT-SUB)
               WHEN 'CGPRG009'
                   PERFORM 064-JCL-RELALU
               WHEN 'CGPRG031'
                   PERFORM 066-JCL-RELRANK
               WHEN 'CGPRG011'
                   PERFORM 068-JCL-RELACID
           END-EVALUATE
           PERFORM 070-JCL-ARQUIVAR
           PERFORM 072-JCL-BAIXA

           SET RQ-SUBMETIDA OF REG-RELFILA  TO  TRUE
           MOVE WS-DATA-HOJE  TO  WS-DTEXEC-RQ OF REG-RELFILA
           MOVE WS-RUNID-IN   TO  WS-RUNID-RQ  OF REG-RELFILA
           PERFORM 045-REGRAVAR-RELFILA
           ADD 1  TO  WS-CTSUBM
           DISPLAY ' * SUBMETIDA         : '
                   WS-CHAVE-RQ OF REG-RELFILA ' '
                   WS-REL-RQ OF REG-RELFILA ' JOB ' WS-NOME-JOB
           .
       040-SUBMETER-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NO CATALOGO
      *--------------------------------------------------------------*
       041-PROCURAR-RELAT.

           ADD 1  TO  WS-CAT-SUB
           .
      *--------------------------------------------------------------*
      *    MONTAR O NOME DO JOB E A CHAVE DA PUBLICACAO NO REPOSREL
      *--------------------------------------------------------------*
       042-MONTAR-CHAVES.

           MOVE WS-OPER-RQ OF REG-RELFILA         TO  WS-OPER-JOB
           MOVE WS-OPER-RQ OF REG-RELFILA         TO  WS-OPER-PUB
           MOVE WS-HORA-RQ OF REG-RELFILA (1:4)   TO  WS-HHMM-PUB
           MOVE WS-DATA-RQ OF REG-RELFILA         TO  WS-DATA-PUB
           MOVE WS-CHAVE-RQ OF REG-RELFILA        TO  WS-CHAVE-BX
           STRING WS-DATA-RQ OF REG-RELFILA (7:2) '/'
                  WS-DATA-RQ OF REG-RELFILA (5:2) '/'
                  WS-DATA-RQ OF REG-RELFILA (1:4)
               DELIMITED BY SIZE INTO WS-DATA-SOLIC-ED
           .
      *--------------------------------------------------------------*
      *    REGRAVAR A SOLICITACAO COM A NOVA SITUACAO
      *--------------------------------------------------------------*
       045-REGRAVAR-RELFILA.

           REWRITE REG-RELFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO RELFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    SUBMETER A REIMPRESSAO DE UMA SOLICITACAO CONCLUIDA: JOB
      *    DO CGPRG079 COM A CHAVE GRAVADA NA SUBMISSAO ORIGINAL
      *--------------------------------------------------------------*
       050-REIMPRIMIR.

           PERFORM 042-MONTAR-CHAVES
           MOVE WS-RUNID-RQ OF REG-RELFILA  TO  WS-RUNID-PUB
           MOVE 'I'  TO  WS-TIPO-JOB
           PERFORM 060-JCL-CABECALHO

           MOVE '//STEP010  EXEC PGM=CGPRG079'        TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//REPOSREJ DD   DSN=PROD.CG.REPOSREL,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//RELSAIJ  DD   SYSOUT=*'            TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSIN    DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE WS-CHAVE-PUB                          TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           PERFORM 076-JCL-ERRLOG

           MOVE 'N'  TO  WS-REIMPR-RQ OF REG-RELFILA
           PERFORM 045-REGRAVAR-RELFILA
           ADD 1  TO  WS-CTREIMPR
           DISPLAY ' * REIMPRESSAO       : '
                   WS-CHAVE-RQ OF REG-RELFILA ' '
                   WS-REL-RQ OF REG-RELFILA ' JOB ' WS-NOME-JOB
           .
       050-REIMPRIMIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CARTAO JOB (NOME CGR + OPERADOR + S/I, NOTIFY PARA O
      *    SOLICITANTE) E COMENTARIO DE IDENTIFICACAO
      *--------------------------------------------------------------*
       060-JCL-CABECALHO.

           MOVE SPACES  TO  WS-CARTAO
           STRING '//' WS-NOME-JOB
                  ' JOB (ACCT),''SOLIC RELATORIO'',CLASS=A,'
                  'MSGCLASS=X,'
               DELIMITED BY SIZE INTO WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO

           MOVE SPACES  TO  WS-CARTAO
           STRING '//             NOTIFY='
                                        DELIMITED BY SIZE
                  WS-USERID-RQ OF REG-RELFILA
                                        DELIMITED BY SPACE
               INTO WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO

           MOVE SPACES  TO  WS-CARTAO
           STRING '//*  SOLICITACAO ONLINE (CGSR) DE '
                  WS-OPER-RQ OF REG-RELFILA
                  ' EM ' WS-DATA-SOLIC-ED ' '
                  WS-HORA-RQ OF REG-RELFILA (1:2) ':'
                  WS-HORA-RQ OF REG-RELFILA (3:2) ' - '
                  WS-REL-RQ OF REG-RELFILA
               DELIMITED BY SIZE INTO WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           .
      *--------------------------------------------------------------*
      *    STEP005 - REVALIDACAO DO CARTAO PELO CGPRG075 (MODO P)
      *--------------------------------------------------------------*
       062-JCL-VALIDACAO.

           MOVE '//STEP005  EXEC PGM=CGPRG075'        TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//FAIXNUMJ DD   DSN=PROD.CG.FAIXNUM,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//PARMINJ  DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE WS-PARM-RQ OF REG-RELFILA             TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSIN    DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE 'P'                                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           PERFORM 076-JCL-ERRLOG
           .
      *--------------------------------------------------------------*
      *    STEP010 - RELALU (CGPRG009): CARTAO RELPARM, MEDIA MINIMA
      *    ZERO, SEM SIMULACAO E CARTAO DE REEXECUCAO; CHECKPOINT
      *    PROPRIO E CSV/SIMULACAO/RUNSTAT EM DUMMY
      *--------------------------------------------------------------*
       064-JCL-RELALU.

           MOVE '//STEP010  EXEC PGM=CGPRG009,COND=(0,NE,STEP005)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CADALUJ  DD   DSN=PROD.CG.CADALU,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//FREQALUJ DD   DSN=PROD.CG.FREQALU,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//NOTADISJ DD   DSN=PROD.CG.NOTADISC,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CURSOTBJ DD   DSN=PROD.CG.CURSOTAB,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CALPROCJ DD   DSN=PROD.CG.CALPROC,DISP=OLD'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CKPT009J DD   DSN=PROD.CG.CKPT009.SOLIC,DISP=(MOD,CA
      -         'TLG,CATLG),'                         TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             DCB=(RECFM=FB,LRECL=15)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//RELALUJ  DD   DSN=&&RELSAI,DISP=(NEW,PASS),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CSVALUJ  DD   DUMMY'               TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SIMALUJ  DD   DUMMY'               TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//RUNSTATJ DD   DUMMY'               TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSIN    DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE WS-PARM-RQ OF REG-RELFILA             TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '0000'                                TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE 'N'                                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE 'R'                                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           PERFORM 076-JCL-ERRLOG
           .
      *--------------------------------------------------------------*
      *    STEP010 - RELRANK (CGPRG031): SO O CARTAO RELPARM
      *--------------------------------------------------------------*
       066-JCL-RELRANK.

           MOVE '//STEP010  EXEC PGM=CGPRG031,COND=(0,NE,STEP005)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CADALUJ  DD   DSN=PROD.CG.CADALU,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CURSOTBJ DD   DSN=PROD.CG.CURSOTAB,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SORTWKJ  DD   UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//RELRANKJ DD   DSN=&&RELSAI,DISP=(NEW,PASS),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSIN    DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE WS-PARM-RQ OF REG-RELFILA             TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           PERFORM 076-JCL-ERRLOG
           .
      *--------------------------------------------------------------*
      *    STEP010 - RELACID (CGPRG011): CARTAO RELPARM E CARTAO DE
      *    REEXECUCAO; CHECKPOINT PROPRIO E ALERTINS/RUNSTAT EM DUMMY
      *    (A SOLICITACAO NAO REPETE OS ALERTAS DO CICLO)
      *--------------------------------------------------------------*
       068-JCL-RELACID.

           MOVE '//STEP010  EXEC PGM=CGPRG011,COND=(0,NE,STEP005)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CADGRAVJ DD   DSN=PROD.CG.CADGRAVA,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SORTWKJ  DD   UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             DCB=(RECFM=FB,LRECL=41)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CADGRVSJ DD   UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             DCB=(RECFM=FB,LRECL=41)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//POLTABJ  DD   DSN=PROD.CG.POLTAB,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//MUNTABJ  DD   DSN=PROD.CG.MUNTAB,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CKPT011J DD   DSN=PROD.CG.CKPT011.SOLIC,DISP=(MOD,CA
      -         'TLG,CATLG),'                         TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             DCB=(RECFM=FB,LRECL=8)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//RELACIDJ DD   DSN=&&RELSAI,DISP=(NEW,PASS),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//ALERTINJ DD   DUMMY'               TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//CALPROCJ DD   DSN=PROD.CG.CALPROC,DISP=OLD'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//RUNSTATJ DD   DUMMY'               TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSIN    DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE WS-PARM-RQ OF REG-RELFILA             TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE 'R'                                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           PERFORM 076-JCL-ERRLOG
           .
      *--------------------------------------------------------------*
      *    STEP020 - ARQUIVAMENTO NO REPOSREL PELO CGPRG078
      *--------------------------------------------------------------*
       070-JCL-ARQUIVAR.

           MOVE WS-RUNID-IN  TO  WS-RUNID-PUB

           MOVE '//STEP020  EXEC PGM=CGPRG078,'       TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             COND=((0,NE,STEP005),(4,LT,STEP010))'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//RELENTJ  DD   DSN=&&RELSAI,DISP=(OLD,DELETE)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//REPOSREJ DD   DSN=PROD.CG.REPOSREL,DISP=(MOD,CATLG,
      -         'CATLG),'                             TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             UNIT=SYSDA,SPACE=(CYL,(5,5),RLSE),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             DCB=(RECFM=FB,LRECL=160)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSIN    DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE WS-CHAVE-PUB                          TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           PERFORM 076-JCL-ERRLOG
           .
      *--------------------------------------------------------------*
      *    STEP030/040 - BAIXA PELO PROPRIO CGPRG211 (MODO B): FALHOU
      *    SE ALGUM STEP ABENDOU OU TERMINOU COM RC ACIMA DO ACEITO
      *--------------------------------------------------------------*
       072-JCL-BAIXA.

           MOVE '// IF (ABEND | STEP005.RC > 0 | STEP010.RC > 4 |'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//     STEP020.RC > 0) THEN'         TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//STEP030  EXEC PGM=CGPRG211'        TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE 'F'  TO  WS-DESFECHO-BX
           PERFORM 074-JCL-STEP-BAIXA
           MOVE '// ELSE'                             TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//STEP040  EXEC PGM=CGPRG211'        TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE 'C'  TO  WS-DESFECHO-BX
           PERFORM 074-JCL-STEP-BAIXA
           MOVE '// ENDIF'                            TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           .
      *--------------------------------------------------------------*
      *    DDs E CARTAO DE UM STEP DE BAIXA
      *--------------------------------------------------------------*
       074-JCL-STEP-BAIXA.

           MOVE '//RELFILAJ DD   DSN=PROD.CG.RELFILA,DISP=SHR'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSIN    DD   *'                   TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE WS-CARTAO-BAIXA                       TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           PERFORM 076-JCL-ERRLOG
           .
      *--------------------------------------------------------------*
      *    DD ERRLOGJ (LOG PERSISTENTE DE ABENDS) E SYSOUT DO STEP
      *--------------------------------------------------------------*
       076-JCL-ERRLOG.

           MOVE '//ERRLOGJ  DD   DSN=PROD.CG.ERRLOG,DISP=(MOD,CATLG,CAT
      -         'LG),'                                TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//             DCB=(RECFM=FB,LRECL=160)'
                                                      TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           MOVE '//SYSOUT   DD   SYSOUT=*'            TO  WS-CARTAO
           PERFORM 095-GRAVAR-CARTAO
           .
      *--------------------------------------------------------------*
      *    MODO B: GRAVAR O DESFECHO NA SOLICITACAO DO CARTAO
      *--------------------------------------------------------------*
       080-DAR-BAIXA.

           MOVE WS-CHAVE-IN  TO  WS-CHAVE-RQ OF REG-RELFILA
           READ RELFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'SOLICITACAO NAO ENCONTRADA'  TO WS-MSG
              MOVE   WS-FS-FIL                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIDO
           MOVE REG-RELFILA  TO  WS-IMAGEM-ERR

           MOVE WS-DESFECHO-IN  TO  WS-SIT-RQ OF REG-RELFILA
           PERFORM 045-REGRAVAR-RELFILA
           DISPLAY ' * BAIXA GRAVADA     : '
                   WS-CHAVE-RQ OF REG-RELFILA ' '
                   WS-REL-RQ OF REG-RELFILA ' '
                   WS-SIT-RQ OF REG-RELFILA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG211        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * SOLICITACOES LIDAS - RELFILA = ' WS-CTLIDO
           IF MODO-SUBMETER
              DISPLAY ' * SUBMETIDAS                   = ' WS-CTSUBM
              DISPLAY ' * AGUARDANDO O CICLO DO DIA    = '
                      WS-CTAGUARDA
              DISPLAY ' * REIMPRESSOES SUBMETIDAS      = '
                      WS-CTREIMPR
              DISPLAY ' * FORA DO CATALOGO (FALHOU)    = ' WS-CTFORA
              DISPLAY ' * CARTOES GRAVADOS - INTRDR    = '
                      WS-CTCARTAO
           END-IF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTFORA > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           CLOSE  RELFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-SUBMETER
              CLOSE  CALPROC
              IF WS-FS-CLD  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CALPROC'  TO WS-MSG
                 MOVE   WS-FS-CLD                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE  INTRDR
              IF WS-FS-RDR  NOT = '00'
                 MOVE  'ERRO AO FECHAR O INTRDR'  TO WS-MSG
                 MOVE   WS-FS-RDR                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG211        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM CARTAO DE JCL NO LEITOR INTERNO
      *--------------------------------------------------------------*
       095-GRAVAR-CARTAO.

           MOVE WS-CARTAO  TO  REG-INTRDR
           WRITE REG-INTRDR
           IF WS-FS-RDR  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO INTRDR'  TO WS-MSG
              MOVE   WS-FS-RDR                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTCARTAO
           MOVE SPACES  TO  WS-CARTAO
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG211 <
