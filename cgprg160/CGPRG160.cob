       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG160.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ENVIO DIARIO DAS NOTIFICACOES AS FAMILIAS. LE A
      *           FILA NOTIFILA (COPY NOTIFILC), ALIMENTADA PELOS
      *           PROGRAMAS QUE PRODUZEM OS EVENTOS (NOTAS, CONVOCACAO
      *           DE RECUPERACAO, REGUA DE COBRANCA, PAGAMENTO E RISCO
      *           DE EVASAO), E PARA CADA EVENTO:
      *           - BUSCA O NOME DO ALUNO NO CADALU E O CONTATO DA
      *             FAMILIA NO CONTFAM (COPY CONTFAMC);
      *           - FAMILIA QUE OPTOU POR NAO RECEBER ('N') NUNCA E
      *             NOTIFICADA; SEM CONTATO CADASTRADO, IDEM;
      *           - COM E-MAIL VAI POR E-MAIL, SENAO SMS NO CELULAR;
      *           - MONTA O TEXTO PELO TIPO DO EVENTO E GRAVA A
      *             MENSAGEM NA REMESSA DO GATEWAY (NOTIGW - COPY
      *             NOTIGWC, FECHADA POR RODAPE COM A QTDE).
      *           TODO EVENTO TRATADO, ENVIADO OU NAO, FICA NO
      *           HISTORICO NOTIHIST (COPY NOTIHISC) COM O TEXTO E A
      *           SITUACAO - E POR ELE QUE O CGPRG161 TRATA O RETORNO
      *           DO GATEWAY E IMPRIME A CARTA NA FALHA. O
      *           IDENTIFICADOR DA MENSAGEM E A DATA DO CARTAO DE
      *           PARAMETROS + SEQUENCIAL DO DIA (CONTINUA O ULTIMO
      *           JA GRAVADO, SE O JOB RODAR DUAS VEZES NO DIA).
      *           EVENTO DE TIPO DESCONHECIDO SAI NO SYSOUT (RC 4).
      *           A FILA E ESVAZIADA PELO JOB DEPOIS DESTE PASSO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010197  PROGRAMA CRIADO - ENVIO DAS
      *                          NOTIFICACOES AS FAMILIAS POR E-MAIL
      *                          E SMS
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
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-FIL
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CONTFAM ASSIGN TO CONTFAMJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-CF OF REG-CONTFAM
                  FILE STATUS   IS WS-FS-CON
           .
           SELECT NOTIHIST ASSIGN TO NOTIHISJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-ID-NH OF REG-NOTIHIST
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT NOTIGW ASSIGN TO NOTIGWJ
                  FILE STATUS   IS WS-FS-GTW
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  NOTIFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIFILA.
           COPY NOTIFILC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CONTFAM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONTFAM.
           COPY CONTFAMC.
       FD  NOTIHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIHIST.
           COPY NOTIHISC.
       FD  NOTIGW
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIGW.
           COPY NOTIGWC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTEMAIL             PIC 9(06) VALUE ZEROS.
           05  WS-CTSMS               PIC 9(06) VALUE ZEROS.
           05  WS-CTOPTOU             PIC 9(06) VALUE ZEROS.
           05  WS-CTSEMCONT           PIC 9(06) VALUE ZEROS.
           05  WS-CTINVAL             PIC 9(06) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(06) VALUE ZEROS.
           05  WS-CTREMESSA           PIC 9(06) VALUE ZEROS.
           05  WS-SEQ-MSG             PIC 9(06) VALUE ZEROS.
           05  WS-FS-FIL              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-CON              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-GTW              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG160'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-NOME-ALU            PIC X(20).
           05  WS-CELULAR-ED          PIC 9(11).
      *-----> DATA AAAAMMDD E COMPETENCIA AAAAMM EDITADAS PARA O TEXTO
           05  WS-DATA-TRAB           PIC 9(08).
           05  WS-DATA-TRAB-R  REDEFINES  WS-DATA-TRAB.
               10  WS-TRAB-AAAA       PIC X(04).
               10  WS-TRAB-MM         PIC X(02).
               10  WS-TRAB-DD         PIC X(02).
           05  WS-DATA-EDIT           PIC X(10).
           05  WS-COMPET-TRAB         PIC 9(06).
           05  WS-COMPET-TRAB-R  REDEFINES  WS-COMPET-TRAB.
               10  WS-COMP-AAAA       PIC X(04).
               10  WS-COMP-MM         PIC X(02).
           05  WS-COMPET-EDIT         PIC X(07).

      *-----> CARTAO DE PARAMETROS (SYSIN): DATA DO ENVIO (PREFIXO DO
      *       IDENTIFICADOR DAS MENSAGENS) E RUN-ID
       01  WS-REG-PARM.
           05  WS-DATA-IN             PIC 9(08).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> AREA DE TRABALHO DO REGISTRO DO NOTIHIST
       01  WS-REG-NOTIHIST.
           COPY NOTIHISC.

      *-----> TEXTOS DAS MENSAGENS, UM POR TIPO DE EVENTO (ATE 160
      *       POSICOES - O QUE PASSAR E CORTADO NO WS-TEXTO-NH)
       01  WS-TX-NOTAS.
           05 FILLER              PIC X(28) VALUE
              'FATEC SCS: NOTAS LANCADAS - '.
           05 WS-TXN-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE ' (MATR. '.
           05 WS-TXN-MAT          PIC 9(05).
           05 FILLER              PIC X(08) VALUE ') CURSO '.
           05 WS-TXN-CURSO        PIC X(12).
           05 FILLER              PIC X(05) VALUE ': N1 '.
           05 WS-TXN-N1           PIC Z9,99.
           05 FILLER              PIC X(04) VALUE ' N2 '.
           05 WS-TXN-N2           PIC Z9,99.
           05 FILLER              PIC X(04) VALUE ' N3 '.
           05 WS-TXN-N3           PIC Z9,99.
           05 FILLER              PIC X(04) VALUE ' N4 '.
           05 WS-TXN-N4           PIC Z9,99.
           05 WS-TXN-MEDIA-G.
              10 FILLER           PIC X(07) VALUE ' MEDIA '.
              10 WS-TXN-MEDIA     PIC Z9,99.
           05 FILLER              PIC X(01) VALUE '.'.
           05 FILLER              PIC X(24) VALUE SPACES.

       01  WS-TX-RECUP.
           05 FILLER              PIC X(11) VALUE 'FATEC SCS: '.
           05 WS-TXR-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE ' (MATR. '.
           05 WS-TXR-MAT          PIC 9(05).
           05 FILLER              PIC X(33) VALUE
              ') CONVOCADO(A) P/ RECUPERACAO DE '.
           05 WS-TXR-CURSO        PIC X(12).
           05 FILLER              PIC X(04) VALUE ' EM '.
           05 WS-TXR-DATA         PIC X(10).
           05 FILLER              PIC X(06) VALUE ', SALA'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-TXR-SALA         PIC X(10).
           05 FILLER              PIC X(27) VALUE
              '. COMPARECER COM DOCUMENTO.'.
           05 FILLER              PIC X(13) VALUE SPACES.

       01  WS-TX-COBRANCA.
           05 FILLER              PIC X(25) VALUE
              'FATEC SCS: MENSALIDADE DE'.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-TXC-COMPET       PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-TXC-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE ' (MATR. '.
           05 WS-TXC-MAT          PIC 9(05).
           05 FILLER              PIC X(14) VALUE
              ') VENCIDA EM '.
           05 WS-TXC-VENC         PIC X(10).
           05 FILLER              PIC X(09) VALUE ', SALDO '.
           05 WS-TXC-SALDO        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE '. '.
           05 WS-TXC-ESTAGIO      PIC X(40).

       01  WS-TX-PAGAMENTO.
           05 FILLER              PIC X(21) VALUE
              'FATEC SCS: RECEBEMOS '.
           05 WS-TXP-VALOR        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(04) VALUE ' EM '.
           05 WS-TXP-DATA         PIC X(10).
           05 FILLER              PIC X(19) VALUE
              ' DA MENSALIDADE DE '.
           05 WS-TXP-COMPET       PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-TXP-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE ' (MATR. '.
           05 WS-TXP-MAT          PIC 9(05).
           05 FILLER              PIC X(02) VALUE ').'.
           05 WS-TXP-SITUACAO     PIC X(26).

       01  WS-TX-RISCO.
           05 FILLER              PIC X(28) VALUE
              'FATEC SCS: A COORDENACAO DE '.
           05 WS-TXS-CURSO        PIC X(12).
           05 FILLER              PIC X(27) VALUE
              ' CONVIDA O RESPONSAVEL POR '.
           05 WS-TXS-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE ' (MATR. '.
           05 WS-TXS-MAT          PIC 9(05).
           05 FILLER              PIC X(30) VALUE
              ') PARA CONVERSAR SOBRE O ACOMP'.
           05 FILLER              PIC X(29) VALUE
              'ANHAMENTO ACADEMICO DO ALUNO.'.

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
       000-CGPRG160.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FS-FIL = '10'
           PERFORM 070-FECHAR-REMESSA
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG160 - NOTIFICACOES AS FAMILIAS    *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * DATA DO ENVIO : ' WS-DATA-IN
           DISPLAY ' * RUN-ID        : ' WS-RUNID-IN
           IF WS-DATA-IN NOT NUMERIC OR WS-DATA-IN = ZEROS
              OR WS-RUNID-IN NOT NUMERIC OR WS-RUNID-IN = ZEROS
              MOVE  'PARAMETRO DO ENVIO ERRADO'  TO WS-MSG
              MOVE  '  '                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR

           OPEN INPUT NOTIFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CONTFAM
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONTFAM'  TO WS-MSG
              MOVE   WS-FS-CON                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O NOTIHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT NOTIGW
           IF WS-FS-GTW  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIGW'  TO WS-MSG
              MOVE   WS-FS-GTW                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 018-ULTIMO-SEQUENCIAL

           PERFORM 025-LER-NOTIFILA
           .
      *--------------------------------------------------------------*
      *    ACHAR O ULTIMO SEQUENCIAL JA GRAVADO NO NOTIHIST PARA A
      *    DATA DO ENVIO - UMA SEGUNDA EXECUCAO NO MESMO DIA CONTINUA
      *    A NUMERACAO EM VEZ DE COLIDIR NA CHAVE
      *--------------------------------------------------------------*
       018-ULTIMO-SEQUENCIAL.

           MOVE ZEROS       TO  WS-SEQ-MSG
           MOVE WS-DATA-IN  TO  WS-DT-ID-NH OF REG-NOTIHIST
           MOVE ZEROS       TO  WS-SEQ-ID-NH OF REG-NOTIHIST

           START NOTIHIST  KEY NOT < WS-ID-NH OF REG-NOTIHIST
           IF WS-FS-HIS = '00'
              PERFORM 019-LER-NOTIHIST
              PERFORM 019-GUARDAR-SEQUENCIAL
                  UNTIL WS-FS-HIS = '10'
                     OR WS-DT-ID-NH OF REG-NOTIHIST NOT = WS-DATA-IN
           ELSE
              IF WS-FS-HIS NOT = '23'
                 MOVE 'ERRO NO START DO NOTIHIST'  TO WS-MSG
                 MOVE  WS-FS-HIS                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           IF WS-SEQ-MSG > ZEROS
              DISPLAY ' * DATA JA TEM MENSAGENS - CONTINUA APOS '
                      WS-SEQ-MSG
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO NOTIHIST NA VARREDURA DA DATA
      *--------------------------------------------------------------*
       019-LER-NOTIHIST.

           READ NOTIHIST  NEXT RECORD
           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO NOTIHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O SEQUENCIAL DO REGISTRO DA DATA E AVANCAR
      *--------------------------------------------------------------*
       019-GUARDAR-SEQUENCIAL.

           MOVE WS-SEQ-ID-NH OF REG-NOTIHIST  TO  WS-SEQ-MSG
           PERFORM 019-LER-NOTIHIST
           .
      *--------------------------------------------------------------*
      *    LEITURA DA FILA DE NOTIFICACOES
      *--------------------------------------------------------------*
       025-LER-NOTIFILA.

           READ NOTIFILA

           IF WS-FS-FIL  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                     TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-FIL = '00'
                 ADD   1  TO  WS-CTLIDO
                 MOVE REG-NOTIFILA  TO  WS-IMAGEM-ERR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM EVENTO DA FILA: TEXTO, CONTATO E OPCAO DA
      *    FAMILIA, REMESSA AO GATEWAY E HISTORICO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT NF-NOTAS AND NOT NF-RECUPERACAO
              AND NOT NF-COBRANCA AND NOT NF-PAGAMENTO
              AND NOT NF-RISCO
              ADD 1  TO  WS-CTINVAL
              DISPLAY ' *** EVENTO DESCONHECIDO NA FILA - '
                      WS-EVENTO-NF ' MATR. ' WS-NUMERO-NF
                      ' ORIGEM ' WS-ORIGEM-NF ' ***'
              GO TO 030-PROCESSAR-LER
           END-IF

           ADD 1  TO  WS-SEQ-MSG
           MOVE SPACES            TO  WS-REG-NOTIHIST
           MOVE WS-DATA-IN        TO  WS-DT-ID-NH OF WS-REG-NOTIHIST
           MOVE WS-SEQ-MSG        TO  WS-SEQ-ID-NH OF WS-REG-NOTIHIST
           MOVE WS-EVENTO-NF      TO  WS-EVENTO-NH OF WS-REG-NOTIHIST
           MOVE WS-NUMERO-NF      TO  WS-NUMERO-NH OF WS-REG-NOTIHIST
           MOVE WS-ORIGEM-NF      TO  WS-ORIGEM-NH OF WS-REG-NOTIHIST
           MOVE WS-DATA-NF        TO  WS-DATA-EVT-NH OF WS-REG-NOTIHIST
           MOVE WS-CARTA-NF       TO  WS-CARTA-ORIG-NH
                                      OF WS-REG-NOTIHIST
           MOVE WS-DATA-IN        TO  WS-DT-ENVIO-NH OF WS-REG-NOTIHIST
           MOVE WS-RUNID-IN       TO  WS-RUNID-NH OF WS-REG-NOTIHIST
           MOVE ZEROS             TO  WS-DT-RETORNO-NH
                                      OF WS-REG-NOTIHIST
           MOVE 'N'               TO  WS-CARTA-NH OF WS-REG-NOTIHIST

           PERFORM 040-BUSCAR-ALUNO
           PERFORM 050-MONTAR-TEXTO
           PERFORM 045-BUSCAR-CONTATO

           IF NH-ENVIADA OF WS-REG-NOTIHIST
              PERFORM 060-GRAVAR-REMESSA
           END-IF

           PERFORM 065-GRAVAR-HISTORICO
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-NOTIFILA
           .
      *--------------------------------------------------------------*
      *    NOME DO ALUNO NO CADALU - MATRICULA JA EXCLUIDA SAI SO COM
      *    O NUMERO NO TEXTO
      *--------------------------------------------------------------*
       040-BUSCAR-ALUNO.

           MOVE WS-NUMERO-NF  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '00'
              MOVE WS-NOME-S OF REG-CADALU  TO  WS-NOME-ALU
           ELSE
              IF WS-FS-ALU NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE 'ALUNO(A)'  TO  WS-NOME-ALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTATO E OPCAO DA FAMILIA NO CONTFAM: OPTOU POR NAO
      *    RECEBER = 'O'; SEM REGISTRO OU SEM E-MAIL E CELULAR = 'S';
      *    COM E-MAIL VAI POR E-MAIL, SENAO SMS - AMBOS 'P'
      *--------------------------------------------------------------*
       045-BUSCAR-CONTATO.

           MOVE WS-NUMERO-NF  TO  WS-NUMERO-CF OF REG-CONTFAM
           READ CONTFAM
           IF WS-FS-CON = '23'
              MOVE 'S'  TO  WS-SIT-NH OF WS-REG-NOTIHIST
              ADD 1  TO  WS-CTSEMCONT
           ELSE
              IF WS-FS-CON NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CONTFAM'  TO WS-MSG
                 MOVE  WS-FS-CON                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              EVALUATE TRUE
                  WHEN CF-RECUSA OF REG-CONTFAM
                       MOVE 'O'  TO  WS-SIT-NH OF WS-REG-NOTIHIST
                       ADD 1  TO  WS-CTOPTOU
                  WHEN WS-EMAIL-CF OF REG-CONTFAM NOT = SPACES
                       MOVE 'P'  TO  WS-SIT-NH OF WS-REG-NOTIHIST
                       MOVE 'E'  TO  WS-CANAL-NH OF WS-REG-NOTIHIST
                       MOVE WS-EMAIL-CF OF REG-CONTFAM
                                 TO  WS-DESTINO-NH OF WS-REG-NOTIHIST
                       ADD 1  TO  WS-CTEMAIL
                  WHEN WS-CELULAR-CF OF REG-CONTFAM > ZEROS
                       MOVE 'P'  TO  WS-SIT-NH OF WS-REG-NOTIHIST
                       MOVE 'S'  TO  WS-CANAL-NH OF WS-REG-NOTIHIST
                       MOVE WS-CELULAR-CF OF REG-CONTFAM
                                 TO  WS-CELULAR-ED
                       MOVE WS-CELULAR-ED
                                 TO  WS-DESTINO-NH OF WS-REG-NOTIHIST
                       ADD 1  TO  WS-CTSMS
                  WHEN OTHER
                       MOVE 'S'  TO  WS-SIT-NH OF WS-REG-NOTIHIST
                       ADD 1  TO  WS-CTSEMCONT
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR O ASSUNTO E O TEXTO DA MENSAGEM PELO TIPO DO EVENTO
      *--------------------------------------------------------------*
       050-MONTAR-TEXTO.

           EVALUATE TRUE
               WHEN NF-NOTAS
                    PERFORM 051-TEXTO-NOTAS
               WHEN NF-RECUPERACAO
                    PERFORM 052-TEXTO-RECUPERACAO
               WHEN NF-COBRANCA
                    PERFORM 053-TEXTO-COBRANCA
               WHEN NF-PAGAMENTO
                    PERFORM 054-TEXTO-PAGAMENTO
               WHEN OTHER
                    PERFORM 055-TEXTO-RISCO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    NOTAS LANCADAS - MEDIA ZERADA NAO VAI NO TEXTO
      *--------------------------------------------------------------*
       051-TEXTO-NOTAS.

           MOVE WS-NOME-ALU   TO  WS-TXN-NOME
           MOVE WS-NUMERO-NF  TO  WS-TXN-MAT
           MOVE WS-CURSO-NF   TO  WS-TXN-CURSO
           MOVE WS-NOTA1-NF   TO  WS-TXN-N1
           MOVE WS-NOTA2-NF   TO  WS-TXN-N2
           MOVE WS-NOTA3-NF   TO  WS-TXN-N3
           MOVE WS-NOTA4-NF   TO  WS-TXN-N4
           IF WS-MEDIA-NF = ZEROS
              MOVE SPACES       TO  WS-TXN-MEDIA-G
           ELSE
              MOVE ' MEDIA '    TO  WS-TXN-MEDIA-G
              MOVE WS-MEDIA-NF  TO  WS-TXN-MEDIA
           END-IF

           MOVE 'FATEC SCS - NOTAS LANCADAS'
                              TO  WS-ASSUNTO-NH OF WS-REG-NOTIHIST
           MOVE WS-TX-NOTAS   TO  WS-TEXTO-NH OF WS-REG-NOTIHIST
           .
      *--------------------------------------------------------------*
      *    CONVOCACAO PARA O EXAME DE RECUPERACAO
      *--------------------------------------------------------------*
       052-TEXTO-RECUPERACAO.

           MOVE WS-NOME-ALU      TO  WS-TXR-NOME
           MOVE WS-NUMERO-NF     TO  WS-TXR-MAT
           MOVE WS-CURSO-NF      TO  WS-TXR-CURSO
           MOVE WS-DT-SESSAO-NF  TO  WS-DATA-TRAB
           PERFORM 057-EDITAR-DATA
           MOVE WS-DATA-EDIT     TO  WS-TXR-DATA
           MOVE WS-SALA-NF       TO  WS-TXR-SALA

           MOVE 'FATEC SCS - CONVOCACAO PARA RECUPERACAO'
                                 TO  WS-ASSUNTO-NH OF WS-REG-NOTIHIST
           MOVE WS-TX-RECUP      TO  WS-TEXTO-NH OF WS-REG-NOTIHIST
           .
      *--------------------------------------------------------------*
      *    COBRANCA VENCIDA NO ESTAGIO DA REGUA (CGPRG091)
      *--------------------------------------------------------------*
       053-TEXTO-COBRANCA.

           MOVE WS-COMPET-COB-NF  TO  WS-COMPET-TRAB
           PERFORM 058-EDITAR-COMPETENCIA
           MOVE WS-COMPET-EDIT    TO  WS-TXC-COMPET
           MOVE WS-NOME-ALU       TO  WS-TXC-NOME
           MOVE WS-NUMERO-NF      TO  WS-TXC-MAT
           MOVE WS-VENC-NF        TO  WS-DATA-TRAB
           PERFORM 057-EDITAR-DATA
           MOVE WS-DATA-EDIT      TO  WS-TXC-VENC
           MOVE WS-SALDO-NF       TO  WS-TXC-SALDO

           EVALUATE WS-ESTAGIO-NF
               WHEN '1'
                    MOVE 'REGULARIZE PELO BOLETO OU NA SECRETARIA.'
                                  TO  WS-TXC-ESTAGIO
               WHEN '2'
                    MOVE 'NOTIFICACAO FORMAL - PROCURE A SECRETARIA.'
                                  TO  WS-TXC-ESTAGIO
               WHEN OTHER
                    MOVE 'DEBITO ENCAMINHADO PARA PROTESTO.'
                                  TO  WS-TXC-ESTAGIO
           END-EVALUATE

           MOVE 'FATEC SCS - MENSALIDADE EM ABERTO'
                                  TO  WS-ASSUNTO-NH OF WS-REG-NOTIHIST
           MOVE WS-TX-COBRANCA    TO  WS-TEXTO-NH OF WS-REG-NOTIHIST
           .
      *--------------------------------------------------------------*
      *    PAGAMENTO RECEBIDO (BANCO OU BALCAO)
      *--------------------------------------------------------------*
       054-TEXTO-PAGAMENTO.

           MOVE WS-VALOR-NF       TO  WS-TXP-VALOR
           MOVE WS-DT-PAGTO-NF    TO  WS-DATA-TRAB
           PERFORM 057-EDITAR-DATA
           MOVE WS-DATA-EDIT      TO  WS-TXP-DATA
           MOVE WS-COMPET-PAG-NF  TO  WS-COMPET-TRAB
           PERFORM 058-EDITAR-COMPETENCIA
           MOVE WS-COMPET-EDIT    TO  WS-TXP-COMPET
           MOVE WS-NOME-ALU       TO  WS-TXP-NOME
           MOVE WS-NUMERO-NF      TO  WS-TXP-MAT

           EVALUATE WS-QUITADA-NF
               WHEN 'S'
                    MOVE ' MENSALIDADE QUITADA.'  TO  WS-TXP-SITUACAO
               WHEN 'N'
                    MOVE ' AINDA HA SALDO EM ABERTO.'
                                                  TO  WS-TXP-SITUACAO
               WHEN OTHER
                    MOVE SPACES                   TO  WS-TXP-SITUACAO
           END-EVALUATE

           MOVE 'FATEC SCS - PAGAMENTO RECEBIDO'
                                  TO  WS-ASSUNTO-NH OF WS-REG-NOTIHIST
           MOVE WS-TX-PAGAMENTO   TO  WS-TEXTO-NH OF WS-REG-NOTIHIST
           .
      *--------------------------------------------------------------*
      *    RISCO DE EVASAO - CONVITE DA COORDENACAO, SEM O ESCORE
      *--------------------------------------------------------------*
       055-TEXTO-RISCO.

           MOVE WS-CURSO-NF   TO  WS-TXS-CURSO
           MOVE WS-NOME-ALU   TO  WS-TXS-NOME
           MOVE WS-NUMERO-NF  TO  WS-TXS-MAT

           MOVE 'FATEC SCS - CONVITE DA COORDENACAO'
                              TO  WS-ASSUNTO-NH OF WS-REG-NOTIHIST
           MOVE WS-TX-RISCO   TO  WS-TEXTO-NH OF WS-REG-NOTIHIST
           .
      *--------------------------------------------------------------*
      *    EDITAR WS-DATA-TRAB (AAAAMMDD) EM WS-DATA-EDIT (DD/MM/AAAA)
      *--------------------------------------------------------------*
       057-EDITAR-DATA.

           STRING  WS-TRAB-DD  '/'
                   WS-TRAB-MM  '/'
                   WS-TRAB-AAAA
           DELIMITED BY SIZE INTO WS-DATA-EDIT
           .
      *--------------------------------------------------------------*
      *    EDITAR WS-COMPET-TRAB (AAAAMM) EM WS-COMPET-EDIT (MM/AAAA)
      *--------------------------------------------------------------*
       058-EDITAR-COMPETENCIA.

           STRING  WS-COMP-MM  '/'
                   WS-COMP-AAAA
           DELIMITED BY SIZE INTO WS-COMPET-EDIT
           .
      *--------------------------------------------------------------*
      *    GRAVAR A MENSAGEM NA REMESSA DO GATEWAY
      *--------------------------------------------------------------*
       060-GRAVAR-REMESSA.

           MOVE SPACES  TO  REG-NOTIGW
           SET GW-MENSAGEM  TO  TRUE
           MOVE WS-ID-NH OF WS-REG-NOTIHIST       TO  WS-ID-GW
           MOVE WS-CANAL-NH OF WS-REG-NOTIHIST    TO  WS-CANAL-GW
           MOVE WS-DESTINO-NH OF WS-REG-NOTIHIST  TO  WS-DESTINO-GW
           MOVE WS-ASSUNTO-NH OF WS-REG-NOTIHIST  TO  WS-ASSUNTO-GW
           MOVE WS-TEXTO-NH OF WS-REG-NOTIHIST    TO  WS-TEXTO-GW

           WRITE REG-NOTIGW
           IF WS-FS-GTW  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIGW'  TO WS-MSG
              MOVE   WS-FS-GTW                    TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              ADD 1  TO  WS-CTREMESSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O EVENTO TRATADO NO HISTORICO NOTIHIST
      *--------------------------------------------------------------*
       065-GRAVAR-HISTORICO.

           WRITE REG-NOTIHIST  FROM  WS-REG-NOTIHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR A REMESSA DO GATEWAY COM O RODAPE
      *--------------------------------------------------------------*
       070-FECHAR-REMESSA.

           MOVE SPACES        TO  REG-NOTIGW
           SET GW-RODAPE      TO  TRUE
           MOVE WS-CTREMESSA  TO  WS-QTD-GW
           MOVE WS-DATA-IN    TO  WS-DATA-GW
           WRITE REG-NOTIGW
           IF WS-FS-GTW NOT = '00'
              MOVE 'ERRO GRAVACAO RODAPE NOTIGW'  TO WS-MSG
              MOVE  WS-FS-GTW                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG160        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * EVENTOS LIDOS      - NOTIFILA= ' WS-CTLIDO
           DISPLAY ' * ENVIADOS POR E-MAIL          = ' WS-CTEMAIL
           DISPLAY ' * ENVIADOS POR SMS             = ' WS-CTSMS
           DISPLAY ' * NAO ENVIADOS - OPCAO FAMILIA = ' WS-CTOPTOU
           DISPLAY ' * NAO ENVIADOS - SEM CONTATO   = ' WS-CTSEMCONT
           DISPLAY ' * EVENTOS DESCONHECIDOS        = ' WS-CTINVAL
           DISPLAY ' * MENSAGENS NA REMESSA - NOTIGW= ' WS-CTREMESSA
           DISPLAY ' *========================================*'

           IF WS-CTINVAL > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTEMAIL + WS-CTSMS + WS-CTOPTOU
                   + WS-CTSEMCONT + WS-CTINVAL
           IF WS-CTLIDO NOT = WS-CTPROC
              OR WS-CTREMESSA NOT = WS-CTEMAIL + WS-CTSMS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  NOTIFILA
           IF WS-FS-FIL  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-FIL                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CONTFAM
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONTFAM'  TO WS-MSG
              MOVE   WS-FS-CON                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIGW
           IF WS-FS-GTW  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIGW'  TO WS-MSG
              MOVE   WS-FS-GTW                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG160        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG160 <
