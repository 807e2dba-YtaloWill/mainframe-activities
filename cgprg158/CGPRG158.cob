       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG158.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PROCESSAR OS PEDIDOS DAS FAMILIAS VINDOS DO PORTAL
      *           (PORTREQ - COPY PORTREQC), O CAMINHO DE VOLTA DO
      *           EXTRATO DO CGPRG130. TODO PEDIDO EXIGE O ALUNO NO
      *           CADALU. POR TIPO:
      *           - 'E' = ENDERECO NOVO: VALIDADO PELA MESMA REGRA
      *             DOS CARTOES DO CGPRG027 (CGPRG159) E APLICADO NO
      *             CADEND - ALTERA O REGISTRO EXISTENTE (TELEFONE E
      *             RESPONSAVEL FICAM) OU INCLUI UM NOVO;
      *           - 'F' = TELEFONE NOVO: VALIDADO PELO CGPRG159 E
      *             APLICADO NO REGISTRO EXISTENTE DO CADEND (SEM
      *             ENDERECO CADASTRADO O PEDIDO E RECUSADO);
      *           - 'D' = DECLARACAO DE MATRICULA: A MATRICULA VAI
      *             PARA O DECK DECLREQ (CARTAO DE PERIODO, UMA
      *             MATRICULA POR CARTAO E SENTINELA DE NOVES), QUE
      *             E A SYSIN DO CGPRG035 NO PASSO SEGUINTE DO JOB;
      *           - 'M' = E-MAIL/CELULAR DO RESPONSAVEL E OPCAO DE
      *             RECEBER ('S') OU NAO ('N') AS NOTIFICACOES DO
      *             CGPRG160: INCLUI OU ALTERA O CONTFAM.
      *           CADA PEDIDO GANHA UM REGISTRO DE RESPOSTA NO
      *           PORTRSP (COPY PORTRSPC) - ACEITO OU RECUSADO, COM
      *           O MOTIVO - FECHADO POR UM RODAPE COM AS QTDES.
      *           RC 4 = PEDIDO RECUSADO; RC 8 = QTDE LIDA DIFERENTE
      *           DO RODAPE DO PORTREQ (ARQUIVO INCOMPLETO)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010196  PROGRAMA CRIADO - PEDIDOS DAS
      *                          FAMILIAS VINDOS DO PORTAL
      *  V02    OUT/2026 010197  PEDIDO 'M' DO PORTAL MANTEM O CONTFAM
      *                          (E-MAIL, CELULAR E OPCAO DA FAMILIA
      *                          PELAS NOTIFICACOES DO CGPRG160)
      *  V03    OUT/2026 010199  O ENDERECO NOVO VINDO DO PORTAL LIMPA
      *                          A MARCA DE ENDERECO DEVOLVIDO PELOS
      *                          CORREIOS (WS-SIT-END-D /
      *                          WS-DT-DEVOL-D - VER CADENDC, MARCADA
      *                          PELO CGPRG165): O ENDERECO CORRIGIDO
      *                          VOLTA A RECEBER CARTAS
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
           SELECT PORTREQ ASSIGN TO PORTREQJ
                  FILE STATUS   IS WS-FS-PRQ
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
           SELECT CONTFAM ASSIGN TO CONTFAMJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-CF OF REG-CONTFAM
                  FILE STATUS   IS WS-FS-CON
           .
           SELECT PORTRSP ASSIGN TO PORTRSPJ
                  FILE STATUS   IS WS-FS-PRS
           .
           SELECT DECLREQ ASSIGN TO DECLREQJ
                  FILE STATUS   IS WS-FS-DEC
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PORTREQ
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PORTREQ.
           COPY PORTREQC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CADEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADEND.
           COPY CADENDC.
      *-----> CONTATOS ELETRONICOS DA FAMILIA (VER V02)
       FD  CONTFAM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONTFAM.
           COPY CONTFAMC.
       FD  PORTRSP
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PORTRSP.
           COPY PORTRSPC.
       FD  DECLREQ
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DECLREQ            PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-SW-RODAPE           PIC X(01) VALUE 'N'.
               88 RODAPE-LIDO             VALUE 'S'.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTEND               PIC 9(06) VALUE ZEROS.
           05  WS-CTENDINC            PIC 9(06) VALUE ZEROS.
           05  WS-CTFONE              PIC 9(06) VALUE ZEROS.
           05  WS-CTDECL              PIC 9(06) VALUE ZEROS.
           05  WS-CTCONT              PIC 9(06) VALUE ZEROS.
           05  WS-CTCONTINC           PIC 9(06) VALUE ZEROS.
           05  WS-QTD-ARROBA          PIC 9(02) VALUE ZEROS.
           05  WS-CTACEITO            PIC 9(06) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(06) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(06) VALUE ZEROS.
           05  WS-QTD-RODAPE          PIC 9(06) VALUE ZEROS.
           05  WS-FS-PRQ              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-PRS              PIC X(02).
           05  WS-FS-DEC              PIC X(02).
           05  WS-FS-CON              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG158'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> CARTAO DE PARAMETROS (SYSIN): DATA DO MOVIMENTO, RUN-ID
      *       GRAVADO NO CADEND E PERIODO DE REFERENCIA (AAAAMM) DAS
      *       DECLARACOES - ZERADO = ANO/MES DA DATA DO MOVIMENTO
       01  WS-REG-PARM.
           05  WS-DT-REF-IN           PIC 9(08).
           05  WS-DT-REF-IN-R  REDEFINES  WS-DT-REF-IN.
               10  WS-AAAAMM-REF-IN   PIC 9(06).
               10  FILLER             PIC 9(02).
           05  WS-RUNID-IN            PIC 9(04).
           05  WS-PERIODO-IN          PIC 9(06).

      *-----> AREA DE CHAMADA DA REGRA DE VALIDACAO DO CADEND
       01  WS-ENDVAL.
           COPY ENDVALC.

      *-----> AREA DE TRABALHO DO REGISTRO DO CADEND
       01  WS-REG-CADEND.
           COPY CADENDC.

      *-----> AREA DE TRABALHO DO REGISTRO DO CONTFAM (VER V02)
       01  WS-REG-CONTFAM.
           COPY CONTFAMC.

      *-----> CARTOES DO DECK DECLREQ (SYSIN DO CGPRG035)
       01  WS-CARTAO-PERIODO.
           05 WS-PERIODO-DC       PIC 9(06).
           05 FILLER              PIC X(74)  VALUE SPACES.
       01  WS-CARTAO-MATRICULA.
           05 WS-NUMERO-DC        PIC 9(05).
           05 FILLER              PIC X(75)  VALUE SPACES.
       01  WS-CARTAO-SENTINELA    PIC X(80)  VALUE ALL '9'.

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
       000-CGPRG158.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FIM = 'S'
           PERFORM 070-FECHAR-SAIDAS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG158 - PEDIDOS DO PORTAL DA FAMILIA*'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-PERIODO-IN NOT NUMERIC
              OR WS-PERIODO-IN = ZEROS
              MOVE WS-AAAAMM-REF-IN  TO  WS-PERIODO-IN
           END-IF
           DISPLAY ' * DATA MOVIMENTO : ' WS-DT-REF-IN
           DISPLAY ' * RUN-ID         : ' WS-RUNID-IN
           DISPLAY ' * PERIODO DECL.  : ' WS-PERIODO-IN
           IF WS-DT-REF-IN NOT NUMERIC OR WS-DT-REF-IN = ZEROS
              OR WS-RUNID-IN NOT NUMERIC OR WS-RUNID-IN = ZEROS
              MOVE  'PARAMETRO DO PORTAL ERRADO'  TO WS-MSG
              MOVE  '  '                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR

           OPEN INPUT PORTREQ
           IF WS-FS-PRQ  NOT = '00'
              MOVE  'ERRO AO ABRIR O PORTREQ'  TO WS-MSG
              MOVE   WS-FS-PRQ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O CONTFAM
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONTFAM'  TO WS-MSG
              MOVE   WS-FS-CON                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT PORTRSP
           IF WS-FS-PRS  NOT = '00'
              MOVE  'ERRO AO ABRIR O PORTRSP'  TO WS-MSG
              MOVE   WS-FS-PRS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT DECLREQ
           IF WS-FS-DEC  NOT = '00'
              MOVE  'ERRO AO ABRIR O DECLREQ'  TO WS-MSG
              MOVE   WS-FS-DEC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-PERIODO-IN  TO  WS-PERIODO-DC
           WRITE REG-DECLREQ  FROM  WS-CARTAO-PERIODO
           IF WS-FS-DEC NOT = '00'
              MOVE 'ERRO GRAVACAO PERIODO DECLREQ'  TO WS-MSG
              MOVE  WS-FS-DEC                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 025-LER-PORTREQ
           .
      *--------------------------------------------------------------*
      *    LEITURA DO PORTREQ. O RODAPE '9' ENCERRA O ARQUIVO; FIM
      *    FISICO SEM RODAPE E CONFERIDO NO 090-TERMINAR
      *--------------------------------------------------------------*
       025-LER-PORTREQ.

           READ PORTREQ
           IF WS-FS-PRQ = '10'
              MOVE 'S'  TO  WS-FIM
           ELSE
              IF WS-FS-PRQ NOT = '00'
                 MOVE 'ERRO NA LEITURA DO PORTREQ'  TO WS-MSG
                 MOVE  WS-FS-PRQ                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF PQ-RODAPE
                 MOVE 'S'                TO  WS-FIM
                 SET RODAPE-LIDO         TO  TRUE
                 MOVE WS-QTD-PEDIDOS-PQ  TO  WS-QTD-RODAPE
              ELSE
                 ADD 1  TO WS-CTLIDO
                 MOVE REG-PORTREQ  TO  WS-IMAGEM-ERR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM PEDIDO: CONFERIR O ALUNO NO CADALU E DESVIAR
      *    PELO TIPO. TODO PEDIDO GRAVA A SUA RESPOSTA NO PORTRSP
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE SPACES            TO  REG-PORTRSP
           MOVE WS-TIPO-PQ        TO  WS-TIPO-PR
           MOVE WS-PROTOCOLO-PQ   TO  WS-PROTOCOLO-PR
           MOVE WS-MATRICULA-PQ   TO  WS-MATRICULA-PR
           MOVE WS-DT-REF-IN      TO  WS-DATA-PROC-PR

           IF WS-MATRICULA-PQ NOT NUMERIC
              OR WS-MATRICULA-PQ = ZEROS
              MOVE 'NEN'  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              MOVE 'NEN'  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           EVALUATE TRUE
               WHEN PQ-ENDERECO
                    PERFORM 040-ALTERAR-ENDERECO
               WHEN PQ-FONE
                    PERFORM 050-ALTERAR-FONE
               WHEN PQ-DECLARACAO
                    PERFORM 060-PEDIR-DECLARACAO
               WHEN PQ-CONTATO
                    PERFORM 065-MANTER-CONTATO THRU 065-MANTER-FIM
               WHEN OTHER
                    MOVE 'TIP'  TO  WS-MOTIVO-PR
                    PERFORM 085-RECUSAR
           END-EVALUATE
           .
       030-PROCESSAR-LER.

           PERFORM 080-GRAVAR-RESPOSTA
           PERFORM 025-LER-PORTREQ
           .
      *--------------------------------------------------------------*
      *    ENDERECO NOVO: REGRA DO CGPRG159 E GRAVACAO NO CADEND -
      *    ALTERA O REGISTRO EXISTENTE PRESERVANDO TELEFONE E
      *    RESPONSAVEL, OU INCLUI UM NOVO QUANDO NAO HA
      *--------------------------------------------------------------*
       040-ALTERAR-ENDERECO.

           MOVE SPACES           TO  WS-ENDVAL
           SET EV-ENDERECO       TO  TRUE
           MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-EV
           MOVE WS-ENDER-PQ      TO  WS-ENDER-EV
           MOVE WS-CEP-PQ        TO  WS-CEP-EV
           MOVE WS-UF-PQ         TO  WS-UF-EV
           CALL 'CGPRG159' USING WS-ENDVAL

           IF EV-INVALIDO
              MOVE WS-MOTIVO-EV  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
           ELSE
              MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-D OF REG-CADEND
              READ CADEND
              IF WS-FS-END = '23'
                 PERFORM 041-INCLUIR-ENDERECO
              ELSE
                 IF WS-FS-END NOT = '00'
                    MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
                    MOVE  WS-FS-END                   TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    PERFORM 042-REGRAVAR-ENDERECO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR O ENDERECO NO CADEND (ALUNO AINDA SEM REGISTRO)
      *--------------------------------------------------------------*
       041-INCLUIR-ENDERECO.

           MOVE SPACES           TO  WS-REG-CADEND
           MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-D OF WS-REG-CADEND
           MOVE ZEROS            TO  WS-FONE-D OF WS-REG-CADEND
           PERFORM 043-MONTAR-ENDERECO

           WRITE REG-CADEND  FROM  WS-REG-CADEND
           IF WS-FS-END NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CADEND'  TO WS-MSG
              MOVE  WS-FS-END                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTENDINC
           MOVE 'ENDERECO CADASTRADO'  TO  WS-DESCR-PR
           PERFORM 084-ACEITAR
           .
      *--------------------------------------------------------------*
      *    ALTERAR O ENDERECO DO REGISTRO LIDO DO CADEND
      *--------------------------------------------------------------*
       042-REGRAVAR-ENDERECO.

           MOVE REG-CADEND  TO  WS-REG-CADEND
           PERFORM 043-MONTAR-ENDERECO

           REWRITE REG-CADEND  FROM  WS-REG-CADEND
           IF WS-FS-END NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO CADEND'  TO WS-MSG
              MOVE  WS-FS-END                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTEND
           MOVE 'ENDERECO ALTERADO'  TO  WS-DESCR-PR
           PERFORM 084-ACEITAR
           .
      *--------------------------------------------------------------*
      *    MOVER O ENDERECO DO PEDIDO E O LOTE PARA A AREA DE TRABALHO
      *--------------------------------------------------------------*
       043-MONTAR-ENDERECO.

           MOVE WS-ENDER-PQ   TO  WS-ENDER-D OF WS-REG-CADEND
           MOVE WS-CEP-PQ     TO  WS-CEP-D OF WS-REG-CADEND
           MOVE WS-CIDADE-PQ  TO  WS-CIDADE-D OF WS-REG-CADEND
           MOVE WS-UF-PQ      TO  WS-UF-D OF WS-REG-CADEND
           MOVE WS-RUNID-IN   TO  WS-RUNID-D OF WS-REG-CADEND
           MOVE WS-DT-REF-IN  TO  WS-DTLOTE-D OF WS-REG-CADEND
           SET END-VALIDO OF WS-REG-CADEND  TO  TRUE
           MOVE ZEROS         TO  WS-DT-DEVOL-D OF WS-REG-CADEND
           .
      *--------------------------------------------------------------*
      *    TELEFONE NOVO: REGRA DO CGPRG159 E ALTERACAO DO REGISTRO
      *    EXISTENTE NO CADEND
      *--------------------------------------------------------------*
       050-ALTERAR-FONE.

           MOVE SPACES           TO  WS-ENDVAL
           SET EV-FONE           TO  TRUE
           MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-EV
           MOVE WS-FONE-PQ       TO  WS-FONE-EV
           CALL 'CGPRG159' USING WS-ENDVAL

           IF EV-INVALIDO
              MOVE WS-MOTIVO-EV  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
           ELSE
              MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-D OF REG-CADEND
              READ CADEND
              IF WS-FS-END = '23'
                 MOVE 'SCE'  TO  WS-MOTIVO-PR
                 PERFORM 085-RECUSAR
              ELSE
                 IF WS-FS-END NOT = '00'
                    MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
                    MOVE  WS-FS-END                   TO WS-FS-MSG
                    GO TO 999-ERRO
                 ELSE
                    PERFORM 051-REGRAVAR-FONE
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR O TELEFONE DO REGISTRO LIDO DO CADEND
      *--------------------------------------------------------------*
       051-REGRAVAR-FONE.

           MOVE REG-CADEND    TO  WS-REG-CADEND
           MOVE WS-FONE-PQ    TO  WS-FONE-D OF WS-REG-CADEND
           MOVE WS-RUNID-IN   TO  WS-RUNID-D OF WS-REG-CADEND
           MOVE WS-DT-REF-IN  TO  WS-DTLOTE-D OF WS-REG-CADEND

           REWRITE REG-CADEND  FROM  WS-REG-CADEND
           IF WS-FS-END NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO CADEND'  TO WS-MSG
              MOVE  WS-FS-END                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTFONE
           MOVE 'TELEFONE ALTERADO'  TO  WS-DESCR-PR
           PERFORM 084-ACEITAR
           .
      *--------------------------------------------------------------*
      *    DECLARACAO: MATRICULA NO DECK DECLREQ DO CGPRG035
      *--------------------------------------------------------------*
       060-PEDIR-DECLARACAO.

           MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-DC
           WRITE REG-DECLREQ  FROM  WS-CARTAO-MATRICULA
           IF WS-FS-DEC NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO DECLREQ'  TO WS-MSG
              MOVE  WS-FS-DEC                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTDECL
           MOVE 'DECLARACAO ENCAMINHADA PARA EMISSAO'  TO  WS-DESCR-PR
           PERFORM 084-ACEITAR
           .
      *--------------------------------------------------------------*
      *    CONTATO DA FAMILIA (VER V02): OPCAO 'S'/'N'; E-MAIL, SE
      *    INFORMADO, COM UM UNICO '@'; CELULAR NUMERICO OU EM
      *    BRANCO; QUEM QUER RECEBER TEM DE INFORMAR UM DOS DOIS.
      *    INCLUI OU ALTERA O CONTFAM COM A DATA E O RUN-ID DO LOTE
      *--------------------------------------------------------------*
       065-MANTER-CONTATO.

           IF WS-OPCAO-PQ NOT = 'S' AND 'N'
              MOVE 'OPC'  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
              GO TO 065-MANTER-FIM
           END-IF

           MOVE ZEROS  TO  WS-QTD-ARROBA
           INSPECT WS-EMAIL-PQ TALLYING WS-QTD-ARROBA FOR ALL '@'
           IF WS-EMAIL-PQ NOT = SPACES
              AND (WS-QTD-ARROBA NOT = 1 OR WS-EMAIL-PQ (1:1) = '@')
              MOVE 'EML'  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
              GO TO 065-MANTER-FIM
           END-IF

           IF WS-CELULAR-PQ NOT = SPACES
              AND WS-CELULAR-PQ NOT NUMERIC
              MOVE 'CEL'  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
              GO TO 065-MANTER-FIM
           END-IF

           IF WS-OPCAO-PQ = 'S'
              AND WS-EMAIL-PQ = SPACES
              AND (WS-CELULAR-PQ = SPACES OR WS-CELULAR-PQ-N = ZEROS)
              MOVE 'CON'  TO  WS-MOTIVO-PR
              PERFORM 085-RECUSAR
              GO TO 065-MANTER-FIM
           END-IF

           MOVE SPACES           TO  WS-REG-CONTFAM
           MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-CF OF WS-REG-CONTFAM
           MOVE WS-EMAIL-PQ      TO  WS-EMAIL-CF OF WS-REG-CONTFAM
           IF WS-CELULAR-PQ = SPACES
              MOVE ZEROS            TO  WS-CELULAR-CF OF WS-REG-CONTFAM
           ELSE
              MOVE WS-CELULAR-PQ-N  TO  WS-CELULAR-CF OF WS-REG-CONTFAM
           END-IF
           MOVE WS-OPCAO-PQ      TO  WS-OPCAO-CF OF WS-REG-CONTFAM
           MOVE WS-DT-REF-IN     TO  WS-DT-OPCAO-CF OF WS-REG-CONTFAM
           MOVE WS-RUNID-IN      TO  WS-RUNID-CF OF WS-REG-CONTFAM

           MOVE WS-MATRICULA-PQ  TO  WS-NUMERO-CF OF REG-CONTFAM
           READ CONTFAM
           IF WS-FS-CON = '23'
              WRITE REG-CONTFAM  FROM  WS-REG-CONTFAM
              IF WS-FS-CON NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO CONTFAM'  TO WS-MSG
                 MOVE  WS-FS-CON                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTCONTINC
           ELSE
              IF WS-FS-CON NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CONTFAM'  TO WS-MSG
                 MOVE  WS-FS-CON                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              REWRITE REG-CONTFAM  FROM  WS-REG-CONTFAM
              IF WS-FS-CON NOT = '00'
                 MOVE 'ERRO NA ALTERACAO DO CONTFAM'  TO WS-MSG
                 MOVE  WS-FS-CON                      TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTCONT
           END-IF

           IF WS-OPCAO-PQ = 'S'
              MOVE 'CONTATO ATUALIZADO - NOTIFICACOES ATIVAS'
                                     TO  WS-DESCR-PR
           ELSE
              MOVE 'CONTATO ATUALIZADO - SEM NOTIFICACOES'
                                     TO  WS-DESCR-PR
           END-IF
           PERFORM 084-ACEITAR
           .
       065-MANTER-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    FECHAR O DECK DECLREQ COM A SENTINELA E A RESPOSTA COM O
      *    RODAPE DAS QTDES
      *--------------------------------------------------------------*
       070-FECHAR-SAIDAS.

           WRITE REG-DECLREQ  FROM  WS-CARTAO-SENTINELA
           IF WS-FS-DEC NOT = '00'
              MOVE 'ERRO GRAVACAO SENTINELA DECLREQ'  TO WS-MSG
              MOVE  WS-FS-DEC                         TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE SPACES       TO  REG-PORTRSP
           SET PR-RODAPE     TO  TRUE
           MOVE WS-CTACEITO  TO  WS-QTD-ACEITOS-PR
           MOVE WS-CTREJ     TO  WS-QTD-RECUSA-PR
           COMPUTE WS-QTD-TOTAL-PR = WS-CTACEITO + WS-CTREJ
           WRITE REG-PORTRSP
           IF WS-FS-PRS NOT = '00'
              MOVE 'ERRO GRAVACAO RODAPE PORTRSP'  TO WS-MSG
              MOVE  WS-FS-PRS                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A RESPOSTA DO PEDIDO NO PORTRSP
      *--------------------------------------------------------------*
       080-GRAVAR-RESPOSTA.

           WRITE REG-PORTRSP
           IF WS-FS-PRS NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PORTRSP'  TO WS-MSG
              MOVE  WS-FS-PRS                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCAR O PEDIDO COMO ACEITO (TEXTO MONTADO PELO CHAMADOR)
      *--------------------------------------------------------------*
       084-ACEITAR.

           ADD 1  TO  WS-CTACEITO
           SET PR-ACEITO  TO  TRUE
           MOVE SPACES    TO  WS-MOTIVO-PR
           .
      *--------------------------------------------------------------*
      *    MARCAR O PEDIDO COMO RECUSADO E MONTAR O TEXTO PARA A
      *    FAMILIA A PARTIR DO CODIGO MOVIDO PELO CHAMADOR PARA
      *    WS-MOTIVO-PR
      *--------------------------------------------------------------*
       085-RECUSAR.

           ADD 1  TO  WS-CTREJ
           SET PR-RECUSADO  TO  TRUE

           EVALUATE WS-MOTIVO-PR
               WHEN 'NEN'
                    MOVE 'MATRICULA NAO ENCONTRADA'  TO  WS-DESCR-PR
               WHEN 'END'
                    MOVE 'ENDERECO EM BRANCO'  TO  WS-DESCR-PR
               WHEN 'CEP'
                    MOVE 'CEP INVALIDO'  TO  WS-DESCR-PR
               WHEN 'UF '
                    MOVE 'UF INVALIDA'  TO  WS-DESCR-PR
               WHEN 'FON'
                    MOVE 'TELEFONE INVALIDO'  TO  WS-DESCR-PR
               WHEN 'SCE'
                    MOVE 'SEM ENDERECO CADASTRADO - ENVIE ENDERECO'
                                              TO  WS-DESCR-PR
               WHEN 'OPC'
                    MOVE 'OPCAO DE NOTIFICACAO INVALIDA'
                                              TO  WS-DESCR-PR
               WHEN 'EML'
                    MOVE 'E-MAIL INVALIDO'  TO  WS-DESCR-PR
               WHEN 'CEL'
                    MOVE 'CELULAR INVALIDO'  TO  WS-DESCR-PR
               WHEN 'CON'
                    MOVE 'INFORME E-MAIL OU CELULAR'  TO  WS-DESCR-PR
               WHEN OTHER
                    MOVE 'TIPO DE PEDIDO INVALIDO'  TO  WS-DESCR-PR
           END-EVALUATE

           DISPLAY ' *** PEDIDO RECUSADO - ' WS-MOTIVO-PR ' '
                   WS-DESCR-PR
           DISPLAY ' * PROTOCOLO : ' WS-PROTOCOLO-PQ
                   '  TIPO : ' WS-TIPO-PQ
                   '  MATRICULA : ' WS-MATRICULA-PQ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG158        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PEDIDOS LIDOS      - PORTREQ = ' WS-CTLIDO
           DISPLAY ' * ENDERECOS ALTERADOS- CADEND  = ' WS-CTEND
           DISPLAY ' * ENDERECOS INCLUIDOS- CADEND  = ' WS-CTENDINC
           DISPLAY ' * TELEFONES ALTERADOS- CADEND  = ' WS-CTFONE
           DISPLAY ' * DECLARACOES        - DECLREQ = ' WS-CTDECL
           DISPLAY ' * CONTATOS ALTERADOS - CONTFAM = ' WS-CTCONT
           DISPLAY ' * CONTATOS INCLUIDOS - CONTFAM = ' WS-CTCONTINC
           DISPLAY ' * PEDIDOS RECUSADOS            = ' WS-CTREJ
           DISPLAY ' *========================================*'

           IF WS-CTREJ > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           IF NOT RODAPE-LIDO
              OR WS-CTLIDO NOT = WS-QTD-RODAPE
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - PORTREQ SEM RODAPE OU COM    *'
              DISPLAY ' *           QTDE DIFERENTE DA LIDA       *'
              DISPLAY ' * QTDE INFORMADA (RODAPE)    = '
                      WS-QTD-RODAPE
              DISPLAY ' * QTDE LIDA      (WS-CTLIDO) = ' WS-CTLIDO
              MOVE 8  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTACEITO + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' * REGISTROS LIDOS     (WS-CTLIDO) = '
                      WS-CTLIDO
              DISPLAY ' * REGISTROS PROCESSADOS(WS-CTPROC)= '
                      WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  PORTREQ
           IF WS-FS-PRQ  NOT = '00'
              MOVE  'ERRO AO FECHAR O PORTREQ'  TO WS-MSG
              MOVE   WS-FS-PRQ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CONTFAM
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONTFAM'  TO WS-MSG
              MOVE   WS-FS-CON                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PORTRSP
           IF WS-FS-PRS  NOT = '00'
              MOVE  'ERRO AO FECHAR O PORTRSP'  TO WS-MSG
              MOVE   WS-FS-PRS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DECLREQ
           IF WS-FS-DEC  NOT = '00'
              MOVE  'ERRO AO FECHAR O DECLREQ'  TO WS-MSG
              MOVE   WS-FS-DEC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG158        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG158 <
