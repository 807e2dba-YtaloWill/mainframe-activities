       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG161.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: TRATAR O RETORNO DO GATEWAY DE E-MAIL/SMS (NOTIRET
      *           - COPY NOTIRETC, FECHADO POR RODAPE COM A QTDE).
      *           PARA CADA RETORNO, LOCALIZA A MENSAGEM NO HISTORICO
      *           NOTIHIST (COPY NOTIHISC) PELO IDENTIFICADOR E
      *           REGISTRA A ENTREGA ('E') OU A FALHA ('F') COM A
      *           DATA E O CODIGO DO GATEWAY.
      *           NA FALHA, SE O PROGRAMA QUE GEROU O EVENTO NAO
      *           IMPRIMIU CARTA, IMPRIME A CARTA DE CONTINGENCIA
      *           (FILA MALADIR DA POSTAGEM CONSOLIDADA, COM ENDERECO
      *           E RESPONSAVEL DO CADEND, NO MOLDE DO CGPRG099) COM O
      *           MESMO ASSUNTO E TEXTO DA MENSAGEM. ALUNO SEM CADEND
      *           OU COM ENDERECO DEVOLVIDO PELOS CORREIOS SAI NA
      *           EXCECAO DO SYSOUT.
      *           RETORNO SEM MENSAGEM NO NOTIHIST E REJEITADO (RC 4);
      *           MENSAGEM JA TRATADA EM RETORNO ANTERIOR E IGNORADA.
      *           ARQUIVO SEM RODAPE OU COM QTDE DIVERGENTE = RC 8
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010197  PROGRAMA CRIADO - RETORNO DO GATEWAY
      *                          DE NOTIFICACOES E CARTA NA FALHA
      *  V02    OUT/2026 010199  POSTAGEM CONSOLIDADA: A CARTA DE
      *                          CONTINGENCIA VAI PARA A FILA MALADIR
      *                          (COPY MALADIRC) EM VEZ DO CARTAFIL,
      *                          IMPRESSA EM ORDEM DE CEP PELO
      *                          CGPRG164. ENDERECO DEVOLVIDO PELOS
      *                          CORREIOS (END-DEVOLVIDO NO CADEND)
      *                          VAI PARA A EXCECAO SEM CARTA
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
           SELECT NOTIRET ASSIGN TO NOTIRETJ
                  FILE STATUS   IS WS-FS-RET
           .
           SELECT NOTIHIST ASSIGN TO NOTIHISJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-ID-NH OF REG-NOTIHIST
                  FILE STATUS   IS WS-FS-HIS
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
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V02)
           SELECT MALADIR ASSIGN TO MALADIRJ
                  FILE STATUS   IS WS-FS-MAL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  NOTIRET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIRET.
           COPY NOTIRETC.
       FD  NOTIHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIHIST.
           COPY NOTIHISC.
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
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V02)
       FD  MALADIR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALADIR.
           COPY MALADIRC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTENTREGUE          PIC 9(06) VALUE ZEROS.
           05  WS-CTFALHA             PIC 9(06) VALUE ZEROS.
           05  WS-CTJATRAT            PIC 9(06) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(06) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(06) VALUE ZEROS.
           05  WS-CTCARTA             PIC 9(06) VALUE ZEROS.
           05  WS-CTJACARTA           PIC 9(06) VALUE ZEROS.
           05  WS-CTSEMEND            PIC 9(06) VALUE ZEROS.
           05  WS-CTDEVOL             PIC 9(06) VALUE ZEROS.
           05  WS-FS-RET              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-MAL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG161'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-RODAPE-LIDO         PIC X(01) VALUE 'N'.
               88  RODAPE-LIDO                  VALUE 'S'.
      *-----> DATA AAAAMMDD DO CARTAO EDITADA PARA A CARTA
           05  WS-DATA-TRAB           PIC 9(08).
           05  WS-DATA-TRAB-R  REDEFINES  WS-DATA-TRAB.
               10  WS-TRAB-AAAA       PIC X(04).
               10  WS-TRAB-MM         PIC X(02).
               10  WS-TRAB-DD         PIC X(02).

      *-----> CARTAO DE PARAMETROS (SYSIN): DATA DO PROCESSAMENTO DO
      *       RETORNO E RUN-ID
       01  WS-REG-PARM.
           05  WS-DATA-IN             PIC 9(08).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> TEXTO DA MENSAGEM QUEBRADO EM DUAS LINHAS DA CARTA
       01  WS-TEXTO-CARTA             PIC X(160).
       01  WS-TEXTO-CARTA-R  REDEFINES  WS-TEXTO-CARTA.
           05  WS-TEXTO-LINHA1        PIC X(80).
           05  WS-TEXTO-LINHA2        PIC X(80).

      *-----> LINHAS DA CARTA DE CONTINGENCIA (MOLDE DO CGPRG099)
       01  WS-CARTA-DATA.
           05 FILLER              PIC X(26) VALUE
              'SAO CAETANO DO SUL,       '.
           05 WS-CARTA-DTEDI      PIC X(10).
           05 FILLER              PIC X(44) VALUE SPACES.

       01  WS-CARTA-RESPON.
           05 FILLER              PIC X(06) VALUE 'A(O): '.
           05 WS-CARTA-RESPON-N   PIC X(20).
           05 FILLER              PIC X(54) VALUE SPACES.

       01  WS-CARTA-ENDER.
           05 WS-CARTA-ENDER-N    PIC X(30).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-CARTA-CIDADE-N   PIC X(20).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CARTA-UF-N       PIC X(02).
           05 FILLER              PIC X(05) VALUE ' CEP '.
           05 WS-CARTA-CEP-N      PIC 9(08).
           05 FILLER              PIC X(11) VALUE SPACES.

       01  WS-CARTA-ASSUNTO.
           05 FILLER              PIC X(09) VALUE 'ASSUNTO: '.
           05 WS-CARTA-ASSUNTO-N  PIC X(40).
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-CARTA-ALUNO.
           05 FILLER              PIC X(11) VALUE 'ALUNO(A): '.
           05 WS-CARTA-NOME-N     PIC X(20).
           05 FILLER              PIC X(13) VALUE '  MATRICULA: '.
           05 WS-CARTA-MAT-N      PIC 9(05).
           05 FILLER              PIC X(31) VALUE SPACES.

       01  WS-CARTA-AVISO.
           05 FILLER              PIC X(42) VALUE
              'NAO FOI POSSIVEL ENTREGAR ESTE AVISO POR E'.
           05 FILLER              PIC X(38) VALUE
              '-MAIL/SMS. ATUALIZE CONTATO NO PORTAL.'.

       01  WS-CARTA-RODAPE.
           05 FILLER              PIC X(42) VALUE SPACES.
           05 FILLER              PIC X(38) VALUE
              '           SECRETARIA - FATEC SCS     '.

       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

      *-----> LINHA EM MONTAGEM PARA A PAGINA DA MALADIR (VER V02)
       01  WS-LINHA-CARTA         PIC X(80).

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
       000-CGPRG161.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-LER
                   UNTIL WS-FS-RET = '10' OR RODAPE-LIDO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG161 - RETORNO DAS NOTIFICACOES    *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * DATA DO RETORNO: ' WS-DATA-IN
           DISPLAY ' * RUN-ID         : ' WS-RUNID-IN
           IF WS-DATA-IN NOT NUMERIC OR WS-DATA-IN = ZEROS
              OR WS-RUNID-IN NOT NUMERIC OR WS-RUNID-IN = ZEROS
              MOVE  'PARAMETRO DO RETORNO ERRADO'  TO WS-MSG
              MOVE  '  '                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR

           MOVE WS-DATA-IN  TO  WS-DATA-TRAB
           STRING  WS-TRAB-DD  '/'
                   WS-TRAB-MM  '/'
                   WS-TRAB-AAAA
           DELIMITED BY SIZE INTO WS-CARTA-DTEDI

           OPEN INPUT NOTIRET
           IF WS-FS-RET  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIRET'  TO WS-MSG
              MOVE   WS-FS-RET                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O NOTIHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND MALADIR
           IF WS-FS-MAL = '35'
              OPEN OUTPUT MALADIR
           END-IF
           IF WS-FS-MAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O MALADIR'  TO WS-MSG
              MOVE   WS-FS-MAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-NOTIRET
           .
      *--------------------------------------------------------------*
      *    LEITURA DO RETORNO DO GATEWAY - O RODAPE ENCERRA O ARQUIVO
      *    E NAO CONTA COMO LIDO
      *--------------------------------------------------------------*
       025-LER-NOTIRET.

           READ NOTIRET

           IF WS-FS-RET  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO NOTIRET'  TO WS-MSG
              MOVE   WS-FS-RET                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-FS-RET = '00'
              MOVE REG-NOTIRET  TO  WS-IMAGEM-ERR
              IF NR-RODAPE
                 SET RODAPE-LIDO  TO  TRUE
              ELSE
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM RETORNO: LOCALIZAR A MENSAGEM NO NOTIHIST E
      *    REGISTRAR A ENTREGA OU A FALHA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT NR-RETORNO
              OR (NOT NR-ENTREGUE AND NOT NR-FALHA)
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** RETORNO INVALIDO - TIPO ' WS-TIPO-NR
                      ' SITUACAO ' WS-STATUS-NR
                      ' ID ' WS-ID-NR ' ***'
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-ID-NR  TO  WS-ID-NH OF REG-NOTIHIST
           READ NOTIHIST
           IF WS-FS-HIS = '23'
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** MENSAGEM NAO ENCONTRADA NO NOTIHIST - ID '
                      WS-ID-NR ' ***'
              GO TO 030-PROCESSAR-LER
           END-IF
           IF WS-FS-HIS NOT = '00'
              MOVE 'ERRO NA LEITURA DO NOTIHIST'  TO WS-MSG
              MOVE  WS-FS-HIS                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF NOT NH-ENVIADA OF REG-NOTIHIST
              ADD 1  TO  WS-CTJATRAT
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-STATUS-NR  TO  WS-SIT-NH OF REG-NOTIHIST
           MOVE WS-DATA-NR    TO  WS-DT-RETORNO-NH OF REG-NOTIHIST
           MOVE WS-CODIGO-NR  TO  WS-COD-RET-NH OF REG-NOTIHIST

           IF NH-ENTREGUE OF REG-NOTIHIST
              ADD 1  TO  WS-CTENTREGUE
           ELSE
              ADD 1  TO  WS-CTFALHA
              IF WS-CARTA-ORIG-NH OF REG-NOTIHIST = 'S'
                 ADD 1  TO  WS-CTJACARTA
              ELSE
                 PERFORM 040-GERAR-CARTA THRU 040-GERAR-FIM
              END-IF
           END-IF

           REWRITE REG-NOTIHIST
           IF WS-FS-HIS NOT = '00'
              MOVE 'ERRO NA REGRAVACAO DO NOTIHIST'  TO WS-MSG
              MOVE  WS-FS-HIS                        TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-NOTIRET
           .
      *--------------------------------------------------------------*
      *    GERAR A CARTA DE CONTINGENCIA COM O ENDERECO DO CADEND E
      *    GRAVA-LA NA MALADIR; ALUNO SEM CADEND OU COM ENDERECO
      *    DEVOLVIDO PELOS CORREIOS SAI NA EXCECAO DO SYSOUT
      *--------------------------------------------------------------*
       040-GERAR-CARTA.

           MOVE WS-NUMERO-NH OF REG-NOTIHIST  TO
                WS-NUMERO-D OF REG-CADEND
           READ CADEND
           IF WS-FS-END = '23'
              ADD 1  TO  WS-CTSEMEND
              DISPLAY ' *** SEM ENDERECO NO CADEND - MATR. '
                      WS-NUMERO-NH OF REG-NOTIHIST ' ***'
              GO TO 040-GERAR-FIM
           END-IF
           IF WS-FS-END NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADEND'  TO WS-MSG
              MOVE  WS-FS-END                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF END-DEVOLVIDO OF REG-CADEND
              ADD 1  TO  WS-CTDEVOL
              DISPLAY ' *** ENDERECO DEVOLVIDO     - MATR. '
                      WS-NUMERO-NH OF REG-NOTIHIST ' ***'
              GO TO 040-GERAR-FIM
           END-IF

           MOVE WS-NUMERO-NH OF REG-NOTIHIST  TO
                WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '00'
              MOVE WS-NOME-S OF REG-CADALU  TO  WS-CARTA-NOME-N
           ELSE
              IF WS-FS-ALU NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              MOVE SPACES  TO  WS-CARTA-NOME-N
           END-IF

           MOVE WS-RESPON-D OF REG-CADEND  TO  WS-CARTA-RESPON-N
           MOVE WS-ENDER-D OF REG-CADEND   TO  WS-CARTA-ENDER-N
           MOVE WS-CIDADE-D OF REG-CADEND  TO  WS-CARTA-CIDADE-N
           MOVE WS-UF-D OF REG-CADEND      TO  WS-CARTA-UF-N
           MOVE WS-CEP-D OF REG-CADEND     TO  WS-CARTA-CEP-N

           MOVE WS-NUMERO-NH OF REG-NOTIHIST   TO  WS-CARTA-MAT-N
           MOVE WS-ASSUNTO-NH OF REG-NOTIHIST  TO  WS-CARTA-ASSUNTO-N
           MOVE WS-TEXTO-NH OF REG-NOTIHIST    TO  WS-TEXTO-CARTA

           MOVE SPACES  TO  REG-MALADIR
           MOVE ZEROS   TO  WS-QTD-LIN-MD
           MOVE WS-CARTA-DATA     TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-RESPON   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-ENDER    TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-ASSUNTO  TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-ALUNO    TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-TEXTO-LINHA1   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-TEXTO-LINHA2   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-AVISO    TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-RODAPE   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA

           MOVE WS-CEP-D OF REG-CADEND        TO  WS-CEP-MD
           MOVE WS-UF-D OF REG-CADEND         TO  WS-UF-MD
           MOVE WS-NUMERO-NH OF REG-NOTIHIST  TO  WS-NUMERO-MD
           MOVE WS-PROGID                     TO  WS-ORIGEM-MD
           MOVE WS-DATA-IN                    TO  WS-DATA-MD
           WRITE REG-MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MALADIR'  TO  WS-MSG
              MOVE WS-FS-MAL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'S'  TO  WS-CARTA-NH OF REG-NOTIHIST
           ADD 1  TO  WS-CTCARTA
           .
       040-GERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GUARDAR A LINHA MONTADA NA PROXIMA LINHA DA PAGINA
      *--------------------------------------------------------------*
       046-GUARDAR-LINHA.

           ADD 1  TO  WS-QTD-LIN-MD
           MOVE WS-LINHA-CARTA  TO  WS-LINHA-MD (WS-QTD-LIN-MD)
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG161        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * RETORNOS LIDOS     - NOTIRET = ' WS-CTLIDO
           DISPLAY ' * MENSAGENS ENTREGUES          = ' WS-CTENTREGUE
           DISPLAY ' * MENSAGENS COM FALHA          = ' WS-CTFALHA
           DISPLAY ' *   CARTAS DE CONTINGENCIA     = ' WS-CTCARTA
           DISPLAY ' *   JA COM CARTA DO EVENTO     = ' WS-CTJACARTA
           DISPLAY ' *   SEM ENDERECO NO CADEND     = ' WS-CTSEMEND
           DISPLAY ' *   ENDERECO DEVOLVIDO (CADEND)= ' WS-CTDEVOL
           DISPLAY ' * JA TRATADAS ANTERIORMENTE    = ' WS-CTJATRAT
           DISPLAY ' * RETORNOS REJEITADOS          = ' WS-CTREJ
           DISPLAY ' *========================================*'

           IF WS-CTREJ > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           IF NOT RODAPE-LIDO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * NOTIRET SEM RODAPE - ARQUIVO INCOMPLETO*'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-QTD-NR NOT = WS-CTLIDO
                 DISPLAY ' *----------------------------------------*'
                 DISPLAY ' * QTDE DO RODAPE DIFERENTE DOS LIDOS     *'
                 DISPLAY ' * RODAPE = ' WS-QTD-NR
                         '  LIDOS = ' WS-CTLIDO
                 DISPLAY ' *----------------------------------------*'
                 MOVE 8  TO  RETURN-CODE
              END-IF
           END-IF

           COMPUTE WS-CTPROC = WS-CTENTREGUE + WS-CTFALHA
                   + WS-CTJATRAT + WS-CTREJ
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

           CLOSE  NOTIRET
           IF WS-FS-RET  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIRET'  TO WS-MSG
              MOVE   WS-FS-RET                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                   TO WS-FS-MSG
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

           CLOSE  MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALADIR'  TO WS-MSG
              MOVE   WS-FS-MAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG161        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG161 <
