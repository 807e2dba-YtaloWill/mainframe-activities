      *           SAI DO ATRASO (30/360, COMO NO CGPRG024) CONTRA OS
      *           LIMIARES DO ARQUIVO DE PARAMETROS DUNPARM - NADA
      *           COMPILADO NO FONTE:
      *             ESTAGIO 1 - CARTA DE LEMBRETE (FILA MALADIR DA
      *                         POSTAGEM CONSOLIDADA, COM NOME/
      *                         ENDERECO DO CADEND, NO MOLDE DAS
      *                         CARTAS DO CGPRG028)
      *             ESTAGIO 2 - NOTIFICACAO FORMAL (MALADIR)
      *             ESTAGIO 3 - LISTA DE CANDIDATOS A PROTESTO PARA
      *                         O DIRETOR (RELPROT)
      *           CADA ACAO E REGISTRADA NO HISTORICO DUNHIST (COPY
      *           DUNHISTC) E A PROPRIA CHAVE MATRICULA+COMPETENCIA+
      *           ESTAGIO IMPEDE REPETIR A MESMA ACAO - O CICLO
      *           SEGUINTE ESCALA EM VEZ DE REMANDAR A MESMA CARTA.
      *           DEVEDOR SEM ENDERECO NO CADEND, OU COM ENDERECO
      *           DEVOLVIDO PELOS CORREIOS, SAI NA LISTAGEM DE
      *           EXCECAO DO SYSOUT. CADA ACAO REGISTRADA ENFILEIRA O
      *           AVISO DE COBRANCA A FAMILIA NO NOTIFILA (CGPRG160)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          GRAVACOES DA CARTA PASSAM A
      *                          CONFERIR O FILE STATUS A CADA
      *                          WRITE (MOLDE DO CGPRG028)
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DA
      *                          CARTA E DO PROTOCOLO COM 5 POSICOES
      *  V04    OUT/2026 010197  NOTIFICACAO AS FAMILIAS: CADA ACAO
      *                          REGISTRADA NO DUNHIST ENFILEIRA O
      *                          EVENTO COB (ESTAGIO, SALDO,
      *                          VENCIMENTO E ATRASO) NO NOTIFILA -
      *                          ESTAGIOS 1 E 2 MARCADOS COM CARTA
      *  V05    OUT/2026 010199  POSTAGEM CONSOLIDADA: AS CARTAS DOS
      *                          ESTAGIOS 1 E 2 VAO PARA A FILA
      *                          MALADIR (COPY MALADIRC) EM VEZ DO
      *                          CARTAFIL, IMPRESSAS EM ORDEM DE CEP
      *                          PELO CGPRG164. ENDERECO DEVOLVIDO
      *                          PELOS CORREIOS (END-DEVOLVIDO NO
      *                          CADEND) VAI PARA A EXCECAO E A ACAO
      *                          FICA PENDENTE ATE O ENDERECO SER
      *                          CORRIGIDO
      *  V06    OUT/2026 010230  O DUNPARM SO E LIDO NA VERSAO VIGENTE
      *                          (APROVADA EM DUPLO CONTROLE PELO
      *                          CGPRG212) DO ACERVO PARMVER, PELO
      *                          SUBPROGRAMA CGPRG213 (COPY PARMLERC) NO
      *                          LUGAR DO SEQUENCIAL; LAYOUT DO REGISTRO
      *                          INALTERADO, AGORA NA WORKING-STORAGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-DH OF REG-DUNHIST
                  FILE STATUS   IS WS-FS-DUN
           .
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-NTF
           .
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V05)
           SELECT MALADIR ASSIGN TO MALADIRJ
                  FILE STATUS   IS WS-FS-MAL
           .
           SELECT RELPROT ASSIGN TO RELPROTJ
                  FILE STATUS   IS WS-FS-REL
           COPY DUNHISTC.
      *-----> LIMIARES DA REGUA (UM REGISTRO: DIAS DE ATRASO QUE
      *       DISPARAM OS ESTAGIOS 1, 2 E 3)
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V05)
       FD  MALADIR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALADIR.
           COPY MALADIRC.
       FD  RELPROT
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPROT            PIC X(94)
           .
      *-----> FILA DE NOTIFICACOES AS FAMILIAS (VER V04)
       FD  NOTIFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIFILA.
           COPY NOTIFILC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           05  WS-CTPROT              PIC 9(04) VALUE ZEROS.
           05  WS-CTJAFEITA           PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMEND            PIC 9(04) VALUE ZEROS.
           05  WS-CTDEVOL             PIC 9(04) VALUE ZEROS.
           05  WS-CTNOTIF             PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-DUN              PIC X(02).
           05  WS-FS-PRM              PIC X(02).
           05  WS-FS-MAL              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-NTF              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG091'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-DT-REF-IN           PIC 9(08).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> LINHAS DA CARTA (UMA PAGINA POR COBRANCA NA MALADIR,
      *       NO MOLDE DO CGPRG028)
       01  WS-CARTA-DATA.
           05 FILLER              PIC X(26) VALUE
           05 FILLER              PIC X(11) VALUE 'ALUNO(A): '.
           05 WS-CARTA-NOME-N     PIC X(20).
           05 FILLER              PIC X(13) VALUE '  MATRICULA: '.
           05 WS-CARTA-MAT-N      PIC 9(05).
           05 FILLER              PIC X(11) VALUE '  COMPET.: '.
           05 WS-CARTA-COMPET-N   PIC 9(06).
           05 FILLER              PIC X(14) VALUE SPACES.

       01  WS-CARTA-DEBITO.
           05 FILLER              PIC X(13) VALUE 'VENCIMENTO: '.

       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

      *-----> LINHA EM MONTAGEM PARA A PAGINA DA MALADIR (VER V05)
       01  WS-LINHA-CARTA         PIC X(80).

      *-----> DADOS DE SAIDA - LISTA DE CANDIDATOS A PROTESTO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.

       01  WS-REG-LINHA-PROT.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-COMPET-R         PIC 9(06).

       01  WS-SALDO-ITEM          PIC 9(09)V99.

      *-----> DUNPARM - VERSAO VIGENTE LIDA DO PARMVER PELO CGPRG213
       01  REG-DUNPARM.
           05 WS-ESTAGIO1-DP      PIC 9(04).
           05 WS-ESTAGIO2-DP      PIC 9(04).
           05 WS-ESTAGIO3-DP      PIC 9(04).
           05 FILLER              PIC X(08).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

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

              GO TO  999-ERRO
           END-IF

           OPEN EXTEND NOTIFILA
           IF WS-FS-NTF = '35'
              OPEN OUTPUT NOTIFILA
           END-IF
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI  TO  WS-CARTA-DTEDI
           MOVE WS-DTEDI  TO  WS-DATA-CAB

      *--------------------------------------------------------------*
       018-LER-DUNPARM.

           MOVE 'DUNPARM'   TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO ABRIR O DUNPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * DUNPARM VIGENTE : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           MOVE WS-REG-PL   TO  REG-DUNPARM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'DUNPARM SEM REGISTRO'  TO WS-MSG
              MOVE   WS-FS-PRM              TO WS-FS-MSG
                   ' E2=' WS-ESTAGIO2-DP
                   ' E3=' WS-ESTAGIO3-DP

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PRM
           IF WS-FS-PRM  NOT = '00'
              MOVE  'ERRO AO FECHAR O DUNPARM'  TO WS-MSG
              MOVE   WS-FS-PRM                  TO WS-FS-MSG
              MOVE  WS-FS-DUN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 039-ENFILEIRAR-COBRANCA
           .
       038-REGISTRAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ENFILEIRAR O AVISO DA COBRANCA A FAMILIA (VER V04). OS
      *    ESTAGIOS 1 E 2 JA SAIRAM EM CARTA; O 3 SO FOI LISTADO
      *--------------------------------------------------------------*
       039-ENFILEIRAR-COBRANCA.

           MOVE SPACES                       TO  REG-NOTIFILA
           SET NF-COBRANCA                   TO  TRUE
           IF WS-ESTAGIO = '3'
              SET NF-SEM-CARTA               TO  TRUE
           ELSE
              SET NF-COM-CARTA               TO  TRUE
           END-IF
           MOVE WS-NUMERO-M OF REG-MENSALU   TO  WS-NUMERO-NF
           MOVE WS-PROGID                    TO  WS-ORIGEM-NF
           MOVE WS-DT-REF-IN                 TO  WS-DATA-NF
           IF WS-FS-ALU = '00'
              MOVE WS-CURSO-S OF REG-CADALU  TO  WS-CURSO-NF
           END-IF
           MOVE WS-COMPET-M OF REG-MENSALU   TO  WS-COMPET-COB-NF
           MOVE WS-ESTAGIO                   TO  WS-ESTAGIO-NF
           MOVE WS-SALDO-ITEM                TO  WS-SALDO-NF
           MOVE WS-DT-VENC-M OF REG-MENSALU  TO  WS-VENC-NF
           MOVE WS-DIAS-ATRASO               TO  WS-ATRASO-NF

           WRITE REG-NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTNOTIF
           .
      *--------------------------------------------------------------*
      *    BUSCAR O NOME DO ALUNO NO CADALU (MATRICULA JA EXCLUIDA
      *    SAI COM A ANOTACAO PROPRIA)
      *--------------------------------------------------------------*
           .
      *--------------------------------------------------------------*
      *    GERAR A CARTA DO ESTAGIO (LEMBRETE OU NOTIFICACAO) COM O
      *    ENDERECO DO CADEND; DEVEDOR SEM CADEND OU COM ENDERECO
      *    DEVOLVIDO PELOS CORREIOS VAI PARA A EXCECAO DO SYSOUT E
      *    FICA PENDENTE PARA O PROXIMO CICLO (VER V05)
      *--------------------------------------------------------------*
       050-GERAR-CARTA.

              MOVE  WS-FS-END                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF END-DEVOLVIDO OF REG-CADEND
              ADD 1  TO  WS-CTDEVOL
              DISPLAY ' *** ENDERECO DEVOLVIDO     - MATR. '
                      WS-NUMERO-M OF REG-MENSALU ' ESTAGIO '
                      WS-ESTAGIO ' ***'
              GO TO 050-GERAR-FIM
           END-IF

           MOVE WS-RESPON-D OF REG-CADEND  TO  WS-CARTA-RESPON-N
           MOVE WS-ENDER-D OF REG-CADEND   TO  WS-CARTA-ENDER-N
       050-GERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR A PAGINA DA CARTA (UMA POR COBRANCA) E GRAVA-LA NA
      *    MALADIR
      *--------------------------------------------------------------*
       055-GRAVAR-CARTA-LINHA.

           MOVE SPACES  TO  REG-MALADIR
           MOVE ZEROS   TO  WS-QTD-LIN-MD
           MOVE WS-CARTA-DATA     TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-CARTA-RESPON   TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-CARTA-ENDER    TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           IF WS-ESTAGIO = '1'
              MOVE WS-CARTA-TEXTO-LEMB   TO  WS-LINHA-CARTA
           ELSE
              MOVE WS-CARTA-TEXTO-NOTIF  TO  WS-LINHA-CARTA
           END-IF
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-CARTA-ALUNO    TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-CARTA-DEBITO   TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA
           MOVE WS-CARTA-RODAPE   TO  WS-LINHA-CARTA
           PERFORM 056-GUARDAR-LINHA

           MOVE WS-CEP-D OF REG-CADEND       TO  WS-CEP-MD
           MOVE WS-UF-D OF REG-CADEND        TO  WS-UF-MD
           MOVE WS-NUMERO-M OF REG-MENSALU   TO  WS-NUMERO-MD
           MOVE WS-PROGID                    TO  WS-ORIGEM-MD
           MOVE WS-DT-REF-IN                 TO  WS-DATA-MD
           WRITE REG-MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MALADIR'  TO  WS-MSG
              MOVE WS-FS-MAL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR A LINHA MONTADA NA PROXIMA LINHA DA PAGINA
      *--------------------------------------------------------------*
       056-GUARDAR-LINHA.

           ADD 1  TO  WS-QTD-LIN-MD
           MOVE WS-LINHA-CARTA  TO  WS-LINHA-MD (WS-QTD-LIN-MD)
           .
      *--------------------------------------------------------------*
      *    LISTAR O CANDIDATO A PROTESTO (ESTAGIO 3) PARA O DIRETOR
           DISPLAY ' * CANDIDATOS A PROTESTO(EST.3) = ' WS-CTPROT
           DISPLAY ' * ACOES JA FEITAS (DUNHIST)    = ' WS-CTJAFEITA
           DISPLAY ' * DEVEDORES SEM CADEND         = ' WS-CTSEMEND
           DISPLAY ' * ENDERECOS DEVOLVIDOS (CADEND)= ' WS-CTDEVOL
           DISPLAY ' * EVENTOS NA FILA    - NOTIFILA= ' WS-CTNOTIF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTVENCIDA NOT = WS-CTCARTA1 + WS-CTCARTA2
              + WS-CTPROT + WS-CTJAFEITA + WS-CTSEMEND + WS-CTDEVOL
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - VENCIDO X ACAO    *'
              DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           CLOSE  MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O MALADIR'  TO WS-MSG
              MOVE   WS-FS-MAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG091        *'
           DISPLAY ' *----------------------------------------*'
