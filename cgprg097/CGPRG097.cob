      * OBJETIVO: APLICAR NO CADALU AS ALTERACOES DE NOTA APROVADAS
      *           DA FILA NOTAPEND (SOLICITADAS NO CG19 V09 E
      *           APROVADAS NO CG96). PARA CADA ENTRADA 'A': GRAVA
      *           AS NOTAS NOVAS, RECALCULA A MEDIA (REGRA DO CURSO
      *           NO CURSOTAB), CARIMBA O OPERADOR APROVADOR NO
      *           CADALU, MARCA A ENTRADA 'X' (APLICADA) E LISTA NO
      *           RELNOT A ALTERACAO COM OS DOIS OPERADORES
      *           (SOLICITANTE E APROVADOR) - O RASTRO QUE A
      *           AUDITORIA PEDIU. PENDENTES E REJEITADAS SO SAO
      *           CONTADAS. APROVADA FORA DOS PRAZOS DO CALENDARIO
      *           ACADEMICO (CALACAD) SEM AUTORIZACAO TARDIA (AUTTARD)
      *           VAI PARA O REJFILE (MOTIVO PRZ/FEC) E FICA 'R'.
      *           CADA ALTERACAO APLICADA ENFILEIRA O AVISO DE NOTAS
      *           A FAMILIA NO NOTIFILA (ENVIADO PELO CGPRG160)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010145  PROGRAMA CRIADO - APLICACAO DAS
      *                          ALTERACOES DE NOTA APROVADAS
      *  V02    OUT/2026 010189  REGRA DE AVALIACAO POR CURSO: APLICA
      *                          TAMBEM A 3A E A 4A NOTAS E RECALCULA
      *                          A MEDIA PELO CGPRG150 COM A REGRA DO
      *                          CURSO DO ALUNO NO CURSOTAB, NO LUGAR
      *                          DA (NOTA1+NOTA2)/2 FIXA
      *  V03    OUT/2026 010190  CALENDARIO ACADEMICO: A ALTERACAO
      *                          APROVADA SO E APLICADA DENTRO DOS
      *                          PRAZOS DO SEMESTRE (CALACAD,
      *                          CGPRG152) OU COM AUTORIZACAO TARDIA
      *                          DO ALUNO (AUTTARD); FORA DELES A
      *                          ENTRADA SAI DA FILA COMO REJEITADA E
      *                          VAI PARA O REJFILE (MOTIVO PRZ/FEC)
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DA
      *                          LINHA DO RELATORIO COM 5 POSICOES
      *  V05    OUT/2026 010197  NOTIFICACAO AS FAMILIAS: CADA
      *                          ALTERACAO APLICADA ENFILEIRA O EVENTO
      *                          NOT (NOTAS E MEDIA) NO NOTIFILA,
      *                          ENVIADO PELO CGPRG160
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
           SELECT RELNOT ASSIGN TO RELNOTJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> CALENDARIO ACADEMICO E AUTORIZACOES TARDIAS DE NOTA
      *       (VER V03)
           SELECT CALACAD ASSIGN TO CALACADJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-SEMESTRE-CL OF REG-CALACAD
                  FILE STATUS   IS WS-FS-CAL
           .
           SELECT AUTTARD ASSIGN TO AUTTARDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-LT OF REG-AUTTARD
                  FILE STATUS   IS WS-FS-AUT
           .
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-NTF
           .
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-CADALU.
           COPY CADALUC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V02)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  RELNOT
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELNOT             PIC X(94)
           .
       FD  CALACAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CALACAD.
           COPY CALACADC.
       FD  AUTTARD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-AUTTARD.
           COPY AUTTARDC.
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILE.
           COPY REJCARDC.
      *-----> FILA DE NOTIFICACOES AS FAMILIAS (VER V05)
       FD  NOTIFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIFILA.
           COPY NOTIFILC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTREJEIT            PIC 9(04) VALUE ZEROS.
           05  WS-CTJAAPLIC           PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMALUNO          PIC 9(04) VALUE ZEROS.
           05  WS-CTPRAZO             PIC 9(04) VALUE ZEROS.
           05  WS-CTTARDIA            PIC 9(04) VALUE ZEROS.
           05  WS-CTNOTIF             PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FS-PEN              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-AUT              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-FS-NTF              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG097'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MEDIA               PIC 9(02)V99.

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V02)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> AREA DE CHAMADA DA REGRA DE PRAZOS DE NOTA (VER V03)
       01  WS-PRAZPAR.
           COPY PRAZPARC.

      *-----> CARTAO DE PARAMETROS (SYSIN): DATA DO MOVIMENTO E
      *       RUN-ID DA APLICACAO
       01  WS-REG-PARM.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MAT-R            PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-N1A-R            PIC Z9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-N2A-R            PIC Z9,99.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELNOT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELNOT'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CALACAD
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO ABRIR O CALACAD'  TO WS-MSG
              MOVE   WS-FS-CAL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT AUTTARD
           IF WS-FS-AUT  NOT = '00'
              MOVE  'ERRO AO ABRIR O AUTTARD'  TO WS-MSG
              MOVE   WS-FS-AUT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
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

           PERFORM 015-CARREGAR-CALENDARIO

           PERFORM 025-LER-NOTAPEND
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CALENDARIO ACADEMICO DO SEMESTRE DA DATA
      *    DO CARTAO DE PARAMETROS (CGPRG152 - VER V03). SEMESTRE SEM
      *    CALENDARIO OU DATA ANTERIOR AO SEU INICIO USA O SEMESTRE
      *    ANTERIOR, DONO DAS NOTAS AINDA EM ABERTO; SEM NENHUM DOS
      *    DOIS, OS PRAZOS NAO SAO CONFERIDOS (AVISO NO SYSOUT)
      *--------------------------------------------------------------*
       015-CARREGAR-CALENDARIO.

           MOVE 'S'    TO  WS-FUNCAO-PZ
           MOVE WS-DATA-IN
                       TO  WS-DATA-PZ
           CALL 'CGPRG152' USING WS-PRAZPAR

           MOVE ZEROS  TO  WS-DT-INICIO-PZ
           MOVE ZEROS  TO  WS-PRAZO-NOTA-PZ
           MOVE ZEROS  TO  WS-PRAZO-REC-PZ
           MOVE ZEROS  TO  WS-DT-FECHA-PZ
           SET PZ-SEM-CALENDARIO  TO  TRUE
           MOVE WS-SEMESTRE-PZ  TO  WS-SEMESTRE-CL OF REG-CALACAD
           PERFORM 016-LER-CALENDARIO
           IF PZ-SEM-CALENDARIO
              OR WS-DATA-PZ < WS-DT-INICIO-PZ
              SET PZ-SEM-CALENDARIO  TO  TRUE
              MOVE WS-SEMESTRE-ANT-PZ
                                   TO  WS-SEMESTRE-CL OF REG-CALACAD
              PERFORM 016-LER-CALENDARIO
           END-IF

           IF PZ-COM-CALENDARIO
              MOVE WS-SEMESTRE-CL OF REG-CALACAD  TO  WS-SEMESTRE-PZ
              DISPLAY ' * CALENDARIO - SEMESTRE: ' WS-SEMESTRE-PZ
                      ' FECHAMENTO: ' WS-DT-FECHA-PZ
           ELSE
              DISPLAY ' * ATENCAO - SEM CALENDARIO ACADEMICO P/ '
                      WS-SEMESTRE-PZ ' - PRAZOS NAO CONFERIDOS'
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CALENDARIO DE UM SEMESTRE E LEVAR AS DATAS PARA A
      *    AREA DA REGRA DE PRAZOS
      *--------------------------------------------------------------*
       016-LER-CALENDARIO.

           READ CALACAD
           IF WS-FS-CAL = '00'
              SET PZ-COM-CALENDARIO  TO  TRUE
              MOVE WS-DT-INICIO-CL OF REG-CALACAD   TO  WS-DT-INICIO-PZ
              MOVE WS-PRAZO-NOTA-CL OF REG-CALACAD  TO  WS-PRAZO-NOTA-PZ
              MOVE WS-PRAZO-REC-CL OF REG-CALACAD   TO  WS-PRAZO-REC-PZ
              MOVE WS-DT-FECHA-CL OF REG-CALACAD    TO  WS-DT-FECHA-PZ
           ELSE
              IF WS-FS-CAL NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CALACAD'  TO WS-MSG
                 MOVE  WS-FS-CAL                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UMA ENTRADA DA FILA DE PENDENTES
      *--------------------------------------------------------------*
       025-LER-NOTAPEND.
           .
      *--------------------------------------------------------------*
      *    APLICAR A ALTERACAO APROVADA NO CADALU: NOTAS NOVAS,
      *    MEDIA RECALCULADA (REGRA DO CURSO - VER V02), OPERADOR
      *    APROVADOR CARIMBADO; A ENTRADA VAI PARA 'X'
      *--------------------------------------------------------------*
       040-APLICAR.
              GO TO 999-ERRO
           END-IF

      *-----> ALTERACAO FORA DOS PRAZOS DO CALENDARIO, SEM
      *       AUTORIZACAO TARDIA, NAO E APLICADA (VER V03)
           PERFORM 041-TIPO-ALTERACAO
           PERFORM 042-CONFERIR-PRAZO
           IF PZ-RECUSADO
              PERFORM 043-REJEITAR-PRAZO
              GO TO 040-APLICAR-FIM
           END-IF

           MOVE WS-NOTA1-NOVA-NP OF REG-NOTAPEND
                TO  WS-NOTA1-S OF REG-CADALU
           MOVE WS-NOTA2-NOVA-NP OF REG-NOTAPEND
                TO  WS-NOTA2-S OF REG-CADALU
           MOVE WS-NOTAREC-NOVA-NP OF REG-NOTAPEND
                TO  WS-NOTA-REC-S OF REG-CADALU
      *-----> SOLICITACAO GRAVADA ANTES DA 3A/4A NOTAS TEM ESPACOS
      *       NO LUGAR DELAS
           IF WS-NOTA3-NOVA-NP OF REG-NOTAPEND NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-NOVA-NP OF REG-NOTAPEND
              MOVE ZEROS  TO  WS-NOTA4-NOVA-NP OF REG-NOTAPEND
           END-IF
           MOVE WS-NOTA3-NOVA-NP OF REG-NOTAPEND
                TO  WS-NOTA3-S OF REG-CADALU
           MOVE WS-NOTA4-NOVA-NP OF REG-NOTAPEND
                TO  WS-NOTA4-S OF REG-CADALU
           PERFORM 045-CALCULAR-MEDIA
           MOVE WS-MEDIA      TO  WS-MEDIA-S OF REG-CADALU
           MOVE WS-RUNID-IN   TO  WS-RUNID-S OF REG-CADALU
           MOVE WS-DATA-IN    TO  WS-DTLOTE-S OF REG-CADALU

           ADD 1  TO  WS-CTAPLIC
           PERFORM 050-IMPRIME-APLICACAO
           PERFORM 048-ENFILEIRAR-NOTAS
           .
       040-APLICAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    TIPO DA ALTERACAO PARA A REGRA DE PRAZOS (VER V03): MUDOU
      *    ALGUMA NOTA REGULAR -> 'N' (PRAZO DE NOTAS); SO A NOTA DE
      *    RECUPERACAO -> 'R' (PRAZO DE RECUPERACAO). SOLICITACAO
      *    GRAVADA ANTES DA 3A/4A NOTAS TEM ESPACOS NO LUGAR DELAS
      *--------------------------------------------------------------*
       041-TIPO-ALTERACAO.

           IF WS-NOTA3-ANT-NP OF REG-NOTAPEND NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-ANT-NP OF REG-NOTAPEND
              MOVE ZEROS  TO  WS-NOTA4-ANT-NP OF REG-NOTAPEND
           END-IF
           IF WS-NOTA3-NOVA-NP OF REG-NOTAPEND NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-NOVA-NP OF REG-NOTAPEND
              MOVE ZEROS  TO  WS-NOTA4-NOVA-NP OF REG-NOTAPEND
           END-IF

           IF WS-NOTA1-NOVA-NP OF REG-NOTAPEND
                       NOT = WS-NOTA1-ANT-NP OF REG-NOTAPEND
              OR WS-NOTA2-NOVA-NP OF REG-NOTAPEND
                       NOT = WS-NOTA2-ANT-NP OF REG-NOTAPEND
              OR WS-NOTA3-NOVA-NP OF REG-NOTAPEND
                       NOT = WS-NOTA3-ANT-NP OF REG-NOTAPEND
              OR WS-NOTA4-NOVA-NP OF REG-NOTAPEND
                       NOT = WS-NOTA4-ANT-NP OF REG-NOTAPEND
              SET PZ-ALT-NOTAS  TO  TRUE
           ELSE
              SET PZ-ALT-RECUP  TO  TRUE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O LANCAMENTO (WS-TIPO-ALT-PZ JA MONTADO) CONTRA
      *    OS PRAZOS DO CALENDARIO E A AUTORIZACAO TARDIA DO ALUNO NO
      *    SEMESTRE (CGPRG152 - VER V03). VEREDITO EM WS-VEREDITO-PZ;
      *    RECUSA COM O MOTIVO 'PRZ'/'FEC' EM WS-MOTIVO-PZ
      *--------------------------------------------------------------*
       042-CONFERIR-PRAZO.

           MOVE 'L'     TO  WS-VEREDITO-PZ
           MOVE SPACES  TO  WS-MOTIVO-PZ

           IF PZ-COM-CALENDARIO
              MOVE WS-NUMERO-NP OF REG-NOTAPEND
                                  TO  WS-NUMERO-LT OF REG-AUTTARD
              MOVE WS-SEMESTRE-PZ TO  WS-SEMESTRE-LT OF REG-AUTTARD
              READ AUTTARD
              IF WS-FS-AUT = '00'
                 MOVE WS-SIT-LT OF REG-AUTTARD  TO  WS-SIT-AUT-PZ
                 MOVE WS-DT-LIMITE-LT OF REG-AUTTARD
                                                TO  WS-DT-LIMITE-PZ
              ELSE
                 IF WS-FS-AUT NOT = '23'
                    MOVE 'ERRO NA LEITURA DO AUTTARD'  TO WS-MSG
                    MOVE  WS-FS-AUT                    TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 MOVE SPACE  TO  WS-SIT-AUT-PZ
                 MOVE ZEROS  TO  WS-DT-LIMITE-PZ
              END-IF

              MOVE 'V'  TO  WS-FUNCAO-PZ
              CALL 'CGPRG152' USING WS-PRAZPAR

              IF PZ-LIBERADO-AUT
                 ADD 1  TO  WS-CTTARDIA
                 DISPLAY ' * NOTA FORA DO PRAZO LIBERADA POR '
                         'AUTORIZACAO TARDIA - MATRICULA '
                         WS-NUMERO-LT OF REG-AUTTARD
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO RECUSADA PELO CALENDARIO (VER V03): A ENTRADA SAI
      *    DA FILA COMO REJEITADA ('R') E A IMAGEM DELA VAI PARA O
      *    REJFILE COM O MOTIVO DO CGPRG152 ('PRZ'/'FEC'). COM UMA
      *    AUTORIZACAO TARDIA NO CGPRG151, A SOLICITACAO E REFEITA
      *    NO CG19
      *--------------------------------------------------------------*
       043-REJEITAR-PRAZO.

           MOVE 'R'  TO  WS-SIT-NP OF REG-NOTAPEND
           MOVE WS-DATA-IN  TO  WS-DTDEC-NP OF REG-NOTAPEND
           REWRITE REG-NOTAPEND
           IF WS-FS-PEN NOT = '00'
              MOVE 'ERRO NA BAIXA DO NOTAPEND'  TO WS-MSG
              MOVE  WS-FS-PEN                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE SPACES        TO  REG-REJFILE
           MOVE WS-PROGID     TO  WS-PROG-RJ
           MOVE WS-RUNID-IN   TO  WS-RUNID-RJ
           MOVE WS-DATA-IN    TO  WS-DATA-RJ
           MOVE WS-MOTIVO-PZ  TO  WS-MOTIVO-RJ
           MOVE REG-NOTAPEND  TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1  TO  WS-CTPRAZO
           MOVE 4  TO  RETURN-CODE
           DISPLAY ' *** ALTERACAO FORA DO PRAZO (' WS-MOTIVO-PZ
                   ') - MATR. ' WS-NUMERO-NP OF REG-NOTAPEND ' ***'
           .
      *--------------------------------------------------------------*
      *    MEDIA DAS NOTAS NOVAS PELA REGRA DE AVALIACAO DO CURSO DO
      *    ALUNO (CGPRG150 - VER V02). CURSO FORA DO CATALOGO LEVA
      *    ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO
      *--------------------------------------------------------------*
       045-CALCULAR-MEDIA.

           MOVE WS-CURSO-S OF REG-CADALU
                               TO  WS-CURSO-CT OF REG-CURSOTAB
           READ CURSOTAB
           IF WS-FS-CUR = '23'
              MOVE SPACES  TO  WS-REGRA-AV
           ELSE
              IF WS-FS-CUR NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE WS-REGRA-AVAL-CT OF REG-CURSOTAB
                                    TO  WS-REGRA-AV
              END-IF
           END-IF

           MOVE 'C'  TO  WS-FUNCAO-AV
           MOVE WS-NOTA1-S OF REG-CADALU     TO  WS-NOTA-AV (1)
           MOVE WS-NOTA2-S OF REG-CADALU     TO  WS-NOTA-AV (2)
           MOVE WS-NOTA3-S OF REG-CADALU     TO  WS-NOTA-AV (3)
           MOVE WS-NOTA4-S OF REG-CADALU     TO  WS-NOTA-AV (4)
           MOVE WS-NOTA-REC-S OF REG-CADALU  TO  WS-NOTA-REC-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           MOVE WS-MEDIA-AV  TO  WS-MEDIA
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O AVISO DAS NOTAS NOVAS A FAMILIA (VER V05)
      *--------------------------------------------------------------*
       048-ENFILEIRAR-NOTAS.

           MOVE SPACES                       TO  REG-NOTIFILA
           SET NF-NOTAS                      TO  TRUE
           SET NF-SEM-CARTA                  TO  TRUE
           MOVE WS-NUMERO-S OF REG-CADALU    TO  WS-NUMERO-NF
           MOVE WS-PROGID                    TO  WS-ORIGEM-NF
           MOVE WS-DATA-IN                   TO  WS-DATA-NF
           MOVE WS-CURSO-S OF REG-CADALU     TO  WS-CURSO-NF
           MOVE WS-NOTA1-S OF REG-CADALU     TO  WS-NOTA1-NF
           MOVE WS-NOTA2-S OF REG-CADALU     TO  WS-NOTA2-NF
           MOVE WS-NOTA3-S OF REG-CADALU     TO  WS-NOTA3-NF
           MOVE WS-NOTA4-S OF REG-CADALU     TO  WS-NOTA4-NF
           MOVE WS-MEDIA                     TO  WS-MEDIA-NF

           WRITE REG-NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTNOTIF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DA ALTERACAO APLICADA COM OS DOIS
      *    OPERADORES
      *--------------------------------------------------------------*
           DISPLAY ' * REJEITADAS                   = ' WS-CTREJEIT
           DISPLAY ' * JA APLICADAS ANTES           = ' WS-CTJAAPLIC
           DISPLAY ' * APROVADAS SEM ALUNO          = ' WS-CTSEMALUNO
           DISPLAY ' * RECUSADAS PELO PRAZO         = ' WS-CTPRAZO
           DISPLAY ' * LIBERADAS POR AUTORIZ TARDIA = ' WS-CTTARDIA
           DISPLAY ' * EVENTOS NA FILA    - NOTIFILA= ' WS-CTNOTIF
           DISPLAY ' *========================================*'

           COMPUTE WS-CTPROC = WS-CTAPLIC + WS-CTPENDENTE
                   + WS-CTREJEIT + WS-CTJAAPLIC + WS-CTSEMALUNO
                   + WS-CTPRAZO
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELNOT
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELNOT'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CALACAD
           IF WS-FS-CAL  NOT = '00'
              MOVE  'ERRO AO FECHAR O CALACAD'  TO WS-MSG
              MOVE   WS-FS-CAL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  AUTTARD
           IF WS-FS-AUT  NOT = '00'
              MOVE  'ERRO AO FECHAR O AUTTARD'  TO WS-MSG
              MOVE   WS-FS-AUT                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG097        *'
           DISPLAY ' *----------------------------------------*'
