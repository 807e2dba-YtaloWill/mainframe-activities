      * OBJETIVO: AGENDAMENTO DA SEGUNDA CHAMADA (RECUPERACAO). LE O
      *           CADALU E SELECIONA OS ALUNOS EM RECUPERACAO PELO
      *           CRITERIO DO CGPRG009 (MEDIA >= CORTE MINIMO DE
      *           RECUPERACAO E < CORTE DE APROVACAO, DO CARTAO OU
      *           DO CURSO, AINDA SEM NOTA-REC LANCADA), DISTRIBUI
      *           CADA UM NA PRIMEIRA SESSAO DE EXAME DO SEU CURSO
      *           COM VAGA (SESSOES NO
      *           ARQUIVO DE PARAMETROS SESSFIL: DATA, SALA, CURSO,
      *           VAGAS), IMPRIME AS LISTAS DE SALA PARA OS
      *           INSTRUTORES (RELSALA) E GERA A CARTA DE
      *           CONVOCACAO POR ALUNO (FILA MALADIR DA POSTAGEM
      *           CONSOLIDADA, COM ENDERECO E RESPONSAVEL DO CADEND,
      *           NO MOLDE DO CGPRG028). ALUNO EM RECUPERACAO QUE NAO
      *           COUBE EM NENHUMA SESSAO DO CURSO, OU SEM ENDERECO
      *           VALIDO NO CADEND, SAI NA LISTAGEM DE EXCECAO DO
      *           SYSOUT - ANTES DO PRAZO DA NOTA-REC, NAO DEPOIS.
      *           CADA ALUNO AGENDADO ENFILEIRA A CONVOCACAO NO
      *           NOTIFILA PARA O AVISO A FAMILIA (CGPRG160)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          PAGINAS DO LIVRO PASSAM A CONFERIR
      *                          O FILE STATUS A CADA WRITE, COMO O
      *                          043-CONFERIR-CARTA DO CGPRG028
      *  V03    OUT/2026 010189  REGRA DE AVALIACAO POR CURSO: CARTAO
      *                          DE CORTES ZERADO PASSA A SELECIONAR
      *                          PELOS CORTES DE APROVACAO E DE
      *                          RECUPERACAO DO CURSO DE CADA ALUNO
      *                          (CURSOTAB, REGRA EFETIVA DEVOLVIDA
      *                          PELO CGPRG150); CORTES PREENCHIDOS
      *                          CONTINUAM VALENDO PARA TODOS OS
      *                          CURSOS
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DA
      *                          TABELA DE SESSOES, DA CARTA E DA
      *                          LISTA DE SALA COM 5 POSICOES
      *  V05    OUT/2026 010197  NOTIFICACAO AS FAMILIAS: CADA ALUNO
      *                          AGENDADO ENFILEIRA O EVENTO REC (DATA
      *                          E SALA DA SESSAO) NO NOTIFILA,
      *                          MARCADO COM CARTA QUANDO A CONVOCACAO
      *                          FOI IMPRESSA
      *  V06    OUT/2026 010199  POSTAGEM CONSOLIDADA: A CONVOCACAO
      *                          VAI PARA A FILA MALADIR (COPY
      *                          MALADIRC) EM VEZ DO CARTAFIL,
      *                          IMPRESSA EM ORDEM DE CEP PELO
      *                          CGPRG164. ENDERECO DEVOLVIDO PELOS
      *                          CORREIOS (END-DEVOLVIDO NO CADEND)
      *                          VAI PARA A EXCECAO SEM CARTA, E O
      *                          AVISO A FAMILIA SAI MARCADO SEM CARTA
      *                          (CHAVE WS-SW-CARTA)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  FILE STATUS   IS WS-FS-END
           .
      *-----> SESSOES DE EXAME (PARAMETRO: DATA+SALA+CURSO+VAGAS)
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V03)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
           SELECT SESSFIL ASSIGN TO SESSFILJ
                  FILE STATUS   IS WS-FS-SES
           .
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-NTF
           .
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V06)
           SELECT MALADIR ASSIGN TO MALADIRJ
                  FILE STATUS   IS WS-FS-MAL
           .
           SELECT RELSALA ASSIGN TO RELSALAJ
                  FILE STATUS   IS WS-FS-REL
           .
       01  REG-CADEND.
           COPY CADENDC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V03)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  SESSFIL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           05 WS-CURSO-SE         PIC X(12).
           05 WS-VAGAS-SE         PIC 9(03).
           05 FILLER              PIC X(07).
      *-----> FILA DE CARTAS DA POSTAGEM CONSOLIDADA (VER V06)
       FD  MALADIR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MALADIR.
           COPY MALADIRC.
       FD  RELSALA
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELSALA            PIC X(80)
           .
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
           05  WS-CTSEMSESS           PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMEND            PIC 9(04) VALUE ZEROS.
           05  WS-CTCARTA             PIC 9(04) VALUE ZEROS.
           05  WS-CTDEVOL             PIC 9(04) VALUE ZEROS.
           05  WS-CTNOTIF             PIC 9(04) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-SES              PIC X(02).
           05  WS-FS-MAL              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-FS-NTF              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG099'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SESS-SUB            PIC 9(02).
           05  WS-QTD-SESS            PIC 9(02) VALUE ZEROS.
           05  WS-ALUNO-SUB           PIC 9(03).
           05  WS-SW-CARTA            PIC X(01).
               88 CARTA-GERADA            VALUE 'S'.
               88 CARTA-NAO-GERADA        VALUE 'N'.
      *-----> CORTES APLICADOS AO ALUNO CORRENTE: OS DO CARTAO OU,
      *       COM O CARTAO ZERADO, OS DO CURSO DELE (VER V03)
           05  WS-CORTE-ALU           PIC 9(02)V99.
           05  WS-CORTE-REC-ALU       PIC 9(02)V99.

      *-----> CRITERIO DE SELECAO (SYSIN): CORTE DE APROVACAO E
      *       CORTE MINIMO DE RECUPERACAO (MESMOS DO CGPRG009). OS
      *       DOIS ZERADOS = CORTES DA REGRA DO CURSO DE CADA ALUNO
      *       NO CURSOTAB (VER V03)
       01  WS-REG-PARM.
           05  WS-CORTE-IN            PIC 9(02)V99.
           05  WS-CORTE-REC-IN        PIC 9(02)V99.

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V03)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> SESSOES DE EXAME CARREGADAS DO SESSFIL (ATE 20), COM
      *       A LISTA DOS ALUNOS AGENDADOS EM CADA UMA (ATE 60 POR
      *       SALA)
               10  WS-SE-VAGAS        PIC 9(03).
               10  WS-SE-OCUPADAS     PIC 9(03).
               10  WS-SE-ALUNO-OCOR   OCCURS 60 TIMES.
                   15  WS-SE-MATRIC   PIC 9(05).
                   15  WS-SE-NOME     PIC X(20).

      *-----> LINHAS DA CARTA DE CONVOCACAO (MOLDE DO CGPRG028)
           05 FILLER              PIC X(11) VALUE 'ALUNO(A): '.
           05 WS-CARTA-NOME-N     PIC X(20).
           05 FILLER              PIC X(13) VALUE '  MATRICULA: '.
           05 WS-CARTA-MAT-N      PIC 9(05).
           05 FILLER              PIC X(10) VALUE '  CURSO: '.
           05 WS-CARTA-CURSO-N    PIC X(12).
           05 FILLER              PIC X(09) VALUE SPACES.

       01  WS-CARTA-SESSAO.
           05 FILLER              PIC X(06) VALUE 'DATA: '.

       01  WS-LINHA-BRANCO        PIC X(80)       VALUE SPACES.

      *-----> LINHA EM MONTAGEM PARA A PAGINA DA MALADIR (VER V06)
       01  WS-LINHA-CARTA         PIC X(80).

      *-----> DADOS DE SAIDA - LISTAS DE SALA
       01  WS-CAB-SALA.
           05 FILLER              PIC X(17) VALUE

       01  WS-REG-LINHA-SALA.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-SALA-MAT-R       PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SALA-NOME-R      PIC X(20).
           05 FILLER              PIC X(50) VALUE SPACES.

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * CORTE APROVACAO   : ' WS-CORTE-IN
           DISPLAY ' * CORTE RECUPERACAO : ' WS-CORTE-REC-IN
           IF WS-CORTE-IN = ZEROS AND WS-CORTE-REC-IN = ZEROS
              DISPLAY ' * CORTES DA REGRA DO CURSO (CURSOTAB)'
           ELSE
              IF WS-CORTE-IN = ZEROS
                 OR WS-CORTE-REC-IN NOT < WS-CORTE-IN
                 MOVE  'CRITERIO DE CORTE INVALIDO'  TO WS-MSG
                 MOVE  '  '                          TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM 018-CARREGAR-SESSOES
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
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

           PERFORM 025-LER-CADALU
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 031-APURAR-CORTES

           IF WS-MEDIA-S OF REG-CADALU < WS-CORTE-ALU
              AND WS-MEDIA-S OF REG-CADALU
                  NOT < WS-CORTE-REC-ALU
              AND WS-NOTA-REC-S OF REG-CADALU = ZEROS
              ADD 1  TO  WS-CTRECUP
              PERFORM 032-AGENDAR
           PERFORM 025-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    CORTES DO ALUNO: OS DO CARTAO OU, COM O CARTAO ZERADO, OS
      *    DA REGRA DO CURSO NO CURSOTAB, JA COMPLETADA COM OS
      *    PADROES PELO CGPRG150 (VER V03). CURSO FORA DO CATALOGO
      *    LEVA ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO
      *--------------------------------------------------------------*
       031-APURAR-CORTES.

           IF WS-CORTE-IN NOT = ZEROS
              MOVE WS-CORTE-IN      TO  WS-CORTE-ALU
              MOVE WS-CORTE-REC-IN  TO  WS-CORTE-REC-ALU
           ELSE
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
              MOVE 'J'  TO  WS-FUNCAO-AV
              MOVE WS-MEDIA-S OF REG-CADALU  TO  WS-MEDIA-AV
              MOVE ZEROS                     TO  WS-NOTA-REC-AV
              CALL 'CGPRG150' USING WS-AVALPAR
              MOVE WS-CORTE-APROV-AV  TO  WS-CORTE-ALU
              MOVE WS-CORTE-REC-AV    TO  WS-CORTE-REC-ALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    AGENDAR O ALUNO: PRIMEIRA SESSAO DO CURSO COM VAGA;
      *    NENHUMA COM VAGA = EXCECAO NO SYSOUT
      *--------------------------------------------------------------*
                   TO  WS-SE-NOME (WS-SESS-SUB WS-ALUNO-SUB)
              ADD 1  TO  WS-CTAGEND
              PERFORM 040-GERAR-CONVOCACAO THRU 040-GERAR-FIM
              PERFORM 042-ENFILEIRAR-CONVOCACAO
           END-IF
           .
      *--------------------------------------------------------------*
           ADD 1  TO  WS-SESS-SUB
           .
      *--------------------------------------------------------------*
      *    GERAR A CARTA DE CONVOCACAO COM O ENDERECO DO CADEND E
      *    GRAVA-LA NA MALADIR; ALUNO SEM CADEND OU COM ENDERECO
      *    DEVOLVIDO PELOS CORREIOS SAI NA EXCECAO DO SYSOUT
      *--------------------------------------------------------------*
       040-GERAR-CONVOCACAO.

           SET CARTA-NAO-GERADA  TO  TRUE
           MOVE WS-NUMERO-S OF REG-CADALU  TO
                WS-NUMERO-D OF REG-CADEND
           READ CADEND
              MOVE  WS-FS-END                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF END-DEVOLVIDO OF REG-CADEND
              ADD 1  TO  WS-CTDEVOL
              DISPLAY ' *** ENDERECO DEVOLVIDO     - MATR. '
                      WS-NUMERO-S OF REG-CADALU ' ***'
              GO TO 040-GERAR-FIM
           END-IF

           MOVE WS-RESPON-D OF REG-CADEND  TO  WS-CARTA-RESPON-N
           MOVE WS-ENDER-D OF REG-CADEND   TO  WS-CARTA-ENDER-N
           MOVE WS-SE-DATA (WS-SESS-SUB)   TO  WS-CARTA-DTEX-N
           MOVE WS-SE-SALA (WS-SESS-SUB)   TO  WS-CARTA-SALA-N

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
           MOVE WS-CARTA-TEXTO1   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-ALUNO    TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-SESSAO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-LINHA-BRANCO   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA
           MOVE WS-CARTA-RODAPE   TO  WS-LINHA-CARTA
           PERFORM 046-GUARDAR-LINHA

           MOVE WS-CEP-D OF REG-CADEND      TO  WS-CEP-MD
           MOVE WS-UF-D OF REG-CADEND       TO  WS-UF-MD
           MOVE WS-NUMERO-S OF REG-CADALU   TO  WS-NUMERO-MD
           MOVE WS-PROGID                   TO  WS-ORIGEM-MD
           COMPUTE WS-DATA-MD = 20000000 + WS-DTSYS
           WRITE REG-MALADIR
           IF WS-FS-MAL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MALADIR'  TO  WS-MSG
              MOVE WS-FS-MAL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           SET CARTA-GERADA  TO  TRUE
           ADD 1  TO  WS-CTCARTA
           .
       040-GERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ENFILEIRAR A CONVOCACAO PARA O AVISO A FAMILIA (VER V05).
      *    SEM CARTA GRAVADA NO 040 (SEM CADEND OU ENDERECO
      *    DEVOLVIDO - VER V06) O EVENTO SAI MARCADO SEM CARTA; A
      *    DATA DO EVENTO E A DO SISTEMA (O CARTAO SO TRAZ OS CORTES)
      *--------------------------------------------------------------*
       042-ENFILEIRAR-CONVOCACAO.

           MOVE SPACES                       TO  REG-NOTIFILA
           SET NF-RECUPERACAO                TO  TRUE
           IF CARTA-NAO-GERADA
              SET NF-SEM-CARTA               TO  TRUE
           ELSE
              SET NF-COM-CARTA               TO  TRUE
           END-IF
           MOVE WS-NUMERO-S OF REG-CADALU    TO  WS-NUMERO-NF
           MOVE WS-PROGID                    TO  WS-ORIGEM-NF
           COMPUTE WS-DATA-NF = 20000000 + WS-DTSYS
           MOVE WS-CURSO-S OF REG-CADALU     TO  WS-CURSO-NF
           MOVE WS-SE-DATA (WS-SESS-SUB)     TO  WS-DT-SESSAO-NF
           MOVE WS-SE-SALA (WS-SESS-SUB)     TO  WS-SALA-NF

           WRITE REG-NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTNOTIF
           .
      *--------------------------------------------------------------*
      *    GUARDAR A LINHA MONTADA NA PROXIMA LINHA DA PAGINA
      *--------------------------------------------------------------*
       046-GUARDAR-LINHA.

           ADD 1  TO  WS-QTD-LIN-MD
           MOVE WS-LINHA-CARTA  TO  WS-LINHA-MD (WS-QTD-LIN-MD)
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR AS LISTAS DE SALA, UMA PAGINA POR SESSAO
           DISPLAY ' * EM RECUPERACAO               = ' WS-CTRECUP
           DISPLAY ' * AGENDADOS NAS SESSOES        = ' WS-CTAGEND
           DISPLAY ' * SEM SESSAO COM VAGA          = ' WS-CTSEMSESS
           DISPLAY ' * CARTAS GERADAS - MALADIR     = ' WS-CTCARTA
           DISPLAY ' * AGENDADOS SEM CADEND         = ' WS-CTSEMEND
           DISPLAY ' * AGENDADOS C/ END. DEVOLVIDO  = ' WS-CTDEVOL
           DISPLAY ' * EVENTOS NA FILA    - NOTIFILA= ' WS-CTNOTIF
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
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
           DISPLAY ' *      TERMINO NORMAL DO CGPRG099        *'
           DISPLAY ' *----------------------------------------*'
