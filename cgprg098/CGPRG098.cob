      *           O GRADEFIL TRAZ UM BLOCO POR INSTRUTOR:
      *             'H' + INSTRUTOR(5) + CURSO(12)
      *             'D' + MATRICULA(4) + NOTA1(4) + NOTA2(4)
      *                 + NOTA3(4) + NOTA4(4) (OPCIONAIS - VER V04)
      *             'T' + QTDE(4) + HASH(9) = SOMA DAS NOTAS
      *           O BLOCO E VALIDADO COMO UNIDADE: QTDE OU HASH DO
      *           RODAPE DIFERENTE DO APURADO REJEITA O BLOCO
      *           INTEIRO PARA O REJFILE (MOTIVO 'HSH') - E O
      *           NAO GERA CARTAO. O BLOCO VALIDO VIRA CARTOES 'A'
      *           DO CGPRG008 NO DECK TRANSFIL (CABECALHO/SENTINELA/
      *           RODAPE DO SYSINHT, OPERADOR/MOTIVO DO CARTAO DE
      *           PARAMETROS, COMO O APROVFIL DO CGPRG025).
      *           O INSTRUTOR DO BLOCO TEM DE ESTAR ATIVO NO PROFMST
      *           E COM DOCENCIA ATRIBUIDA NO CURSO (ATRIDOC - VER
      *           V03). LINHA FORA DOS PRAZOS DO CALENDARIO ACADEMICO
      *           (CALACAD) SEM AUTORIZACAO TARDIA (AUTTARD) VAI PARA
      *           O REJFILE (MOTIVO 'PRZ'/'FEC' - VER V05).
      *           CADA CARTAO GERADO ENFILEIRA O AVISO DE NOTAS A
      *           FAMILIA NO NOTIFILA (ENVIADO PELO CGPRG160)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          WS-CTBLOCO-NOK, COMO NO FECHO DO
      *                          ARQUIVO - A PROVA BLOCO X FECHADO
      *                          QUEBRAVA COM CC 8 ESPURIO
      *  V03    OUT/2026 010186  INSTRUTOR DO CABECALHO 'H' PASSA A
      *                          SER CONFERIDO NO PROFMST (ATIVO) E
      *                          NA ATRIBUICAO DE DOCENCIA ATRIDOC
      *                          (CURSO DO BLOCO NO SEMESTRE LETIVO
      *                          DA DATA DO CARTAO DE PARAMETROS):
      *                          BLOCO DE INSTRUTOR DESCONHECIDO OU
      *                          SEM ATRIBUICAO VAI INTEIRO PARA O
      *                          REJFILE (MOTIVOS 'PRF'/'ATR'); O
      *                          BLOCO ACEITO CARIMBA A DATA DE
      *                          ENTREGA NAS ATRIBUICOES DO CURSO,
      *                          LIDA PELO CGPRG145
      *  V04    OUT/2026 010189  LINHA D GANHA A 3A E A 4A NOTAS
      *                          (OPCIONAIS, EM BRANCO = ZEROS),
      *                          SOMADAS NO HASH E LEVADAS AO CARTAO A
      *                          DO CGPRG008, QUE CALCULA A MEDIA PELA
      *                          REGRA DE AVALIACAO DO CURSO
      *                          (CGPRG150)
      *  V05    OUT/2026 010190  CALENDARIO ACADEMICO: LINHA VALIDA
      *                          FORA DOS PRAZOS DO SEMESTRE DA DATA
      *                          DO CARTAO DE PARAMETROS (CALACAD,
      *                          CGPRG152), SEM AUTORIZACAO TARDIA DO
      *                          ALUNO (AUTTARD), VAI PARA O REJFILE
      *                          (MOTIVO PRZ/FEC) E NAO GERA CARTAO
      *  V06    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): DETALHE DO
      *                          GRADEFIL COM MATRICULA(5) (NOTAS
      *                          DESLOCADAS DE 1, MESMOS 30 BYTES) E
      *                          CARTAO 'A' GERADO NO LAYOUT NOVO DO
      *                          CGPRG008
      *  V07    OUT/2026 010197  NOTIFICACAO AS FAMILIAS: CADA CARTAO
      *                          GERADO ENFILEIRA O EVENTO NOT NO
      *                          NOTIFILA (SEM A MEDIA, CALCULADA SO
      *                          NA APLICACAO DO CARTAO), ENVIADO PELO
      *                          CGPRG160
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
      *-----> CADASTRO DE INSTRUTORES E ATRIBUICAO DE DOCENCIA
      *       (VER V03)
           SELECT NOTIFILA ASSIGN TO NOTIFILJ
                  FILE STATUS   IS WS-FS-NTF
           .
           SELECT PROFMST ASSIGN TO PROFMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CODIGO-PF OF REG-PROFMST
                  FILE STATUS   IS WS-FS-PRF
           .
           SELECT ATRIDOC ASSIGN TO ATRIDOCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-AT OF REG-ATRIDOC
                  FILE STATUS   IS WS-FS-ATR
           .
      *-----> CALENDARIO ACADEMICO E AUTORIZACOES TARDIAS DE NOTA
      *       (VER V05)
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
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-REJFILE.
           COPY REJCARDC.
       FD  PROFMST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PROFMST.
           COPY PROFMSTC.
       FD  ATRIDOC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ATRIDOC.
           COPY ATRIDOCC.
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
      *-----> FILA DE NOTIFICACOES AS FAMILIAS (VER V07)
       FD  NOTIFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTIFILA.
           COPY NOTIFILC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTCARTAO            PIC 9(02) VALUE ZEROS.
           05  WS-CTREJLIN            PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAVREJ           PIC 9(04) VALUE ZEROS.
           05  WS-CTBLOCO-PRF         PIC 9(02) VALUE ZEROS.
           05  WS-CTENTREGA           PIC 9(04) VALUE ZEROS.
           05  WS-CTPRAZO             PIC 9(04) VALUE ZEROS.
           05  WS-CTTARDIA            PIC 9(04) VALUE ZEROS.
           05  WS-CTNOTIF             PIC 9(04) VALUE ZEROS.
           05  WS-FS-GRA              PIC X(02).
           05  WS-FS-TRA              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-FS-PRF              PIC X(02).
           05  WS-FS-ATR              PIC X(02).
           05  WS-FS-CAL              PIC X(02).
           05  WS-FS-AUT              PIC X(02).
           05  WS-FS-NTF              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(03).
      *-----> MOTIVO DO REJEITO DO BLOCO INTEIRO (HSH/PRF/ATR)
           05  WS-MOTIVO-BLOCO        PIC X(03).
      *-----> SEMESTRE LETIVO (AAAAS) DA DATA DO CARTAO DE
      *       PARAMETROS, PARA A ATRIBUICAO DE DOCENCIA (VER V03)
           05  WS-SEMESTRE-LET        PIC 9(05).
           05  WS-SEMESTRE-LET-R  REDEFINES  WS-SEMESTRE-LET.
               10  WS-ANO-LET         PIC 9(04).
               10  WS-NR-LET          PIC 9(01).
           05  WS-SW-INSTRUTOR        PIC X(01).
               88 INSTRUTOR-VALIDO        VALUE 'V'.
               88 INSTRUTOR-INVALIDO      VALUE 'I'.
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG098'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  FILLER                 PIC X(12).
       01  WS-DETALHE-GR REDEFINES WS-REG-GRADE.
           05  FILLER                 PIC X(01).
           05  WS-MATRICULA-GR        PIC X(05).
           05  WS-MATRICULA-GR-N REDEFINES WS-MATRICULA-GR
                                      PIC 9(05).
           05  WS-NOTA1-GR            PIC X(04).
           05  WS-NOTA1-GR-N REDEFINES WS-NOTA1-GR
                                      PIC 9(02)V99.
           05  WS-NOTA2-GR            PIC X(04).
           05  WS-NOTA2-GR-N REDEFINES WS-NOTA2-GR
                                      PIC 9(02)V99.
      *-----> 3A E 4A NOTAS, SO PARA CURSO CUJA REGRA DE AVALIACAO
      *       PEDE MAIS DE DUAS (EM BRANCO = ZEROS - VER V04)
           05  WS-NOTA3-GR            PIC X(04).
           05  WS-NOTA3-GR-N REDEFINES WS-NOTA3-GR
                                      PIC 9(02)V99.
           05  WS-NOTA4-GR            PIC X(04).
           05  WS-NOTA4-GR-N REDEFINES WS-NOTA4-GR
                                      PIC 9(02)V99.
           05  FILLER                 PIC X(08).
       01  WS-RODAPE-GR REDEFINES WS-REG-GRADE.
           05  FILLER                 PIC X(01).
           05  WS-QTD-GR              PIC 9(04).
       01  WS-REG-PARM.
           05  WS-RUNID-IN            PIC 9(04).
           05  WS-DATA-IN             PIC 9(08).
           05  WS-DATA-IN-R  REDEFINES  WS-DATA-IN.
               10  WS-ANO-IN          PIC 9(04).
               10  WS-MES-IN          PIC 9(02).
               10  WS-DIA-IN          PIC 9(02).
           05  WS-OPER-IN             PIC X(03).
           05  WS-MOTIVO-IN           PIC X(02).

      *-----> AREA DE CHAMADA DA REGRA DE PRAZOS DE NOTA (VER V05)
       01  WS-PRAZPAR.
           COPY PRAZPARC.

      *-----> MONTAGEM DE UM CARTAO 'A' DO CGPRG008
       01  WS-CARTAO-ALTERACAO.
           05 WS-TIPO-CA          PIC X(01).
           05 WS-NUMERO-CA        PIC 9(05).
           05 WS-NOME-CA          PIC X(20).
           05 WS-SEXO-CA          PIC X(01).
           05 WS-IDADE-CA         PIC 9(02).
           05 WS-CPF-CA           PIC 9(11).
           05 WS-OPER-CA          PIC X(03).
           05 WS-MOTIVO-CA        PIC X(02).
           05 WS-NOTA3-CA         PIC 9(02)V99.
           05 WS-NOTA4-CA         PIC 9(02)V99.

      *-----> CARTOES 'A' VALIDADOS, RETIDOS ATE O 090-TERMINAR
      *       PARA O CABECALHO DO TRANSFIL SAIR COM A QTDE CERTA
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR

           MOVE WS-ANO-IN  TO  WS-ANO-LET
           IF WS-MES-IN > 6
              MOVE 2  TO  WS-NR-LET
           ELSE
              MOVE 1  TO  WS-NR-LET
           END-IF
           DISPLAY ' * SEMESTRE LETIVO: ' WS-SEMESTRE-LET

           OPEN INPUT GRADEFIL
           IF WS-FS-GRA  NOT = '00'
              MOVE  'ERRO AO ABRIR O GRADEFIL'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO ABRIR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO ABRIR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                 TO WS-FS-MSG
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

           OPEN EXTEND NOTIFILA
           IF WS-FS-NTF = '35'
              OPEN OUTPUT NOTIFILA
           END-IF
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 012-CARREGAR-CALENDARIO

           PERFORM 025-LER-GRADEFIL
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CALENDARIO ACADEMICO DO SEMESTRE DA DATA
      *    DO CARTAO DE PARAMETROS (CGPRG152 - VER V05). SEMESTRE SEM
      *    CALENDARIO OU DATA ANTERIOR AO SEU INICIO USA O SEMESTRE
      *    ANTERIOR, DONO DAS NOTAS AINDA EM ABERTO; SEM NENHUM DOS
      *    DOIS, OS PRAZOS NAO SAO CONFERIDOS (AVISO NO SYSOUT)
      *--------------------------------------------------------------*
       012-CARREGAR-CALENDARIO.

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
           PERFORM 013-LER-CALENDARIO
           IF PZ-SEM-CALENDARIO
              OR WS-DATA-PZ < WS-DT-INICIO-PZ
              SET PZ-SEM-CALENDARIO  TO  TRUE
              MOVE WS-SEMESTRE-ANT-PZ
                                   TO  WS-SEMESTRE-CL OF REG-CALACAD
              PERFORM 013-LER-CALENDARIO
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
       013-LER-CALENDARIO.

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
      *    LER UM REGISTRO DO GRADEFIL
      *--------------------------------------------------------------*
       025-LER-GRADEFIL.
              ADD 1  TO  WS-CTBLOCO-NOK
              DISPLAY ' *** BLOCO SEM RODAPE - INSTRUTOR '
                      WS-BL-INSTRUTOR ' REJEITADO INTEIRO ***'
              MOVE 'HSH'  TO  WS-MOTIVO-BLOCO
              PERFORM 065-REJEITAR-BLOCO
           END-IF

           MOVE WS-CURSO-GR      TO  WS-BL-CURSO
           MOVE ZEROS            TO  WS-QTD-LINHA
           MOVE ZEROS            TO  WS-HASH-APURADO

           PERFORM 045-CONFERIR-INSTRUTOR THRU 045-CONFERIR-FIM
           .
      *--------------------------------------------------------------*
      *    CONFERIR O INSTRUTOR DO CABECALHO (VER V03): ATIVO NO
      *    PROFMST ('PRF') E COM PELO MENOS UMA DISCIPLINA DO CURSO
      *    DO BLOCO ATRIBUIDA NO SEMESTRE LETIVO ('ATR'). O BLOCO
      *    CONTINUA SENDO RETIDO E SO E REJEITADO NO RODAPE, PARA
      *    TODAS AS LINHAS IREM AO REJFILE COM O MESMO MOTIVO
      *--------------------------------------------------------------*
       045-CONFERIR-INSTRUTOR.

           SET INSTRUTOR-VALIDO  TO  TRUE

           MOVE WS-BL-INSTRUTOR  TO  WS-CODIGO-PF OF REG-PROFMST
           READ PROFMST
           IF WS-FS-PRF = '23'
              SET INSTRUTOR-INVALIDO  TO  TRUE
              MOVE 'PRF'  TO  WS-MOTIVO-BLOCO
              GO TO 045-CONFERIR-FIM
           END-IF
           IF WS-FS-PRF NOT = '00'
              MOVE 'ERRO NA LEITURA DO PROFMST'  TO WS-MSG
              MOVE  WS-FS-PRF                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF NOT PROF-ATIVO OF REG-PROFMST
              SET INSTRUTOR-INVALIDO  TO  TRUE
              MOVE 'PRF'  TO  WS-MOTIVO-BLOCO
              GO TO 045-CONFERIR-FIM
           END-IF

      *-----> SEM ATRIBUICAO ATE PROVA EM CONTRARIO
           SET INSTRUTOR-INVALIDO  TO  TRUE
           MOVE 'ATR'  TO  WS-MOTIVO-BLOCO
           PERFORM 046-POSICIONAR-ATRIDOC
           PERFORM 047-PROCURAR-ATRIBUICAO
               UNTIL WS-FS-ATR NOT = '00'
                  OR WS-PROF-AT OF REG-ATRIDOC  NOT = WS-BL-INSTRUTOR
                  OR WS-CURSO-AT OF REG-ATRIDOC NOT = WS-BL-CURSO
                  OR INSTRUTOR-VALIDO
           .
       045-CONFERIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    POSICIONAR O ATRIDOC NA PRIMEIRA ATRIBUICAO DO INSTRUTOR
      *    NO CURSO DO BLOCO E LER ESSA ATRIBUICAO
      *--------------------------------------------------------------*
       046-POSICIONAR-ATRIDOC.

           MOVE LOW-VALUES       TO  WS-CHAVE-AT OF REG-ATRIDOC
           MOVE WS-BL-INSTRUTOR  TO  WS-PROF-AT OF REG-ATRIDOC
           MOVE WS-BL-CURSO      TO  WS-CURSO-AT OF REG-ATRIDOC
           START ATRIDOC KEY IS NOT LESS THAN
                 WS-CHAVE-AT OF REG-ATRIDOC
           IF WS-FS-ATR = '00'
              PERFORM 048-LER-ATRIDOC
           ELSE
              IF WS-FS-ATR NOT = '23'
                 MOVE 'ERRO NO START DO ATRIDOC'  TO WS-MSG
                 MOVE  WS-FS-ATR                  TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ATRIBUICAO DO SEMESTRE LETIVO VALIDA O INSTRUTOR; SENAO
      *    AVANCA PARA A PROXIMA ATRIBUICAO
      *--------------------------------------------------------------*
       047-PROCURAR-ATRIBUICAO.

           IF WS-SEMESTRE-AT OF REG-ATRIDOC = WS-SEMESTRE-LET
              SET INSTRUTOR-VALIDO  TO  TRUE
           ELSE
              PERFORM 048-LER-ATRIDOC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA ATRIBUICAO DO ATRIDOC
      *--------------------------------------------------------------*
       048-LER-ATRIDOC.

           READ ATRIDOC NEXT RECORD
           IF WS-FS-ATR NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO ATRIDOC'  TO WS-MSG
              MOVE  WS-FS-ATR                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    RETER UMA LINHA 'D' DO BLOCO, CRITICANDO OS CAMPOS; A
              GO TO  999-ERRO
           END-IF

           IF WS-NOTA3-GR = SPACES
              MOVE ZEROS  TO  WS-NOTA3-GR-N
           END-IF
           IF WS-NOTA4-GR = SPACES
              MOVE ZEROS  TO  WS-NOTA4-GR-N
           END-IF

           SET LINHA-VALIDA  TO  TRUE
           IF WS-MATRICULA-GR IS NOT NUMERIC
              OR WS-NOTA1-GR IS NOT NUMERIC
              OR WS-NOTA2-GR IS NOT NUMERIC
              OR WS-NOTA3-GR IS NOT NUMERIC
              OR WS-NOTA4-GR IS NOT NUMERIC
              SET LINHA-INVALIDA  TO  TRUE
           ELSE
              IF WS-NOTA1-GR-N > 10 OR WS-NOTA2-GR-N > 10
                 OR WS-NOTA3-GR-N > 10 OR WS-NOTA4-GR-N > 10
                 SET LINHA-INVALIDA  TO  TRUE
              END-IF
           END-IF
           IF WS-NOTA2-GR IS NUMERIC
              ADD WS-NOTA2-GR-N  TO  WS-HASH-APURADO
           END-IF
           IF WS-NOTA3-GR IS NUMERIC
              ADD WS-NOTA3-GR-N  TO  WS-HASH-APURADO
           END-IF
           IF WS-NOTA4-GR IS NUMERIC
              ADD WS-NOTA4-GR-N  TO  WS-HASH-APURADO
           END-IF
           .
       050-RETER-FIM.
           EXIT.
              GO TO 060-FECHAR-FIM
           END-IF

      *-----> INSTRUTOR DESCONHECIDO OU SEM ATRIBUICAO (VER V03)
           IF INSTRUTOR-INVALIDO
              ADD 1  TO  WS-CTBLOCO-NOK
              ADD 1  TO  WS-CTBLOCO-PRF
              DISPLAY ' *** INSTRUTOR ' WS-BL-INSTRUTOR
                      ' SEM CADASTRO/DOCENCIA NO CURSO '
                      WS-BL-CURSO ' - MOTIVO ' WS-MOTIVO-BLOCO
              PERFORM 065-REJEITAR-BLOCO
              GO TO 060-FECHAR-FIM
           END-IF

           IF WS-QTD-GR NOT = WS-QTD-LINHA
              OR WS-HASH-GR NOT = WS-HASH-APURADO
              ADD 1  TO  WS-CTBLOCO-NOK
              MOVE 'HSH'  TO  WS-MOTIVO-BLOCO
              DISPLAY ' *** CONTROLE DO INSTRUTOR NAO BATE ***'
              DISPLAY ' * INSTRUTOR : ' WS-BL-INSTRUTOR
              DISPLAY ' * QTDE INF/APUR : ' WS-QTD-GR '/'
              SET BLOCO-FECHADO  TO  TRUE
              DISPLAY ' * INSTRUTOR ' WS-BL-INSTRUTOR
                      ' VALIDADO - LINHAS: ' WS-QTD-LINHA
              PERFORM 067-CARIMBAR-ENTREGA
           END-IF
           .
       060-FECHAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CONVERTER UMA LINHA RETIDA: VALIDA VIRA CARTAO 'A' DO
      *    CGPRG008; INVALIDA VAI PARA O REJFILE (MOTIVO 'NOT'), E A
      *    VALIDA FORA DOS PRAZOS DO CALENDARIO TAMBEM (MOTIVO
      *    'PRZ'/'FEC' - VER V05)
      *--------------------------------------------------------------*
       062-CONVERTER-LINHA.

           MOVE WS-BL-IMAGEM (WS-LIN-SUB)  TO  WS-REG-GRADE

           MOVE 'NOT'  TO  WS-MOTIVO-REJ
           IF WS-BL-VALIDA (WS-LIN-SUB) = 'V'
              SET PZ-ALT-NOTAS  TO  TRUE
              PERFORM 063-CONFERIR-PRAZO
              IF PZ-RECUSADO
                 MOVE 'P'           TO  WS-BL-VALIDA (WS-LIN-SUB)
                 MOVE WS-MOTIVO-PZ  TO  WS-MOTIVO-REJ
                 ADD 1  TO  WS-CTPRAZO
              END-IF
           END-IF

           IF WS-BL-VALIDA (WS-LIN-SUB) = 'V'
              IF WS-CTCARTAO = 99
                 MOVE  'DECK COM MAIS DE 99 CARTOES'  TO WS-MSG
              MOVE ZEROS             TO  WS-CPF-CA
              MOVE WS-OPER-IN        TO  WS-OPER-CA
              MOVE WS-MOTIVO-IN      TO  WS-MOTIVO-CA
              MOVE WS-NOTA3-GR-N     TO  WS-NOTA3-CA
              MOVE WS-NOTA4-GR-N     TO  WS-NOTA4-CA
              ADD 1  TO  WS-CTCARTAO
              MOVE SPACES            TO  WS-CARTAO-IMG (WS-CTCARTAO)
              MOVE WS-CARTAO-ALTERACAO
                   TO  WS-CARTAO-IMG (WS-CTCARTAO)
              PERFORM 064-ENFILEIRAR-NOTAS
           ELSE
              ADD 1  TO  WS-CTREJLIN
              PERFORM 070-GRAVAR-REJEITO
           END-IF

           ADD 1  TO  WS-LIN-SUB
           .
      *--------------------------------------------------------------*
      *    CONFERIR O LANCAMENTO (WS-TIPO-ALT-PZ JA MONTADO) CONTRA
      *    OS PRAZOS DO CALENDARIO E A AUTORIZACAO TARDIA DO ALUNO NO
      *    SEMESTRE (CGPRG152 - VER V05). VEREDITO EM WS-VEREDITO-PZ;
      *    RECUSA COM O MOTIVO 'PRZ'/'FEC' EM WS-MOTIVO-PZ
      *--------------------------------------------------------------*
       063-CONFERIR-PRAZO.

           MOVE 'L'     TO  WS-VEREDITO-PZ
           MOVE SPACES  TO  WS-MOTIVO-PZ

           IF PZ-COM-CALENDARIO
              MOVE WS-MATRICULA-GR-N
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
      *    ENFILEIRAR O AVISO DAS NOTAS LANCADAS A FAMILIA (VER V07).
      *    A MEDIA SO E CALCULADA NA APLICACAO DO CARTAO - VAI ZERADA
      *--------------------------------------------------------------*
       064-ENFILEIRAR-NOTAS.

           MOVE SPACES             TO  REG-NOTIFILA
           SET NF-NOTAS            TO  TRUE
           SET NF-SEM-CARTA        TO  TRUE
           MOVE WS-NUMERO-CA       TO  WS-NUMERO-NF
           MOVE WS-PROGID          TO  WS-ORIGEM-NF
           MOVE WS-DATA-IN         TO  WS-DATA-NF
           MOVE WS-CURSO-CA        TO  WS-CURSO-NF
           MOVE WS-NOTA1-CA        TO  WS-NOTA1-NF
           MOVE WS-NOTA2-CA        TO  WS-NOTA2-NF
           MOVE WS-NOTA3-CA        TO  WS-NOTA3-NF
           MOVE WS-NOTA4-CA        TO  WS-NOTA4-NF
           MOVE ZEROS              TO  WS-MEDIA-NF

           WRITE REG-NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTNOTIF
           .
      *--------------------------------------------------------------*
      *    REJEITAR O BLOCO INTEIRO DO INSTRUTOR (QTDE/HASH NAO
      *    BATEM OU RODAPE PERDIDO) - MOTIVO 'HSH'; INSTRUTOR FORA
      *    DO PROFMST OU SEM DOCENCIA - MOTIVO 'PRF'/'ATR' (VER V03)
      *--------------------------------------------------------------*
       065-REJEITAR-BLOCO.

       066-REJEITAR-LINHA.

           MOVE WS-BL-IMAGEM (WS-LIN-SUB)  TO  WS-REG-GRADE
           MOVE WS-MOTIVO-BLOCO  TO  WS-MOTIVO-REJ
           PERFORM 070-GRAVAR-REJEITO
           ADD 1  TO  WS-LIN-SUB
           .
      *--------------------------------------------------------------*
      *    CARIMBAR A ENTREGA DAS NOTAS (DATA E RUN-ID DO DECK) EM
      *    TODAS AS ATRIBUICOES DO INSTRUTOR NO CURSO DO BLOCO NO
      *    SEMESTRE LETIVO (VER V03)
      *--------------------------------------------------------------*
       067-CARIMBAR-ENTREGA.

           PERFORM 046-POSICIONAR-ATRIDOC
           PERFORM 068-CARIMBAR-ATRIBUICAO
               UNTIL WS-FS-ATR NOT = '00'
                  OR WS-PROF-AT OF REG-ATRIDOC  NOT = WS-BL-INSTRUTOR
                  OR WS-CURSO-AT OF REG-ATRIDOC NOT = WS-BL-CURSO
           .
      *--------------------------------------------------------------*
      *    CARIMBAR UMA ATRIBUICAO DO SEMESTRE LETIVO E AVANCAR
      *--------------------------------------------------------------*
       068-CARIMBAR-ATRIBUICAO.

           IF WS-SEMESTRE-AT OF REG-ATRIDOC = WS-SEMESTRE-LET
              MOVE WS-DATA-IN   TO  WS-DT-ENTREGA-AT OF REG-ATRIDOC
              MOVE WS-RUNID-IN  TO  WS-RUNID-ENT-AT OF REG-ATRIDOC
              REWRITE REG-ATRIDOC
              IF WS-FS-ATR NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO ATRIDOC'  TO WS-MSG
                 MOVE  WS-FS-ATR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTENTREGA
           END-IF

           PERFORM 048-LER-ATRIDOC
           .
      *--------------------------------------------------------------*
      *    GRAVAR A IMAGEM CORRENTE (WS-REG-GRADE) NO REJFILE, NA
      *    CONVENCAO DO CGPRG008 V23
      *--------------------------------------------------------------*
              ADD 1  TO  WS-CTBLOCO-NOK
              DISPLAY ' *** ULTIMO BLOCO SEM RODAPE - INSTRUTOR '
                      WS-BL-INSTRUTOR ' REJEITADO INTEIRO ***'
              MOVE 'HSH'  TO  WS-MOTIVO-BLOCO
              PERFORM 065-REJEITAR-BLOCO
           END-IF
           .
           DISPLAY ' * BLOCOS VALIDADOS             = ' WS-CTBLOCO-OK
           DISPLAY ' * BLOCOS REJEITADOS (CONTROLE) = '
                   WS-CTBLOCO-NOK
           DISPLAY ' *   DOS QUAIS POR INSTRUTOR    = '
                   WS-CTBLOCO-PRF
           DISPLAY ' * ENTREGAS CARIMBADAS - ATRIDOC= ' WS-CTENTREGA
           DISPLAY ' * CARTOES GERADOS - TRANSFIL   = ' WS-CTCARTAO
           DISPLAY ' * LINHAS REJEITADAS            = ' WS-CTREJLIN
           DISPLAY ' *   DAS QUAIS PELO PRAZO       = ' WS-CTPRAZO
           DISPLAY ' * LIBERADAS POR AUTORIZ TARDIA = ' WS-CTTARDIA
           DISPLAY ' * REJEITOS GRAVADOS - REJFILE  = ' WS-CTGRAVREJ
           DISPLAY ' * EVENTOS NA FILA    - NOTIFILA= ' WS-CTNOTIF
           DISPLAY ' *========================================*'

           IF WS-CTBLOCO NOT = WS-CTBLOCO-OK + WS-CTBLOCO-NOK
              GO TO  999-ERRO
           END-IF

           CLOSE  PROFMST
           IF WS-FS-PRF  NOT = '00'
              MOVE  'ERRO AO FECHAR O PROFMST'  TO WS-MSG
              MOVE   WS-FS-PRF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  ATRIDOC
           IF WS-FS-ATR  NOT = '00'
              MOVE  'ERRO AO FECHAR O ATRIDOC'  TO WS-MSG
              MOVE   WS-FS-ATR                  TO WS-FS-MSG
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

           CLOSE  NOTIFILA
           IF WS-FS-NTF  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTIFILA'  TO WS-MSG
              MOVE   WS-FS-NTF                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG098        *'
           DISPLAY ' *----------------------------------------*'
