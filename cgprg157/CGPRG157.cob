       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG157.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONVERSAO CONTROLADA DA MATRICULA DE 4 PARA 5
      *           DIGITOS. A MATRICULA DOS CADASTROS (WS-NUMERO-S E
      *           CORRELATOS) E PIC 9(05) COMP-3, OS MESMOS 3 BYTES
      *           DO ANTIGO 9(04) COMP-3 - OS KSDS NAO MUDAM DE
      *           CHAVE NEM DE TAMANHO, E O CADALU SO E CONFERIDO
      *           (TODA CHAVE COMPACTADA VALIDA). O QUE MUDA SAO OS
      *           ARQUIVOS SEQUENCIAIS QUE GUARDAM A MATRICULA EM
      *           ZONADO DE UM CICLO PARA OUTRO, REGRAVADOS AQUI EM
      *           UMA SO EXECUCAO COM UM '0' A ESQUERDA DA
      *           MATRICULA ANTIGA:
      *             DEVQUEUE / PERDAALU / PORTEXT(0) / APTOFIL -
      *             MATRICULA NA POSICAO 1, ULTIMO BYTE (FILLER)
      *             ABSORVIDO, MESMO LRECL;
      *             RISKHIST - MATRICULA NA POSICAO 9, MESMO LRECL;
      *             CENSOFIL - MATRICULA NA POSICAO 15, LRECL 60
      *             PASSA A 61;
      *             REJFILE - IMAGEM DO CARTAO CONFORME O PROGRAMA
      *             QUE REJEITOU (WS-PROG-RJ); IMAGENS SEM MATRICULA
      *             ZONADA (ACIDENTES, NOTAPEND) SEGUEM INTACTAS;
      *             WAITLST - CARTAO 'I' DO CGPRG008 EM WS-CARTAO-WL.
      *           O RELCNV CONCILIA ARQUIVO A ARQUIVO: LIDOS =
      *           GRAVADOS, E CADA MATRICULA ANTIGA (4 POSICOES
      *           NUMERICAS) VIRA EXATAMENTE UMA MATRICULA NOVA SEM
      *           PERDA DE DADO NO BYTE ABSORVIDO. QUALQUER
      *           DIVERGENCIA SAI NA LISTAGEM E FORCA RETURN-CODE 8,
      *           E O CGJOB157 NAO TROCA OS ARQUIVOS
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010194  PROGRAMA CRIADO - CONVERSAO DA
      *                          MATRICULA DE 4 P/ 5 DIGITOS NOS
      *                          ARQUIVOS SEQUENCIAIS, COM
      *                          CONCILIACAO POR ARQUIVO
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
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT DEVQUEA ASSIGN TO DEVQUEAJ
                  FILE STATUS   IS WS-FS-DQA
           .
           SELECT DEVQUEN ASSIGN TO DEVQUENJ
                  FILE STATUS   IS WS-FS-DQN
           .
           SELECT PERDAAA ASSIGN TO PERDAAJ
                  FILE STATUS   IS WS-FS-PDA
           .
           SELECT PERDAAN ASSIGN TO PERDANJ
                  FILE STATUS   IS WS-FS-PDN
           .
           SELECT PORTANT ASSIGN TO PORTANTJ
                  FILE STATUS   IS WS-FS-PXA
           .
           SELECT PORTEXT ASSIGN TO PORTEXTJ
                  FILE STATUS   IS WS-FS-PXN
           .
           SELECT RISKHSA ASSIGN TO RISKHAJ
                  FILE STATUS   IS WS-FS-RHA
           .
           SELECT RISKHSN ASSIGN TO RISKHNJ
                  FILE STATUS   IS WS-FS-RHN
           .
           SELECT APTOFIA ASSIGN TO APTOFAJ
                  FILE STATUS   IS WS-FS-APA
           .
           SELECT APTOFIN ASSIGN TO APTOFNJ
                  FILE STATUS   IS WS-FS-APN
           .
           SELECT CENSOFA ASSIGN TO CENSOAJ
                  FILE STATUS   IS WS-FS-CSA
           .
           SELECT CENSOFN ASSIGN TO CENSONJ
                  FILE STATUS   IS WS-FS-CSN
           .
           SELECT REJFILA ASSIGN TO REJFILAJ
                  FILE STATUS   IS WS-FS-RJA
           .
           SELECT REJFILN ASSIGN TO REJFILNJ
                  FILE STATUS   IS WS-FS-RJN
           .
           SELECT WAITLSA ASSIGN TO WAITLAJ
                  FILE STATUS   IS WS-FS-WLA
           .
           SELECT WAITLSN ASSIGN TO WAITLNJ
                  FILE STATUS   IS WS-FS-WLN
           .
           SELECT RELCNV ASSIGN TO RELCNVJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
      *-----> FILA DE DEVOLUCOES (COPY DEVQUEC) - LRECL 120
       FD  DEVQUEA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEVQUEA            PIC X(120).
       FD  DEVQUEN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DEVQUEN            PIC X(120).
      *-----> PERDAS LANCADAS (COPY PERDALUC) - LRECL 70
       FD  PERDAAA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERDAAA            PIC X(70).
       FD  PERDAAN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERDAAN            PIC X(70).
      *-----> EXTRATO DO PORTAL (COPY PORTEXTC) - LRECL 80
       FD  PORTANT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PORTANT            PIC X(80).
       FD  PORTEXT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PORTEXT            PIC X(80).
      *-----> HISTORICO DE RISCO DE EVASAO (CGPRG103) - LRECL 40
       FD  RISKHSA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RISKHSA            PIC X(40).
       FD  RISKHSN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RISKHSN            PIC X(40).
      *-----> APTOS A COLAR GRAU (CGPRG033) - LRECL 20
       FD  APTOFIA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-APTOFIA            PIC X(20).
       FD  APTOFIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-APTOFIN            PIC X(20).
      *-----> INTERCAMBIO DO CENSO (CGPRG039) - LRECL 60 -> 61
       FD  CENSOFA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CENSOFA            PIC X(60).
       FD  CENSOFN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CENSOFN            PIC X(61).
      *-----> REJEITOS DE SYSIN (COPY REJCARDC) - LRECL 120
       FD  REJFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILA.
           COPY REJCARDC.
       FD  REJFILN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILN            PIC X(120).
      *-----> LISTA DE ESPERA DE MATRICULA (COPY WAITLSTC) - LRECL 120
       FD  WAITLSA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-WAITLSA            PIC X(120).
       FD  WAITLSN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-WAITLSN            PIC X(120).
       FD  RELCNV
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCNV             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-DQA              PIC X(02).
           05  WS-FS-DQN              PIC X(02).
           05  WS-FS-PDA              PIC X(02).
           05  WS-FS-PDN              PIC X(02).
           05  WS-FS-PXA              PIC X(02).
           05  WS-FS-PXN              PIC X(02).
           05  WS-FS-RHA              PIC X(02).
           05  WS-FS-RHN              PIC X(02).
           05  WS-FS-APA              PIC X(02).
           05  WS-FS-APN              PIC X(02).
           05  WS-FS-CSA              PIC X(02).
           05  WS-FS-CSN              PIC X(02).
           05  WS-FS-RJA              PIC X(02).
           05  WS-FS-RJN              PIC X(02).
           05  WS-FS-WLA              PIC X(02).
           05  WS-FS-WLN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG157'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-ARQ-SUB             PIC 9(02).
           05  WS-CTDIVERG            PIC 9(07) VALUE ZEROS.
      *-----> POSICAO DA MATRICULA ANTIGA NO REGISTRO, TAMANHO DO
      *       REGISTRO NOVO E QUANTO DO REGISTRO ANTIGO VAI DEPOIS
      *       DO '0' INSERIDO (VER 080-INSERIR-ZERO)
           05  WS-POS-INS             PIC 9(03).
           05  WS-POS-APOS            PIC 9(03).
           05  WS-TAM-NOVO            PIC 9(03).
           05  WS-TAM-ANT             PIC 9(03).
           05  WS-TAM-RESTO           PIC 9(03).

      *-----> IMAGENS DE TRABALHO DO REGISTRO ANTIGO E DO NOVO
       01  WS-IMG-ANT                 PIC X(120).
       01  WS-IMG-NOVA                PIC X(120).

      *-----> CONCILIACAO POR ARQUIVO, NA ORDEM DE PROCESSAMENTO
       01  WS-NOMES-ARQ.
           05  FILLER                 PIC X(08) VALUE 'CADALU  '.
           05  FILLER                 PIC X(08) VALUE 'DEVQUEUE'.
           05  FILLER                 PIC X(08) VALUE 'PERDAALU'.
           05  FILLER                 PIC X(08) VALUE 'PORTEXT '.
           05  FILLER                 PIC X(08) VALUE 'RISKHIST'.
           05  FILLER                 PIC X(08) VALUE 'APTOFIL '.
           05  FILLER                 PIC X(08) VALUE 'CENSOFIL'.
           05  FILLER                 PIC X(08) VALUE 'REJFILE '.
           05  FILLER                 PIC X(08) VALUE 'WAITLST '.
       01  FILLER  REDEFINES  WS-NOMES-ARQ.
           05  WS-ARQ-NOME            PIC X(08)  OCCURS 9 TIMES.
       01  WS-TAB-CONT.
           05  WS-CONT-OCOR           OCCURS 9 TIMES.
               10  WS-CT-LIDOS        PIC 9(07).
               10  WS-CT-GRAVADOS     PIC 9(07).
               10  WS-CT-INTACTOS     PIC 9(07).
               10  WS-CT-DIVERG       PIC 9(07).

      *-----> CABECALHO E LINHA DA CONCILIACAO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(44) VALUE
              'CGPRG157 - CONVERSAO DA MATRICULA P/ 5 DIG. '.
           05 FILLER                PIC X(35) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ARQUIVO   '.
           05 FILLER                PIC X(11) VALUE '      LIDOS'.
           05 FILLER                PIC X(11) VALUE '   GRAVADOS'.
           05 FILLER                PIC X(11) VALUE '  SEM MATR.'.
           05 FILLER                PIC X(11) VALUE '  DIVERGEN.'.
           05 FILLER                PIC X(25) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ARQ-R            PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIDOS-R          PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-GRAVADOS-R       PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-INTACTOS-R       PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIVERG-R         PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SIT-R            PIC X(10).
           05 FILLER              PIC X(15) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

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
      *    PROCESSO PRINCIPAL - UM ARQUIVO POR VEZ, NA MESMA
      *    EXECUCAO CONTROLADA
      *--------------------------------------------------------------*
       000-CGPRG157.

           PERFORM 010-INICIAR
           PERFORM 020-CONFERIR-CADALU
           PERFORM 030-CONVERTER-DEVQUEUE
           PERFORM 035-CONVERTER-PERDAALU
           PERFORM 040-CONVERTER-PORTEXT
           PERFORM 045-CONVERTER-RISKHIST
           PERFORM 050-CONVERTER-APTOFIL
           PERFORM 055-CONVERTER-CENSOFIL
           PERFORM 060-CONVERTER-REJFILE
           PERFORM 065-CONVERTER-WAITLST
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG157 - MATRICULA DE 4 P/ 5 DIGITOS *'
           DISPLAY ' *----------------------------------------*'

           MOVE ZEROS  TO  WS-TAB-CONT

           OPEN OUTPUT RELCNV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCNV'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O CADALU: TODA CHAVE COMPACTADA VALIDA, SEM
      *    REGRAVACAO (O 9(05) COMP-3 OCUPA OS MESMOS 3 BYTES)
      *--------------------------------------------------------------*
       020-CONFERIR-CADALU.

           MOVE 1  TO  WS-ARQ-SUB
           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ CADALU
           IF WS-FS-ALU  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 022-CONFERIR-ALUNO UNTIL WS-FS-ALU = '10'

           CLOSE CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A CHAVE DE UM ALUNO DO CADALU
      *--------------------------------------------------------------*
       022-CONFERIR-ALUNO.

           ADD 1  TO  WS-CT-LIDOS (WS-ARQ-SUB)
           IF WS-NUMERO-S OF REG-CADALU IS NUMERIC
              ADD 1  TO  WS-CT-INTACTOS (WS-ARQ-SUB)
           ELSE
              ADD 1  TO  WS-CT-DIVERG (WS-ARQ-SUB)
              DISPLAY ' *** CADALU COM CHAVE INVALIDA - REGISTRO '
                      WS-CT-LIDOS (WS-ARQ-SUB) ' ***'
           END-IF

           READ CADALU
           IF WS-FS-ALU  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O DEVQUEUE (MATRICULA NA POSICAO 1)
      *--------------------------------------------------------------*
       030-CONVERTER-DEVQUEUE.

           MOVE 2  TO  WS-ARQ-SUB
           OPEN INPUT DEVQUEA
           IF WS-FS-DQA  NOT = '00'
              MOVE  'ERRO AO ABRIR O DEVQUEUE'  TO WS-MSG
              MOVE   WS-FS-DQA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT DEVQUEN
           IF WS-FS-DQN  NOT = '00'
              MOVE  'ERRO AO ABRIR O DEVQUEUE NOVO'  TO WS-MSG
              MOVE   WS-FS-DQN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ DEVQUEA
           IF WS-FS-DQA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO DEVQUEUE'  TO WS-MSG
              MOVE   WS-FS-DQA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 032-COPIAR-DEVQUEUE UNTIL WS-FS-DQA = '10'

           CLOSE DEVQUEA DEVQUEN
           IF WS-FS-DQA  NOT = '00' OR WS-FS-DQN NOT = '00'
              MOVE  'ERRO AO FECHAR O DEVQUEUE'  TO WS-MSG
              MOVE   WS-FS-DQN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO DEVQUEUE
      *--------------------------------------------------------------*
       032-COPIAR-DEVQUEUE.

           MOVE REG-DEVQUEA  TO  WS-IMG-ANT
           MOVE 1            TO  WS-POS-INS
           MOVE 120          TO  WS-TAM-ANT
           MOVE 120          TO  WS-TAM-NOVO
           PERFORM 080-INSERIR-ZERO

           WRITE REG-DEVQUEN  FROM  WS-IMG-NOVA
           IF WS-FS-DQN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO DEVQUEUE'  TO WS-MSG
              MOVE   WS-FS-DQN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ DEVQUEA
           IF WS-FS-DQA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO DEVQUEUE'  TO WS-MSG
              MOVE   WS-FS-DQA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O PERDAALU (MATRICULA NA POSICAO 1)
      *--------------------------------------------------------------*
       035-CONVERTER-PERDAALU.

           MOVE 3  TO  WS-ARQ-SUB
           OPEN INPUT PERDAAA
           IF WS-FS-PDA  NOT = '00'
              MOVE  'ERRO AO ABRIR O PERDAALU'  TO WS-MSG
              MOVE   WS-FS-PDA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT PERDAAN
           IF WS-FS-PDN  NOT = '00'
              MOVE  'ERRO AO ABRIR O PERDAALU NOVO'  TO WS-MSG
              MOVE   WS-FS-PDN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ PERDAAA
           IF WS-FS-PDA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PERDAALU'  TO WS-MSG
              MOVE   WS-FS-PDA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 037-COPIAR-PERDAALU UNTIL WS-FS-PDA = '10'

           CLOSE PERDAAA PERDAAN
           IF WS-FS-PDA  NOT = '00' OR WS-FS-PDN NOT = '00'
              MOVE  'ERRO AO FECHAR O PERDAALU'  TO WS-MSG
              MOVE   WS-FS-PDN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO PERDAALU
      *--------------------------------------------------------------*
       037-COPIAR-PERDAALU.

           MOVE REG-PERDAAA  TO  WS-IMG-ANT
           MOVE 1            TO  WS-POS-INS
           MOVE 70           TO  WS-TAM-ANT
           MOVE 70           TO  WS-TAM-NOVO
           PERFORM 080-INSERIR-ZERO

           WRITE REG-PERDAAN  FROM  WS-IMG-NOVA
           IF WS-FS-PDN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO PERDAALU'  TO WS-MSG
              MOVE   WS-FS-PDN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ PERDAAA
           IF WS-FS-PDA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PERDAALU'  TO WS-MSG
              MOVE   WS-FS-PDA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER A GERACAO CORRENTE DO PORTEXT NA GERACAO NOVA,
      *    BASE DO PROXIMO DELTA DO CGPRG130 (MATRICULA NA POSICAO 1)
      *--------------------------------------------------------------*
       040-CONVERTER-PORTEXT.

           MOVE 4  TO  WS-ARQ-SUB
           OPEN INPUT PORTANT
           IF WS-FS-PXA  NOT = '00'
              MOVE  'ERRO AO ABRIR O PORTEXT'  TO WS-MSG
              MOVE   WS-FS-PXA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT PORTEXT
           IF WS-FS-PXN  NOT = '00'
              MOVE  'ERRO AO ABRIR O PORTEXT NOVO'  TO WS-MSG
              MOVE   WS-FS-PXN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ PORTANT
           IF WS-FS-PXA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PORTEXT'  TO WS-MSG
              MOVE   WS-FS-PXA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 042-COPIAR-PORTEXT UNTIL WS-FS-PXA = '10'

           CLOSE PORTANT PORTEXT
           IF WS-FS-PXA  NOT = '00' OR WS-FS-PXN NOT = '00'
              MOVE  'ERRO AO FECHAR O PORTEXT'  TO WS-MSG
              MOVE   WS-FS-PXN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO PORTEXT
      *--------------------------------------------------------------*
       042-COPIAR-PORTEXT.

           MOVE REG-PORTANT  TO  WS-IMG-ANT
           MOVE 1            TO  WS-POS-INS
           MOVE 80           TO  WS-TAM-ANT
           MOVE 80           TO  WS-TAM-NOVO
           PERFORM 080-INSERIR-ZERO

           WRITE REG-PORTEXT  FROM  WS-IMG-NOVA
           IF WS-FS-PXN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO PORTEXT'  TO WS-MSG
              MOVE   WS-FS-PXN                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ PORTANT
           IF WS-FS-PXA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PORTEXT'  TO WS-MSG
              MOVE   WS-FS-PXA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O RISKHIST (DATA 1-8, MATRICULA NA POSICAO 9)
      *--------------------------------------------------------------*
       045-CONVERTER-RISKHIST.

           MOVE 5  TO  WS-ARQ-SUB
           OPEN INPUT RISKHSA
           IF WS-FS-RHA  NOT = '00'
              MOVE  'ERRO AO ABRIR O RISKHIST'  TO WS-MSG
              MOVE   WS-FS-RHA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT RISKHSN
           IF WS-FS-RHN  NOT = '00'
              MOVE  'ERRO AO ABRIR O RISKHIST NOVO'  TO WS-MSG
              MOVE   WS-FS-RHN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ RISKHSA
           IF WS-FS-RHA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO RISKHIST'  TO WS-MSG
              MOVE   WS-FS-RHA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 047-COPIAR-RISKHIST UNTIL WS-FS-RHA = '10'

           CLOSE RISKHSA RISKHSN
           IF WS-FS-RHA  NOT = '00' OR WS-FS-RHN NOT = '00'
              MOVE  'ERRO AO FECHAR O RISKHIST'  TO WS-MSG
              MOVE   WS-FS-RHN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO RISKHIST
      *--------------------------------------------------------------*
       047-COPIAR-RISKHIST.

           MOVE REG-RISKHSA  TO  WS-IMG-ANT
           MOVE 9            TO  WS-POS-INS
           MOVE 40           TO  WS-TAM-ANT
           MOVE 40           TO  WS-TAM-NOVO
           PERFORM 080-INSERIR-ZERO

           WRITE REG-RISKHSN  FROM  WS-IMG-NOVA
           IF WS-FS-RHN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO RISKHIST'  TO WS-MSG
              MOVE   WS-FS-RHN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ RISKHSA
           IF WS-FS-RHA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO RISKHIST'  TO WS-MSG
              MOVE   WS-FS-RHA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O APTOFIL (MATRICULA NA POSICAO 1)
      *--------------------------------------------------------------*
       050-CONVERTER-APTOFIL.

           MOVE 6  TO  WS-ARQ-SUB
           OPEN INPUT APTOFIA
           IF WS-FS-APA  NOT = '00'
              MOVE  'ERRO AO ABRIR O APTOFIL'  TO WS-MSG
              MOVE   WS-FS-APA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT APTOFIN
           IF WS-FS-APN  NOT = '00'
              MOVE  'ERRO AO ABRIR O APTOFIL NOVO'  TO WS-MSG
              MOVE   WS-FS-APN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ APTOFIA
           IF WS-FS-APA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO APTOFIL'  TO WS-MSG
              MOVE   WS-FS-APA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 052-COPIAR-APTOFIL UNTIL WS-FS-APA = '10'

           CLOSE APTOFIA APTOFIN
           IF WS-FS-APA  NOT = '00' OR WS-FS-APN NOT = '00'
              MOVE  'ERRO AO FECHAR O APTOFIL'  TO WS-MSG
              MOVE   WS-FS-APN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO APTOFIL
      *--------------------------------------------------------------*
       052-COPIAR-APTOFIL.

           MOVE REG-APTOFIA  TO  WS-IMG-ANT
           MOVE 1            TO  WS-POS-INS
           MOVE 20           TO  WS-TAM-ANT
           MOVE 20           TO  WS-TAM-NOVO
           PERFORM 080-INSERIR-ZERO

           WRITE REG-APTOFIN  FROM  WS-IMG-NOVA
           IF WS-FS-APN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO APTOFIL'  TO WS-MSG
              MOVE   WS-FS-APN                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ APTOFIA
           IF WS-FS-APA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO APTOFIL'  TO WS-MSG
              MOVE   WS-FS-APA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O CENSOFIL (TIPO+ESCOLA+ANO 1-14, MATRICULA NA
      *    POSICAO 15 - O REGISTRO CRESCE DE 60 PARA 61)
      *--------------------------------------------------------------*
       055-CONVERTER-CENSOFIL.

           MOVE 7  TO  WS-ARQ-SUB
           OPEN INPUT CENSOFA
           IF WS-FS-CSA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CENSOFIL'  TO WS-MSG
              MOVE   WS-FS-CSA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT CENSOFN
           IF WS-FS-CSN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CENSOFIL NOVO'  TO WS-MSG
              MOVE   WS-FS-CSN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ CENSOFA
           IF WS-FS-CSA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CENSOFIL'  TO WS-MSG
              MOVE   WS-FS-CSA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 057-COPIAR-CENSOFIL UNTIL WS-FS-CSA = '10'

           CLOSE CENSOFA CENSOFN
           IF WS-FS-CSA  NOT = '00' OR WS-FS-CSN NOT = '00'
              MOVE  'ERRO AO FECHAR O CENSOFIL'  TO WS-MSG
              MOVE   WS-FS-CSN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO CENSOFIL
      *--------------------------------------------------------------*
       057-COPIAR-CENSOFIL.

           MOVE REG-CENSOFA  TO  WS-IMG-ANT
           MOVE 15           TO  WS-POS-INS
           MOVE 60           TO  WS-TAM-ANT
           MOVE 61           TO  WS-TAM-NOVO
           PERFORM 080-INSERIR-ZERO

           WRITE REG-CENSOFN  FROM  WS-IMG-NOVA
           IF WS-FS-CSN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CENSOFIL'  TO WS-MSG
              MOVE   WS-FS-CSN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ CENSOFA
           IF WS-FS-CSA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CENSOFIL'  TO WS-MSG
              MOVE   WS-FS-CSA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O REJFILE - A POSICAO DA MATRICULA NA IMAGEM
      *    (QUE COMECA NA POSICAO 24) DEPENDE DO CARTAO DE ORIGEM
      *--------------------------------------------------------------*
       060-CONVERTER-REJFILE.

           MOVE 8  TO  WS-ARQ-SUB
           OPEN INPUT REJFILA
           IF WS-FS-RJA  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-RJA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT REJFILN
           IF WS-FS-RJN  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE NOVO'  TO WS-MSG
              MOVE   WS-FS-RJN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ REJFILA
           IF WS-FS-RJA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-RJA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 062-COPIAR-REJFILE UNTIL WS-FS-RJA = '10'

           CLOSE REJFILA REJFILN
           IF WS-FS-RJA  NOT = '00' OR WS-FS-RJN NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-RJN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REJEITO: CARTOES DE ALUNO GANHAM O '0' NA
      *    MATRICULA; OS DEMAIS (ACIDENTES, NOTAPEND COMPACTADO E
      *    CABECALHO/RODAPE DO GRADEFIL) SEGUEM INTACTOS
      *--------------------------------------------------------------*
       062-COPIAR-REJFILE.

           MOVE REG-REJFILA  TO  WS-IMG-ANT
           MOVE ZEROS        TO  WS-POS-INS
           EVALUATE WS-PROG-RJ OF REG-REJFILA
               WHEN 'CGPRG008'
               WHEN 'CGPRG141'
                    MOVE 25  TO  WS-POS-INS
               WHEN 'CGPRG025'
               WHEN 'CGPRG095'
                    MOVE 24  TO  WS-POS-INS
               WHEN 'CGPRG084'
                    MOVE 28  TO  WS-POS-INS
               WHEN 'CGPRG098'
                    IF WS-IMAGEM-RJ OF REG-REJFILA (1:1) = 'D'
                       MOVE 25  TO  WS-POS-INS
                    END-IF
           END-EVALUATE

           IF WS-POS-INS = ZEROS
              MOVE WS-IMG-ANT  TO  WS-IMG-NOVA
              ADD 1  TO  WS-CT-LIDOS (WS-ARQ-SUB)
              ADD 1  TO  WS-CT-INTACTOS (WS-ARQ-SUB)
           ELSE
              MOVE 120  TO  WS-TAM-ANT
              MOVE 120  TO  WS-TAM-NOVO
              PERFORM 080-INSERIR-ZERO
           END-IF

           WRITE REG-REJFILN  FROM  WS-IMG-NOVA
           IF WS-FS-RJN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-RJN                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ REJFILA
           IF WS-FS-RJA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-RJA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O WAITLST (CARTAO 'I' DO CGPRG008 A PARTIR DA
      *    POSICAO 32, MATRICULA NA POSICAO 33)
      *--------------------------------------------------------------*
       065-CONVERTER-WAITLST.

           MOVE 9  TO  WS-ARQ-SUB
           OPEN INPUT WAITLSA
           IF WS-FS-WLA  NOT = '00'
              MOVE  'ERRO AO ABRIR O WAITLST'  TO WS-MSG
              MOVE   WS-FS-WLA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           OPEN OUTPUT WAITLSN
           IF WS-FS-WLN  NOT = '00'
              MOVE  'ERRO AO ABRIR O WAITLST NOVO'  TO WS-MSG
              MOVE   WS-FS-WLN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           READ WAITLSA
           IF WS-FS-WLA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO WAITLST'  TO WS-MSG
              MOVE   WS-FS-WLA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 067-COPIAR-WAITLST UNTIL WS-FS-WLA = '10'

           CLOSE WAITLSA WAITLSN
           IF WS-FS-WLA  NOT = '00' OR WS-FS-WLN NOT = '00'
              MOVE  'ERRO AO FECHAR O WAITLST'  TO WS-MSG
              MOVE   WS-FS-WLN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO WAITLST
      *--------------------------------------------------------------*
       067-COPIAR-WAITLST.

           MOVE REG-WAITLSA  TO  WS-IMG-ANT
           MOVE 33           TO  WS-POS-INS
           MOVE 120          TO  WS-TAM-ANT
           MOVE 120          TO  WS-TAM-NOVO
           PERFORM 080-INSERIR-ZERO

           WRITE REG-WAITLSN  FROM  WS-IMG-NOVA
           IF WS-FS-WLN  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO WAITLST'  TO WS-MSG
              MOVE   WS-FS-WLN                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)

           READ WAITLSA
           IF WS-FS-WLA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO WAITLST'  TO WS-MSG
              MOVE   WS-FS-WLA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR EM WS-IMG-NOVA A IMAGEM DE WS-IMG-ANT COM UM '0'
      *    NA POSICAO WS-POS-INS (A MATRICULA ANTIGA DE 4 POSICOES
      *    VIRA A NOVA DE 5). REGISTRO DO MESMO TAMANHO ABSORVE O
      *    ULTIMO BYTE, QUE TEM DE SER FILLER EM BRANCO. MATRICULA
      *    NAO NUMERICA OU BYTE ABSORVIDO COM DADO = DIVERGENCIA
      *--------------------------------------------------------------*
       080-INSERIR-ZERO.

           ADD 1  TO  WS-CT-LIDOS (WS-ARQ-SUB)
           MOVE SPACES  TO  WS-IMG-NOVA
           IF WS-POS-INS > 1
              MOVE WS-IMG-ANT (1:WS-POS-INS - 1)
                   TO  WS-IMG-NOVA (1:WS-POS-INS - 1)
           END-IF
           MOVE '0'  TO  WS-IMG-NOVA (WS-POS-INS:1)
           COMPUTE WS-POS-APOS  = WS-POS-INS + 1
           COMPUTE WS-TAM-RESTO = WS-TAM-NOVO - WS-POS-INS
           MOVE WS-IMG-ANT (WS-POS-INS:WS-TAM-RESTO)
                TO  WS-IMG-NOVA (WS-POS-APOS:WS-TAM-RESTO)

           IF WS-IMG-ANT (WS-POS-INS:4) IS NOT NUMERIC
              OR (WS-TAM-NOVO = WS-TAM-ANT
                  AND WS-IMG-ANT (WS-TAM-ANT:1) NOT = SPACE)
              ADD 1  TO  WS-CT-DIVERG (WS-ARQ-SUB)
              ADD 1  TO  WS-CTDIVERG
              DISPLAY ' *** DIVERGENCIA - ' WS-ARQ-NOME (WS-ARQ-SUB)
                      ' REGISTRO ' WS-CT-LIDOS (WS-ARQ-SUB)
                      ' MATR. ' WS-IMG-ANT (WS-POS-INS:4) ' ***'
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CONCILIACAO POR ARQUIVO
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE REG-RELCNV FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CABECALHO'  TO WS-MSG
              MOVE  WS-FS-REL                 TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN'  TO WS-MSG
              MOVE  WS-FS-REL             TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CABECALHO'  TO WS-MSG
              MOVE  WS-FS-REL                 TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN'  TO WS-MSG
              MOVE  WS-FS-REL             TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 1  TO  WS-ARQ-SUB
           PERFORM 092-IMPRIMIR-ARQ
               UNTIL WS-ARQ-SUB > 9

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG157        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS CONFERIDOS - CADALU   = '
                   WS-CT-LIDOS (1)
           DISPLAY ' * DIVERGENCIAS                 = ' WS-CTDIVERG
           DISPLAY ' *========================================*'

           IF WS-CTDIVERG > ZEROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * DIVERGENCIAS NA CONVERSAO - NAO TROCAR *'
              DISPLAY ' * OS ARQUIVOS, CONFERIR O RELCNV         *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  RELCNV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCNV'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG157        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A CONCILIACAO DE UM ARQUIVO - LIDOS DIFERENTE DE
      *    GRAVADOS (FORA O CADALU, SO CONFERIDO) CONTA COMO
      *    DIVERGENCIA
      *--------------------------------------------------------------*
       092-IMPRIMIR-ARQ.

           IF WS-ARQ-SUB > 1
              AND WS-CT-LIDOS (WS-ARQ-SUB) NOT =
                  WS-CT-GRAVADOS (WS-ARQ-SUB)
              ADD 1  TO  WS-CT-DIVERG (WS-ARQ-SUB)
              ADD 1  TO  WS-CTDIVERG
           END-IF

           MOVE WS-ARQ-NOME (WS-ARQ-SUB)     TO  WS-ARQ-R
           MOVE WS-CT-LIDOS (WS-ARQ-SUB)     TO  WS-LIDOS-R
           MOVE WS-CT-GRAVADOS (WS-ARQ-SUB)  TO  WS-GRAVADOS-R
           MOVE WS-CT-INTACTOS (WS-ARQ-SUB)  TO  WS-INTACTOS-R
           MOVE WS-CT-DIVERG (WS-ARQ-SUB)    TO  WS-DIVERG-R
           IF WS-CT-DIVERG (WS-ARQ-SUB) > ZEROS
              MOVE 'DIVERGENTE'  TO  WS-SIT-R
           ELSE
              MOVE 'CONCILIADO'  TO  WS-SIT-R
           END-IF

           WRITE REG-RELCNV  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-ARQ-SUB
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG157 <
