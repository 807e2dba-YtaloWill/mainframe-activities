      *           JA ORDENA O CADGRAVA) E CADA GRUPO DE CPF COM MAIS
      *           DE UMA MATRICULA DISTINTA SAI NO RELCPF. ALUNO QUE
      *           TRANCA E VOLTA COM MATRICULA NOVA DEIXA DE SUMIR
      *           DA ESTATISTICA. MATRICULA DE ALUNO TRANSFERIDO DE
      *           CURSO (TRFCURS) E LIBERADA COMO A MATRICULA FINAL
      *           DA TRANSFERENCIA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          EMPACOTADOS DO CPF E A COMPARACAO
      *                          DIRETA ABENDAVA NA PRIMEIRA
      *                          VARREDURA
      *  V03    OUT/2026 010192  MATRICULA DE ALUNO TRANSFERIDO DE
      *                          CURSO (TRFCURS, CGPRG155) SEGUE A
      *                          LIGACAO ATE A MATRICULA FINAL ANTES
      *                          DO SORT: AS DUAS MATRICULAS DA MESMA
      *                          PESSOA DEIXAM DE SAIR COMO CPF
      *                          DUPLICADO
      *  V04    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          SORT (MESMOS 3 BYTES), DAS AREAS DE
      *                          TRABALHO E DA LINHA DE DETALHE (MESMA
      *                          LARGURA)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
      *-----> LIGACAO MATRICULA ANTIGA X NOVA DA TRANSFERENCIA
           SELECT TRFCURS ASSIGN TO TRFCURSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-ANT-TR OF REG-TRFCURS
                  FILE STATUS   IS WS-FS-TRF
           .
      *-----> GERACOES DO HISTALU CONCATENADAS PELO JCL
           SELECT HISTALL ASSIGN TO HISTALLJ
                  FILE STATUS   IS WS-FS-HIS
           .
       01  REG-HISTALL.
           COPY CADALUC.
       FD  TRFCURS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TRFCURS.
           COPY TRFCURC.
      *-----> ARQUIVO DE TRABALHO DO SORT (CPF+MATRICULA)
       SD  SORTCPF
           RECORDING MODE  F
           .
       01  REG-SORTCPF.
           05 WS-CPF-SRT          PIC 9(11)      COMP-3.
           05 WS-NUMERO-SRT       PIC 9(05)      COMP-3.
           05 WS-NOME-SRT         PIC X(20).
           05 WS-ORIGEM-SRT       PIC X(01).
       FD  RELCPF
           05  WS-CTSELEC             PIC 9(04) VALUE ZEROS.
           05  WS-CTGRUPO             PIC 9(04) VALUE ZEROS.
           05  WS-CTDUPL              PIC 9(04) VALUE ZEROS.
           05  WS-CTUNIF              PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02)  VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-TRF              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG029'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
      *-----> TRFCURS AUSENTE (FS='35') = NENHUMA TRANSFERENCIA
           05  WS-SW-TRFCURS          PIC X(01).
               88 TRFCURS-PRESENTE        VALUE 'S'.
               88 TRFCURS-AUSENTE         VALUE 'N'.

      *-----> MATRICULA EM RESOLUCAO NA CADEIA DE TRANSFERENCIAS
      *       (VER V03)
       01  WS-AREA-TRANSF.
           05  WS-NUMERO-RESOLV       PIC 9(05).
           05  WS-DATA-RESOLV         PIC 9(08).
           05  WS-QTD-SALTOS          PIC 9(01).
           05  WS-SW-CADEIA           PIC X(01).
               88 FIM-CADEIA              VALUE 'S'.
               88 SEGUE-CADEIA            VALUE 'N'.

      *-----> GRUPO DO CPF CORRENTE (MATRICULAS DISTINTAS)
       01  WS-GRUPO-CPF.
           05  WS-CPF-ATUAL           PIC 9(11)  VALUE ZEROS.
           05  WS-NUMERO-ANT          PIC 9(05)  VALUE ZEROS.
           05  WS-QTD-DISTINTAS       PIC 9(02)  VALUE ZEROS.
           05  WS-GRUPO-SUB           PIC 9(02)  VALUE ZEROS.
           05  WS-GRUPO-OCOR          OCCURS 20 TIMES.
               10  WS-GRUPO-NUMERO    PIC 9(05).
               10  WS-GRUPO-NOME      PIC X(20).
               10  WS-GRUPO-ORIGEM    PIC X(01).

           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DET-CPF          PIC 9(11).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-NUMERO       PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NOME         PIC X(20).
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-DET-ORIGEM       PIC X(01).
              GO TO  999-ERRO
           END-IF

           SET TRFCURS-PRESENTE  TO  TRUE
           OPEN INPUT TRFCURS
           IF WS-FS-TRF = '35'
              SET TRFCURS-AUSENTE  TO  TRUE
              DISPLAY ' * TRFCURS AUSENTE - SEM TRANSFERENCIAS'
           ELSE
              IF WS-FS-TRF  NOT = '00'
                 MOVE  'ERRO AO ABRIR O TRFCURS'  TO WS-MSG
                 MOVE   WS-FS-TRF                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           OPEN OUTPUT RELCPF
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCPF'  TO WS-MSG
           IF WS-CPF-S OF REG-CADALU NUMERIC
              AND WS-CPF-S OF REG-CADALU NOT = ZEROS
              MOVE WS-CPF-S OF REG-CADALU     TO  WS-CPF-SRT
              MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-NUMERO-RESOLV
              MOVE ZEROS  TO  WS-DATA-RESOLV
              IF WS-DTLOTE-S OF REG-CADALU NUMERIC
                 MOVE WS-DTLOTE-S OF REG-CADALU  TO  WS-DATA-RESOLV
              END-IF
              PERFORM 150-RESOLVER-TRANSF
              MOVE WS-NUMERO-RESOLV  TO  WS-NUMERO-SRT
              MOVE WS-NOME-S OF REG-CADALU    TO  WS-NOME-SRT
              MOVE 'C'                        TO  WS-ORIGEM-SRT
              RELEASE REG-SORTCPF
           IF WS-CPF-S OF REG-HISTALL NUMERIC
              AND WS-CPF-S OF REG-HISTALL NOT = ZEROS
              MOVE WS-CPF-S OF REG-HISTALL     TO  WS-CPF-SRT
              MOVE WS-NUMERO-S OF REG-HISTALL  TO  WS-NUMERO-RESOLV
              MOVE ZEROS  TO  WS-DATA-RESOLV
              IF WS-DTLOTE-S OF REG-HISTALL NUMERIC
                 MOVE WS-DTLOTE-S OF REG-HISTALL  TO  WS-DATA-RESOLV
              END-IF
              PERFORM 150-RESOLVER-TRANSF
              MOVE WS-NUMERO-RESOLV  TO  WS-NUMERO-SRT
              MOVE WS-NOME-S OF REG-HISTALL    TO  WS-NOME-SRT
              MOVE 'H'                         TO  WS-ORIGEM-SRT
              RELEASE REG-SORTCPF
           PERFORM 130-LER-HISTALL
           .
      *--------------------------------------------------------------*
      *    SEGUIR A LIGACAO DE TRANSFERENCIA DE CURSO (TRFCURS) ATE A
      *    MATRICULA FINAL, NO MAXIMO 5 TRANSFERENCIAS. SO LIGA O
      *    REGISTRO DO LOTE DA TRANSFERENCIA OU ANTERIOR A ELA (DATA
      *    ZERADA DE REGISTRO ANTIGO TAMBEM LIGA): REGISTRO POSTERIOR
      *    NA MESMA MATRICULA NAO E DO ALUNO TRANSFERIDO
      *--------------------------------------------------------------*
       150-RESOLVER-TRANSF.

           MOVE ZEROS  TO  WS-QTD-SALTOS
           SET SEGUE-CADEIA  TO  TRUE
           IF TRFCURS-AUSENTE
              SET FIM-CADEIA  TO  TRUE
           END-IF

           PERFORM 155-SEGUIR-TRANSF
               UNTIL FIM-CADEIA
                  OR WS-QTD-SALTOS = 5

           IF WS-QTD-SALTOS > 0
              ADD 1  TO  WS-CTUNIF
           END-IF
           .
      *--------------------------------------------------------------*
      *    UMA TRANSFERENCIA DA CADEIA
      *--------------------------------------------------------------*
       155-SEGUIR-TRANSF.

           MOVE WS-NUMERO-RESOLV  TO  WS-NUMERO-ANT-TR OF REG-TRFCURS
           READ TRFCURS
           IF WS-FS-TRF = '23'
              SET FIM-CADEIA  TO  TRUE
           ELSE
              IF WS-FS-TRF NOT = '00'
                 MOVE 'ERRO NA LEITURA DO TRFCURS'  TO WS-MSG
                 MOVE  WS-FS-TRF                    TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-DATA-RESOLV > WS-DT-TRANSF-TR OF REG-TRFCURS
                 SET FIM-CADEIA  TO  TRUE
              ELSE
                 MOVE WS-NUMERO-NOVO-TR OF REG-TRFCURS
                                        TO  WS-NUMERO-RESOLV
                 MOVE WS-DT-TRANSF-TR OF REG-TRFCURS
                                        TO  WS-DATA-RESOLV
                 ADD 1  TO  WS-QTD-SALTOS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: QUEBRA POR CPF, CONTANDO
      *    AS MATRICULAS DISTINTAS DE CADA GRUPO; GRUPO COM MAIS DE
      *    UMA MATRICULA E IMPRESSO NO RELCPF
           DISPLAY ' * REGISTROS LIDOS    - HISTALL = '
                   WS-CTLIDO-HIS
           DISPLAY ' * REGISTROS COM CPF (SORT)     = ' WS-CTSELEC
           DISPLAY ' * REGISTROS DE TRANSFERIDOS    = ' WS-CTUNIF
           DISPLAY ' * CPFS DISTINTOS               = ' WS-CTGRUPO
           DISPLAY ' * CPFS DUPLICADOS   - RELCPF   = ' WS-CTDUPL
           DISPLAY ' *========================================*'
              GO TO  999-ERRO
           END-IF

           IF TRFCURS-PRESENTE
              CLOSE  TRFCURS
              IF WS-FS-TRF  NOT = '00'
                 MOVE  'ERRO AO FECHAR O TRFCURS'  TO WS-MSG
                 MOVE   WS-FS-TRF                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELCPF
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCPF'  TO WS-MSG
