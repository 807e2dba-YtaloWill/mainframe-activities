       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG176.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MONTAGEM DAS CONTAS FAMILIA (FAMCTA - COPY
      *           FAMCTAC). LE O CADASTRO UNICO DE PESSOAS (PESSOA -
      *           COPY PESSOAC) EM ORDEM DE CPF E, PARA CADA CPF COM
      *           PAPEL DE RESPONSAVEL ('R'), CONFERE NO CADALU QUAIS
      *           ALUNOS VINCULADOS ESTAO ATIVOS. CPF COM DOIS OU MAIS
      *           ALUNOS ATIVOS FORMA UMA FAMILIA: UM REGISTRO POR
      *           FILHO, NA ORDEM DA MATRICULA (A MENOR E O TITULAR,
      *           ORDEM 1). O FAMCTA E REGRAVADO POR INTEIRO A CADA
      *           EXECUCAO (ABERTO EM OUTPUT), ANTES DA GERACAO DAS
      *           COBRANCAS (CGJOB022).
      *           O VINCULO DO RESPONSAVEL AO CPF E O DA REVISAO
      *           MANUAL DO CGPRG166 - RESPONSAVEL AINDA NAO VINCULADO
      *           NAO FORMA FAMILIA. MATRICULA JA GRAVADA EM OUTRA
      *           FAMILIA (DOIS CPFS PARA O MESMO ALUNO) E LISTADA NO
      *           SYSOUT E FICA SO NA PRIMEIRA (RETURN-CODE 4)
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-04 RUNID DO LOTE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010206  PROGRAMA CRIADO - MONTAGEM DAS
      *                          CONTAS FAMILIA A PARTIR DO PESSOA
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
           SELECT PESSOA ASSIGN TO PESSOAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-PS OF REG-PESSOA
                  FILE STATUS   IS WS-FS-PES
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT FAMCTA ASSIGN TO FAMCTAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-FC OF REG-FAMCTA
                  FILE STATUS   IS WS-FS-FAM
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  PESSOA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PESSOA.
           COPY PESSOAC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  FAMCTA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FAMCTA.
           COPY FAMCTAC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTRESP              PIC 9(05) VALUE ZEROS.
           05  WS-CTOUTROS            PIC 9(05) VALUE ZEROS.
           05  WS-CTCPF               PIC 9(05) VALUE ZEROS.
           05  WS-CTINATIVO           PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMALU            PIC 9(05) VALUE ZEROS.
           05  WS-CTFILHO-UNICO       PIC 9(05) VALUE ZEROS.
           05  WS-CTFAMILIA           PIC 9(05) VALUE ZEROS.
           05  WS-CTGRAVADO           PIC 9(05) VALUE ZEROS.
           05  WS-CTDUPLIC            PIC 9(05) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DT-MONT             PIC 9(08).
           05  WS-FS-PES              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-FAM              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG176'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-RUNID-IN            PIC 9(04).

      *-----> FILHOS ATIVOS DO RESPONSAVEL (CPF) CORRENTE, NA ORDEM
      *       DA CHAVE DO PESSOA (= ORDEM DA MATRICULA)
       01  WS-GRUPO-FAMILIA.
           05  WS-CPF-ATUAL           PIC 9(11)  VALUE ZEROS.
           05  WS-RESPON-ATUAL        PIC X(20).
           05  WS-QTD-GRP             PIC 9(03).
           05  WS-QTD-FIL             PIC 9(02).
           05  WS-SUB                 PIC 9(02).
           05  WS-TAB-FIL             OCCURS 9 TIMES.
               10  WS-TF-MATRICULA    PIC 9(05).

      *-----> LINHA DE FAMILIA MONTADA NO SYSOUT (SEM O CPF)
       01  WS-LIN-FAMILIA.
           05 FILLER              PIC X(11) VALUE ' * TITULAR '.
           05 WS-TITULAR-L        PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RESPON-L         PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-QTD-L            PIC 9(02).
           05 FILLER              PIC X(08) VALUE ' FILHOS '.

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
       000-CGPRG176.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
               UNTIL WS-FS-PES = '10'
           IF WS-QTD-GRP > 0
              PERFORM 040-FECHAR-FAMILIA THRU 040-FECHAR-FAMILIA-FIM
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
           DISPLAY ' * CGPRG176 - MONTAGEM DAS CONTAS FAMILIA *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-RUNID-IN NOT NUMERIC
              MOVE  'RUNID INVALIDO NO CARTAO'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR
           ACCEPT WS-DT-MONT  FROM DATE YYYYMMDD
           DISPLAY ' * RUNID         : ' WS-RUNID-IN
           DISPLAY ' * DATA MONTAGEM : ' WS-DT-MONT

           OPEN INPUT PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO ABRIR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *    O FAMCTA E REMONTADO POR INTEIRO (CLUSTER COM REUSE)
           OPEN OUTPUT FAMCTA
           IF WS-FS-FAM  NOT = '00'
              MOVE  'ERRO AO ABRIR O FAMCTA'  TO WS-MSG
              MOVE   WS-FS-FAM                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE ZEROS  TO  WS-QTD-GRP

           PERFORM 025-LER-PESSOA
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           STRING  WS-DTSYS  (5:2) '/'
                   WS-DTSYS  (3:2) '/20'
                   WS-DTSYS  (1:2)
           DELIMITED BY SIZE INTO WS-DTEDI

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    LER UM VINCULO DO PESSOA
      *--------------------------------------------------------------*
       025-LER-PESSOA.

           READ PESSOA  NEXT RECORD

           IF WS-FS-PES  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-PES = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM VINCULO: QUEBRA DE CPF E GUARDA DOS ALUNOS
      *    ATIVOS DE QUEM O CPF E RESPONSAVEL
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF NOT PAPEL-RESPONSAVEL OF REG-PESSOA
              ADD 1  TO  WS-CTOUTROS
              PERFORM 025-LER-PESSOA
              GO TO 030-PROCESSAR-FIM
           END-IF

           ADD 1  TO  WS-CTRESP

           IF WS-CPF-PS OF REG-PESSOA NOT = WS-CPF-ATUAL
              IF WS-QTD-GRP > 0
                 PERFORM 040-FECHAR-FAMILIA
                    THRU 040-FECHAR-FAMILIA-FIM
              END-IF
              MOVE WS-CPF-PS OF REG-PESSOA  TO  WS-CPF-ATUAL
              MOVE WS-NOME-PS OF REG-PESSOA TO  WS-RESPON-ATUAL
              MOVE ZEROS  TO  WS-QTD-GRP
                              WS-QTD-FIL
              ADD 1  TO  WS-CTCPF
           END-IF

           ADD 1  TO  WS-QTD-GRP

           MOVE WS-MATRICULA-PS OF REG-PESSOA
                               TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '23'
              ADD 1  TO  WS-CTSEMALU
              PERFORM 025-LER-PESSOA
              GO TO 030-PROCESSAR-FIM
           END-IF
           IF WS-FS-ALU NOT = '00'
              MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE  WS-FS-ALU                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF NOT ALUNO-ATIVO OF REG-CADALU
              ADD 1  TO  WS-CTINATIVO
              PERFORM 025-LER-PESSOA
              GO TO 030-PROCESSAR-FIM
           END-IF

           IF WS-QTD-FIL NOT < 9
              MOVE REG-PESSOA  TO  WS-IMAGEM-ERR
              MOVE 'FAMILIA COM FILHOS DEMAIS'  TO WS-MSG
              MOVE '  '                         TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-FIL
           MOVE WS-MATRICULA-PS OF REG-PESSOA
                               TO  WS-TF-MATRICULA (WS-QTD-FIL)

           PERFORM 025-LER-PESSOA
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    FECHAR O RESPONSAVEL: COM DOIS OU MAIS FILHOS ATIVOS,
      *    GRAVAR A CONTA FAMILIA (UM REGISTRO POR FILHO)
      *--------------------------------------------------------------*
       040-FECHAR-FAMILIA.

           IF WS-QTD-FIL < 2
              IF WS-QTD-FIL = 1
                 ADD 1  TO  WS-CTFILHO-UNICO
              END-IF
              GO TO 040-FECHAR-FAMILIA-FIM
           END-IF

           ADD 1  TO  WS-CTFAMILIA
           MOVE 1  TO  WS-SUB
           PERFORM 050-GRAVAR-FILHO
               UNTIL WS-SUB > WS-QTD-FIL

           MOVE WS-TF-MATRICULA (1)  TO  WS-TITULAR-L
           MOVE WS-RESPON-ATUAL      TO  WS-RESPON-L
           MOVE WS-QTD-FIL           TO  WS-QTD-L
           DISPLAY WS-LIN-FAMILIA
           .
       040-FECHAR-FAMILIA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR UM FILHO DA FAMILIA NO FAMCTA
      *--------------------------------------------------------------*
       050-GRAVAR-FILHO.

           MOVE SPACES                   TO  REG-FAMCTA
           MOVE WS-TF-MATRICULA (WS-SUB) TO  WS-NUMERO-FC OF REG-FAMCTA
           MOVE WS-CPF-ATUAL             TO  WS-CPF-RESP-FC
                                                          OF REG-FAMCTA
           MOVE WS-TF-MATRICULA (1)      TO  WS-TITULAR-FC OF REG-FAMCTA
           MOVE WS-SUB                   TO  WS-ORDEM-FC OF REG-FAMCTA
           MOVE WS-QTD-FIL               TO  WS-QTD-FILHOS-FC
                                                          OF REG-FAMCTA
           MOVE WS-RESPON-ATUAL          TO  WS-RESPON-FC OF REG-FAMCTA
           MOVE WS-DT-MONT               TO  WS-DT-MONT-FC OF REG-FAMCTA
           MOVE WS-RUNID-IN              TO  WS-RUNID-FC OF REG-FAMCTA

           WRITE REG-FAMCTA
           EVALUATE WS-FS-FAM
              WHEN '00'
                 ADD 1  TO  WS-CTGRAVADO
              WHEN '22'
                 ADD 1  TO  WS-CTDUPLIC
                 DISPLAY ' * MATRICULA EM MAIS DE UMA FAMILIA: '
                         WS-TF-MATRICULA (WS-SUB)
              WHEN OTHER
                 MOVE 'ERRO NA GRAVACAO DO FAMCTA'  TO WS-MSG
                 MOVE  WS-FS-FAM                    TO WS-FS-MSG
                 GO TO 999-ERRO
           END-EVALUATE

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG176        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * VINCULOS LIDOS     - PESSOA  = ' WS-CTLIDO
           DISPLAY ' * VINCULOS DE OUTROS PAPEIS    = ' WS-CTOUTROS
           DISPLAY ' * VINCULOS DE RESPONSAVEL      = ' WS-CTRESP
           DISPLAY ' * RESPONSAVEIS (CPFS)          = ' WS-CTCPF
           DISPLAY ' * ALUNOS FORA DO CADALU        = ' WS-CTSEMALU
           DISPLAY ' * ALUNOS NAO ATIVOS            = ' WS-CTINATIVO
           DISPLAY ' * RESPONSAVEIS DE UM SO FILHO  = ' WS-CTFILHO-UNICO
           DISPLAY ' * FAMILIAS MONTADAS            = ' WS-CTFAMILIA
           DISPLAY ' * FILHOS GRAVADOS    - FAMCTA  = ' WS-CTGRAVADO
           DISPLAY ' * MATRICULAS EM DUAS FAMILIAS  = ' WS-CTDUPLIC
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIDO NOT = WS-CTOUTROS + WS-CTRESP
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X TRATADO    *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTDUPLIC > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO FECHAR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FAMCTA
           IF WS-FS-FAM  NOT = '00'
              MOVE  'ERRO AO FECHAR O FAMCTA'  TO WS-MSG
              MOVE   WS-FS-FAM                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG176        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG176 <
