      *           (EXCLUIDO TEM QUE ESTAR AUSENTE). QUALQUER
      *           DIVERGENCIA SAI LISTADA E TERMINA COM RETURN-CODE
      *           8. MESTRES ATENDIDOS: FREQALU, MENSALU, MENSACOR,
      *           CADALU, NOTADISC, CADLOTE, LOTEPARC E CTRLOTE
      *           (TODOS OS QUE GRAVAM O DIARIO, EM LOTE OU NO
      *           ONLINE)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          CONTADAS COMO NAO CONFERIDAS, COM
      *                          CC 4 PARA O OPERADOR SABER QUE A
      *                          PROVA FOI PARCIAL
      *  V03    OUT/2026 010194  CHAVE DO MSTJRNL COM 13 POSICOES
      *                          (MATRICULA DE 5 DIGITOS) - VER
      *                          MSTJRNLC
      *  V04    OUT/2026 010204  IMAGENS DO MENSALU E DO MENSACOR NO
      *                          JOURNAL REPOSTAS COM 70 BYTES
      *                          (MENSALUC AMPLIADO COM O DESCONTO DE
      *                          PONTUALIDADE NO CGPRG022 V13)
      *  V05    OUT/2026 010210  IMAGENS DO LOTEPARC NO JOURNAL
      *                          REPOSTAS COM 58 BYTES (LOTEPARC
      *                          AMPLIADO COM O INDICE E O VALOR
      *                          ORIGINAL DA CORRECAO MONETARIA DO
      *                          CGPRG182)
      *  V06    OUT/2026 010234  IMAGENS DO CADALU NO JOURNAL
      *                          REPOSTAS COM 84 BYTES (NOTA3, NOTA4
      *                          E UNIDADE) E CONFERENCIA DO MENSALU/
      *                          MENSACOR COM OS 70 BYTES DA V04.
      *                          PASSAM A SER REAPLICADOS E
      *                          CONFERIDOS OS DEMAIS MESTRES
      *                          JORNALIZADOS: NOTADISC (MATRICULA
      *                          NA DISCIPLINA PELO CG19) E CTRLOTE
      *                          (CANCELAMENTO PELO CGPRG118)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-LP OF REG-LOTEPARC
                  FILE STATUS   IS WS-FS-PAR
           .
           SELECT NOTADISC ASSIGN TO NOTADISJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-ND OF REG-NOTADISC
                  FILE STATUS   IS WS-FS-NDI
           .
           SELECT CTRLOTE ASSIGN TO CTRLOTEJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CONTRATO-CT OF REG-CTRLOTE
                  FILE STATUS   IS WS-FS-CTR
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-LOTEPARC.
           COPY LOTEPARC.
       FD  NOTADISC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NOTADISC.
           COPY NOTADISC.
       FD  CTRLOTE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTRLOTE.
           COPY CTRLOTC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-LOT              PIC X(02).
           05  WS-FS-PAR              PIC X(02).
           05  WS-FS-NDI              PIC X(02).
           05  WS-FS-CTR              PIC X(02).
           05  WS-CTNAOCONF           PIC 9(05) VALUE ZEROS.
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG136'.
           05  WS-MSG                 PIC X(30).
           05  WS-QTD-FINAL           PIC 9(04)  VALUE ZEROS.
           05  WS-FINAL-OCOR          OCCURS 2000 TIMES.
               10  WS-VF-ARQ          PIC X(08).
               10  WS-VF-CHAVE        PIC X(13).
               10  WS-VF-OP           PIC X(01).
               10  WS-VF-IMAGEM       PIC X(90).

              MOVE   WS-FS-PAR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O NOTADISC
           IF WS-FS-NDI = '35'
              OPEN OUTPUT NOTADISC
           END-IF
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO ABRIR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O CTRLOTE
           IF WS-FS-CTR = '35'
              OPEN OUTPUT CTRLOTE
           END-IF
           IF WS-FS-CTR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTRLOTE'  TO WS-MSG
              MOVE   WS-FS-CTR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REAPLICAR UMA OPERACAO DO DIARIO
                 PERFORM 045-APLICAR-CADLOTE
              WHEN 'LOTEPARC'
                 PERFORM 048-APLICAR-LOTEPARC
              WHEN 'NOTADISC'
                 PERFORM 046-APLICAR-NOTADISC
              WHEN 'CTRLOTE '
                 PERFORM 049-APLICAR-CTRLOTE
              WHEN OTHER
                 ADD 1  TO  WS-CTIGNORADO
                 GO TO 030-APLICAR-FIM

           EVALUATE TRUE
              WHEN JRN-GRAVACAO
                 MOVE WS-DEPOIS-MJ (1:70)  TO  REG-MENSALU (1:70)
                 WRITE REG-MENSALU
                 IF WS-FS-MEN = '22'
                    REWRITE REG-MENSALU
                 END-IF
              WHEN JRN-REGRAVACAO
                 MOVE WS-DEPOIS-MJ (1:70)  TO  REG-MENSALU (1:70)
                 REWRITE REG-MENSALU
                 IF WS-FS-MEN = '23'
                    WRITE REG-MENSALU
                 END-IF
              WHEN JRN-EXCLUSAO
                 MOVE WS-ANTES-MJ (1:70)   TO  REG-MENSALU (1:70)
                 DELETE MENSALU RECORD
                 IF WS-FS-MEN = '23'
                    MOVE '00'  TO  WS-FS-MEN

           EVALUATE TRUE
              WHEN JRN-GRAVACAO
                 MOVE WS-DEPOIS-MJ (1:70)  TO  REG-MENSACOR (1:70)
                 WRITE REG-MENSACOR
                 IF WS-FS-ACO = '22'
                    REWRITE REG-MENSACOR
                 END-IF
              WHEN JRN-REGRAVACAO
                 MOVE WS-DEPOIS-MJ (1:70)  TO  REG-MENSACOR (1:70)
                 REWRITE REG-MENSACOR
                 IF WS-FS-ACO = '23'
                    WRITE REG-MENSACOR
                 END-IF
              WHEN JRN-EXCLUSAO
                 MOVE WS-ANTES-MJ (1:70)   TO  REG-MENSACOR (1:70)
                 DELETE MENSACOR RECORD
                 IF WS-FS-ACO = '23'
                    MOVE '00'  TO  WS-FS-ACO

           EVALUATE TRUE
              WHEN JRN-GRAVACAO
                 MOVE WS-DEPOIS-MJ (1:84)  TO  REG-CADALU (1:84)
                 WRITE REG-CADALU
                 IF WS-FS-ALU = '22'
                    REWRITE REG-CADALU
                 END-IF
              WHEN JRN-REGRAVACAO
                 MOVE WS-DEPOIS-MJ (1:84)  TO  REG-CADALU (1:84)
                 REWRITE REG-CADALU
                 IF WS-FS-ALU = '23'
                    WRITE REG-CADALU
                 END-IF
              WHEN JRN-EXCLUSAO
                 MOVE WS-ANTES-MJ (1:84)   TO  REG-CADALU (1:84)
                 DELETE CADALU RECORD
                 IF WS-FS-ALU = '23'
                    MOVE '00'  TO  WS-FS-ALU

           EVALUATE TRUE
              WHEN JRN-GRAVACAO
                 MOVE WS-DEPOIS-MJ (1:58)  TO  REG-LOTEPARC (1:58)
                 WRITE REG-LOTEPARC
                 IF WS-FS-PAR = '22'
                    REWRITE REG-LOTEPARC
                 END-IF
              WHEN JRN-REGRAVACAO
                 MOVE WS-DEPOIS-MJ (1:58)  TO  REG-LOTEPARC (1:58)
                 REWRITE REG-LOTEPARC
                 IF WS-FS-PAR = '23'
                    WRITE REG-LOTEPARC
                 END-IF
              WHEN JRN-EXCLUSAO
                 MOVE WS-ANTES-MJ (1:58)   TO  REG-LOTEPARC (1:58)
                 DELETE LOTEPARC RECORD
                 IF WS-FS-PAR = '23'
                    MOVE '00'  TO  WS-FS-PAR
           END-IF
           .
      *--------------------------------------------------------------*
      *    REAPLICAR A OPERACAO NO NOTADISC (IDEMPOTENTE)
      *--------------------------------------------------------------*
       046-APLICAR-NOTADISC.

           EVALUATE TRUE
              WHEN JRN-GRAVACAO
                 MOVE WS-DEPOIS-MJ (1:55)  TO  REG-NOTADISC (1:55)
                 WRITE REG-NOTADISC
                 IF WS-FS-NDI = '22'
                    REWRITE REG-NOTADISC
                 END-IF
              WHEN JRN-REGRAVACAO
                 MOVE WS-DEPOIS-MJ (1:55)  TO  REG-NOTADISC (1:55)
                 REWRITE REG-NOTADISC
                 IF WS-FS-NDI = '23'
                    WRITE REG-NOTADISC
                 END-IF
              WHEN JRN-EXCLUSAO
                 MOVE WS-ANTES-MJ (1:55)   TO  REG-NOTADISC (1:55)
                 DELETE NOTADISC RECORD
                 IF WS-FS-NDI = '23'
                    MOVE '00'  TO  WS-FS-NDI
                 END-IF
           END-EVALUATE

           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO NA REAPLICACAO NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REAPLICAR A OPERACAO NO CTRLOTE (IDEMPOTENTE)
      *--------------------------------------------------------------*
       049-APLICAR-CTRLOTE.

           EVALUATE TRUE
              WHEN JRN-GRAVACAO
                 MOVE WS-DEPOIS-MJ (1:60)  TO  REG-CTRLOTE (1:60)
                 WRITE REG-CTRLOTE
                 IF WS-FS-CTR = '22'
                    REWRITE REG-CTRLOTE
                 END-IF
              WHEN JRN-REGRAVACAO
                 MOVE WS-DEPOIS-MJ (1:60)  TO  REG-CTRLOTE (1:60)
                 REWRITE REG-CTRLOTE
                 IF WS-FS-CTR = '23'
                    WRITE REG-CTRLOTE
                 END-IF
              WHEN JRN-EXCLUSAO
                 MOVE WS-ANTES-MJ (1:60)   TO  REG-CTRLOTE (1:60)
                 DELETE CTRLOTE RECORD
                 IF WS-FS-CTR = '23'
                    MOVE '00'  TO  WS-FS-CTR
                 END-IF
           END-EVALUATE

           IF WS-FS-CTR  NOT = '00'
              MOVE  'ERRO NA REAPLICACAO CTRLOTE'  TO WS-MSG
              MOVE   WS-FS-CTR                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O ESTADO FINAL DA CHAVE (A ULTIMA OPERACAO
      *    SOBREPOE A ANTERIOR) PARA A FASE DE VERIFICACAO
      *--------------------------------------------------------------*
                 MOVE WS-FS-FRQ  TO  WS-FS-CONF
                 MOVE REG-FREQALU (1:22)  TO  WS-IMG-LIDA (1:22)
              WHEN 'MENSALU '
                 MOVE 70  TO  WS-TAM-REG
                 MOVE WS-VF-IMAGEM (WS-SUB) (1:70)
                      TO  REG-MENSALU (1:70)
                 READ MENSALU
                 MOVE WS-FS-MEN  TO  WS-FS-CONF
                 MOVE REG-MENSALU (1:70)  TO  WS-IMG-LIDA (1:70)
              WHEN 'MENSACOR'
                 MOVE 70  TO  WS-TAM-REG
                 MOVE WS-VF-IMAGEM (WS-SUB) (1:70)
                      TO  REG-MENSACOR (1:70)
                 READ MENSACOR
                 MOVE WS-FS-ACO  TO  WS-FS-CONF
                 MOVE REG-MENSACOR (1:70)  TO  WS-IMG-LIDA (1:70)
              WHEN 'CADALU  '
                 MOVE 84  TO  WS-TAM-REG
                 MOVE WS-VF-IMAGEM (WS-SUB) (1:84)
                      TO  REG-CADALU (1:84)
                 READ CADALU
                 MOVE WS-FS-ALU  TO  WS-FS-CONF
                 MOVE REG-CADALU (1:84)  TO  WS-IMG-LIDA (1:84)
              WHEN 'CADLOTE '
                 MOVE 67  TO  WS-TAM-REG
                 MOVE WS-VF-IMAGEM (WS-SUB) (1:67)
                 MOVE WS-FS-LOT  TO  WS-FS-CONF
                 MOVE REG-CADLOTE (1:67)  TO  WS-IMG-LIDA (1:67)
              WHEN 'LOTEPARC'
                 MOVE 58  TO  WS-TAM-REG
                 MOVE WS-VF-IMAGEM (WS-SUB) (1:58)
                      TO  REG-LOTEPARC (1:58)
                 READ LOTEPARC
                 MOVE WS-FS-PAR  TO  WS-FS-CONF
                 MOVE REG-LOTEPARC (1:58)  TO  WS-IMG-LIDA (1:58)
              WHEN 'NOTADISC'
                 MOVE 55  TO  WS-TAM-REG
                 MOVE WS-VF-IMAGEM (WS-SUB) (1:55)
                      TO  REG-NOTADISC (1:55)
                 READ NOTADISC
                 MOVE WS-FS-NDI  TO  WS-FS-CONF
                 MOVE REG-NOTADISC (1:55)  TO  WS-IMG-LIDA (1:55)
              WHEN 'CTRLOTE '
                 MOVE 60  TO  WS-TAM-REG
                 MOVE WS-VF-IMAGEM (WS-SUB) (1:60)
                      TO  REG-CTRLOTE (1:60)
                 READ CTRLOTE
                 MOVE WS-FS-CTR  TO  WS-FS-CONF
                 MOVE REG-CTRLOTE (1:60)  TO  WS-IMG-LIDA (1:60)
              WHEN OTHER
                 GO TO 062-CONFERIR-CHAVE-FIM
           END-EVALUATE
              GO TO  999-ERRO
           END-IF

           CLOSE  NOTADISC
           IF WS-FS-NDI  NOT = '00'
              MOVE  'ERRO AO FECHAR O NOTADISC'  TO WS-MSG
              MOVE   WS-FS-NDI                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTRLOTE
           IF WS-FS-CTR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTRLOTE'  TO WS-MSG
              MOVE   WS-FS-CTR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-CTDIVERGE > ZEROS
              DISPLAY ' * RECONSTRUCAO DIVERGENTE - CC 8        *'
              MOVE 8  TO  RETURN-CODE
