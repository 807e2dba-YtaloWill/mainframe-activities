       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG152.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: REGRA UNICA DE PRAZOS DE NOTA (COPY PRAZPARC).
      *           SUBPROGRAMA CHAMADO POR TODO PROGRAMA QUE LANCA OU
      *           ALTERA NOTA, COM AS DATAS DO SEMESTRE LIDAS NO
      *           CALENDARIO ACADEMICO (CALACAD) E A AUTORIZACAO
      *           TARDIA DO ALUNO (AUTTARD) PELO CHAMADOR. FUNCAO 'S'
      *           DEVOLVE O SEMESTRE LETIVO DA DATA E O ANTERIOR.
      *           FUNCAO 'V' JULGA O LANCAMENTO NA DATA:
      *             - DEPOIS DO FECHAMENTO        -> 'F' (MOTIVO FEC)
      *             - NOTA REGULAR DEPOIS DO PRAZO DE NOTAS OU SO
      *               RECUPERACAO DEPOIS DO PRAZO DE RECUPERACAO
      *                                           -> 'P' (MOTIVO PRZ)
      *             - DENTRO DOS PRAZOS OU SEMESTRE SEM CALENDARIO
      *                                           -> 'L'
      *           A RECUSA VIRA 'T' (LIBERADO POR AUTORIZACAO TARDIA)
      *           QUANDO O ALUNO TEM AUTORIZACAO VIGENTE NO SEMESTRE
      *           E A DATA NAO PASSOU DO LIMITE DELA. NAO FAZ I/O,
      *           PARA PODER SER CHAMADO TAMBEM PELO CG19 (CICS)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010190  PROGRAMA CRIADO - PRAZOS DE NOTA
      *                          PELO CALENDARIO ACADEMICO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

       01  WS-AREA-AUX.
           05  WS-SEM-AUX             PIC 9(05).
           05  WS-SEM-AUX-R  REDEFINES  WS-SEM-AUX.
               10  WS-ANO-AUX         PIC 9(04).
               10  WS-NR-AUX          PIC 9(01).
           05  WS-SW-AUTORIZ          PIC X(01).
               88 AUTORIZ-VALIDA          VALUE 'S'.
               88 AUTORIZ-AUSENTE         VALUE 'N'.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
       LINKAGE SECTION.
      *---------------*
       01  LK-PRAZPAR.
           COPY PRAZPARC.
      *
       PROCEDURE DIVISION USING LK-PRAZPAR.
      *===================================*
      *--------------------------------------------------------------*
      *    APLICAR A FUNCAO PEDIDA E DEVOLVER O CONTROLE
      *--------------------------------------------------------------*
       000-CGPRG152.

           IF PZ-SEMESTRE
              PERFORM 010-APURAR-SEMESTRE
           ELSE
              PERFORM 020-JULGAR-PRAZO
           END-IF

           GOBACK
           .
      *--------------------------------------------------------------*
      *    SEMESTRE LETIVO DA DATA (JAN-JUN = 1, JUL-DEZ = 2) E O
      *    SEMESTRE IMEDIATAMENTE ANTERIOR
      *--------------------------------------------------------------*
       010-APURAR-SEMESTRE.

           MOVE WS-ANO-PZ  TO  WS-ANO-AUX
           IF WS-MES-PZ > 6
              MOVE 2  TO  WS-NR-AUX
           ELSE
              MOVE 1  TO  WS-NR-AUX
           END-IF
           MOVE WS-SEM-AUX  TO  WS-SEMESTRE-PZ

           IF WS-NR-AUX = 2
              MOVE 1  TO  WS-NR-AUX
           ELSE
              SUBTRACT 1  FROM  WS-ANO-AUX
              MOVE 2  TO  WS-NR-AUX
           END-IF
           MOVE WS-SEM-AUX  TO  WS-SEMESTRE-ANT-PZ
           .
      *--------------------------------------------------------------*
      *    VEREDITO DO LANCAMENTO NA DATA CONTRA O CALENDARIO DO
      *    SEMESTRE; RECUSA COBERTA POR AUTORIZACAO TARDIA VIGENTE
      *    VIRA LIBERACAO 'T'
      *--------------------------------------------------------------*
       020-JULGAR-PRAZO.

           MOVE 'L'     TO  WS-VEREDITO-PZ
           MOVE SPACES  TO  WS-MOTIVO-PZ

           IF PZ-SEM-CALENDARIO
              GO TO 020-JULGAR-FIM
           END-IF

           IF WS-DT-FECHA-PZ NOT = ZEROS
              AND WS-DATA-PZ > WS-DT-FECHA-PZ
              MOVE 'F'    TO  WS-VEREDITO-PZ
              MOVE 'FEC'  TO  WS-MOTIVO-PZ
           ELSE
              IF PZ-ALT-NOTAS
                 IF WS-PRAZO-NOTA-PZ NOT = ZEROS
                    AND WS-DATA-PZ > WS-PRAZO-NOTA-PZ
                    MOVE 'P'    TO  WS-VEREDITO-PZ
                    MOVE 'PRZ'  TO  WS-MOTIVO-PZ
                 END-IF
              ELSE
                 IF WS-PRAZO-REC-PZ NOT = ZEROS
                    AND WS-DATA-PZ > WS-PRAZO-REC-PZ
                    MOVE 'P'    TO  WS-VEREDITO-PZ
                    MOVE 'PRZ'  TO  WS-MOTIVO-PZ
                 END-IF
              END-IF
           END-IF

           IF PZ-RECUSADO
              PERFORM 030-CONFERIR-AUTORIZACAO
              IF AUTORIZ-VALIDA
                 MOVE 'T'     TO  WS-VEREDITO-PZ
                 MOVE SPACES  TO  WS-MOTIVO-PZ
              END-IF
           END-IF
           .
       020-JULGAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AUTORIZACAO TARDIA VIGENTE ('A') E DENTRO DA DATA LIMITE
      *    (LIMITE ZERADO = ATE SER CANCELADA)
      *--------------------------------------------------------------*
       030-CONFERIR-AUTORIZACAO.

           SET AUTORIZ-AUSENTE  TO  TRUE

           IF WS-SIT-AUT-PZ = 'A'
              IF WS-DT-LIMITE-PZ NOT NUMERIC
                 OR WS-DT-LIMITE-PZ = ZEROS
                 OR WS-DATA-PZ NOT > WS-DT-LIMITE-PZ
                 SET AUTORIZ-VALIDA  TO  TRUE
              END-IF
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG152 <
