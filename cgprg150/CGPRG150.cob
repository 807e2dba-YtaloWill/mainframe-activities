       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG150.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: REGRA UNICA DE AVALIACAO (COPY AVALPARC).
      *           SUBPROGRAMA CHAMADO POR TODO PROGRAMA QUE CALCULA
      *           OU JULGA UMA MEDIA, COM A REGRA DO CURSO LIDA NO
      *           CATALOGO (CURSOTAB - GRUPO WS-REGRA-AVAL-CT):
      *           QUANTIDADE DE AVALIACOES, PESO DE CADA UMA, CORTE
      *           DE APROVACAO E CORTE DE RECUPERACAO. FUNCAO 'C'
      *           CALCULA A MEDIA PONDERADA (TRUNCADA EM 2 CASAS,
      *           COMO A ANTIGA (NOTA1+NOTA2)/2) E JULGA; FUNCAO 'J'
      *           SO JULGA A MEDIA INFORMADA. MEDIA FINAL = A MAIOR
      *           ENTRE A MEDIA E A MEDIA DE RECUPERACAO
      *           ((MEDIA+NOTA-REC)/2, QUANDO HA NOTA-REC); SITUACAO
      *           'A' (MEDIA FINAL >= CORTE DE APROVACAO), 'R'
      *           (>= CORTE DE RECUPERACAO) OU 'F'. CAMPO DA REGRA EM
      *           BRANCO OU FORA DE FAIXA ASSUME O PADRAO (2
      *           AVALIACOES DE PESO 1, CORTES 7,00 E 5,00). NAO FAZ
      *           I/O, PARA PODER SER CHAMADO TAMBEM PELO CG19 (CICS)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010189  PROGRAMA CRIADO - REGRA DE
      *                          AVALIACAO CONFIGURAVEL POR CURSO
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
           05  WS-IND                 PIC 9(01) VALUE ZEROS.
           05  WS-SOMA-NOTAS          PIC 9(05)V9999 VALUE ZEROS.
           05  WS-SOMA-PESOS          PIC 9(03) VALUE ZEROS.
           05  WS-MEDIA-REC           PIC 9(02)V99 VALUE ZEROS.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
       LINKAGE SECTION.
      *---------------*
       01  LK-AVALPAR.
           COPY AVALPARC.
      *
       PROCEDURE DIVISION USING LK-AVALPAR.
      *===================================*
      *--------------------------------------------------------------*
      *    APLICAR A REGRA DO CURSO E DEVOLVER O CONTROLE
      *--------------------------------------------------------------*
       000-CGPRG150.

           PERFORM 010-VALIDAR-REGRA

           IF AV-CALCULAR
              PERFORM 020-CALCULAR-MEDIA
           END-IF

           PERFORM 030-JULGAR

           GOBACK
           .
      *--------------------------------------------------------------*
      *    COMPLETAR A REGRA COM OS PADROES (CURSO FORA DO CATALOGO,
      *    GRAVADO ANTES DA REGRA OU COM CAMPO FORA DE FAIXA)
      *--------------------------------------------------------------*
       010-VALIDAR-REGRA.

           IF WS-QTD-AVAL-AV NOT NUMERIC
              OR WS-QTD-AVAL-AV < 2
              OR WS-QTD-AVAL-AV > 4
              MOVE 2      TO  WS-QTD-AVAL-AV
              MOVE 1      TO  WS-PESO-AV (1)
              MOVE 1      TO  WS-PESO-AV (2)
              MOVE ZEROS  TO  WS-PESO-AV (3)
              MOVE ZEROS  TO  WS-PESO-AV (4)
           ELSE
              MOVE 1  TO  WS-IND
              PERFORM 012-VALIDAR-PESO UNTIL WS-IND > 4
           END-IF

           IF WS-CORTE-APROV-AV NOT NUMERIC
              OR WS-CORTE-APROV-AV = ZEROS
              OR WS-CORTE-APROV-AV > 10
              MOVE 7  TO  WS-CORTE-APROV-AV
           END-IF

           IF WS-CORTE-REC-AV NOT NUMERIC
              OR WS-CORTE-REC-AV = ZEROS
              MOVE 5  TO  WS-CORTE-REC-AV
           END-IF
           IF WS-CORTE-REC-AV > WS-CORTE-APROV-AV
              MOVE WS-CORTE-APROV-AV  TO  WS-CORTE-REC-AV
           END-IF
           .
      *--------------------------------------------------------------*
      *    PESO EM BRANCO/ZERADO DE AVALIACAO DA REGRA VALE 1; PESO
      *    DE AVALIACAO ALEM DA QUANTIDADE DA REGRA E ZERADO
      *--------------------------------------------------------------*
       012-VALIDAR-PESO.

           IF WS-IND > WS-QTD-AVAL-AV
              MOVE ZEROS  TO  WS-PESO-AV (WS-IND)
           ELSE
              IF WS-PESO-AV (WS-IND) NOT NUMERIC
                 OR WS-PESO-AV (WS-IND) = ZEROS
                 MOVE 1  TO  WS-PESO-AV (WS-IND)
              END-IF
           END-IF

           ADD 1  TO  WS-IND
           .
      *--------------------------------------------------------------*
      *    MEDIA PONDERADA DAS AVALIACOES DA REGRA (TRUNCADA)
      *--------------------------------------------------------------*
       020-CALCULAR-MEDIA.

           MOVE ZEROS  TO  WS-SOMA-NOTAS
           MOVE ZEROS  TO  WS-SOMA-PESOS
           MOVE 1      TO  WS-IND
           PERFORM 022-SOMAR-NOTA UNTIL WS-IND > WS-QTD-AVAL-AV

           COMPUTE WS-MEDIA-AV = WS-SOMA-NOTAS / WS-SOMA-PESOS
           .
      *--------------------------------------------------------------*
      *    ACUMULAR UMA NOTA PELO SEU PESO
      *--------------------------------------------------------------*
       022-SOMAR-NOTA.

           IF WS-NOTA-AV (WS-IND) NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA-AV (WS-IND)
           END-IF

           COMPUTE WS-SOMA-NOTAS = WS-SOMA-NOTAS
                   + WS-NOTA-AV (WS-IND) * WS-PESO-AV (WS-IND)
           ADD WS-PESO-AV (WS-IND)  TO  WS-SOMA-PESOS

           ADD 1  TO  WS-IND
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL COM A RECUPERACAO E SITUACAO PELOS CORTES
      *--------------------------------------------------------------*
       030-JULGAR.

           IF WS-MEDIA-AV NOT NUMERIC
              MOVE ZEROS  TO  WS-MEDIA-AV
           END-IF
           IF WS-NOTA-REC-AV NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA-REC-AV
           END-IF

           MOVE WS-MEDIA-AV  TO  WS-MEDIA-FINAL-AV
           IF WS-NOTA-REC-AV > ZEROS
              COMPUTE WS-MEDIA-REC = (WS-MEDIA-AV + WS-NOTA-REC-AV) / 2
              IF WS-MEDIA-REC > WS-MEDIA-FINAL-AV
                 MOVE WS-MEDIA-REC  TO  WS-MEDIA-FINAL-AV
              END-IF
           END-IF

           IF WS-MEDIA-FINAL-AV >= WS-CORTE-APROV-AV
              MOVE 'A'  TO  WS-SIT-AV
           ELSE
              IF WS-MEDIA-FINAL-AV >= WS-CORTE-REC-AV
                 MOVE 'R'  TO  WS-SIT-AV
              ELSE
                 MOVE 'F'  TO  WS-SIT-AV
              END-IF
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG150 <
