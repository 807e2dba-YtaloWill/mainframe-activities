      *           RESPONSAVEL DE CADA ALUNO, A PARTIR DE CARTOES
      *           I/A/E NA CONVENCAO DO CGPRG008 E COM OS CONTROLES
      *           DE CABECALHO/RODAPE DO LOTE (COPY SYSINHT). A UF E
      *           VALIDADA CONTRA A TABELA DAS 27 UFs PELA REGRA
      *           COMUM DE VALIDACAO DO CADEND (CGPRG159).
      *           O CADEND ALIMENTA AS CARTAS AOS RESPONSAVEIS DOS
      *           ALUNOS REPROVADOS (CGPRG028)
      *--------------------------------------------------------------*
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010072  PROGRAMA CRIADO - MANUTENCAO DO
      *                          CADASTRO DE ENDERECOS (CADEND)
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          CARTAO EM 2-6 E OS DEMAIS CAMPOS UMA
      *                          POSICAO ADIANTE
      *  V03    OUT/2026 010196  VALIDACAO DO CARTAO I/A PASSA A SER A
      *                          REGRA COMUM DO CGPRG159 (COPY
      *                          ENDVALC), A MESMA DOS PEDIDOS DO
      *                          PORTAL DA FAMILIA (CGPRG158). CEP NAO
      *                          NUMERICO PASSA A SER RECUSADO E O
      *                          MOTIVO (REJCARDC) SAI NO SYSOUT
      *  V04    OUT/2026 010199  INCLUSAO E ALTERACAO DO ENDERECO
      *                          LIMPAM A MARCA DE ENDERECO DEVOLVIDO
      *                          PELOS CORREIOS (WS-SIT-END-D /
      *                          WS-DT-DEVOL-D - VER CADENDC, MARCADA
      *                          PELO CGPRG165): O ENDERECO CORRIGIDO
      *                          VOLTA A RECEBER CARTAS
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG027'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
      *-----> AREA DE CHAMADA DA REGRA DE VALIDACAO DO CADEND
      *       (VER 3)
       01  WS-ENDVAL.
           COPY ENDVALC.

      *-----> ENTRADA - CARTAO DE ENDERECO VIA SYSIN
       01  WS-REG-SYSIN.
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-ENDER-IN         PIC X(30).
           05 WS-CEP-IN           PIC 9(08).
           05 WS-CIDADE-IN        PIC X(20).
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDAR O CARTAO DE INCLUSAO/ALTERACAO PELA REGRA COMUM
      *    DO CADEND (CGPRG159 - VER 3): MATRICULA PREENCHIDA,
      *    ENDERECO PREENCHIDO, CEP NUMERICO E UF NA TABELA DAS 27
      *--------------------------------------------------------------*
       029-VALIDAR.

           MOVE SPACES        TO  WS-ENDVAL
           SET EV-ENDERECO    TO  TRUE
           MOVE WS-NUMERO-IN  TO  WS-NUMERO-EV
           MOVE WS-ENDER-IN   TO  WS-ENDER-EV
           MOVE WS-CEP-IN     TO  WS-CEP-EV
           MOVE WS-UF-IN      TO  WS-UF-EV
           CALL 'CGPRG159' USING WS-ENDVAL

           IF EV-INVALIDO
              PERFORM 028-REJEITAR
           ELSE
              IF TRANS-ALTERACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE ENDERECO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.
           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ENDERECO INVALIDO ***'
           DISPLAY ' * MOTIVO    : ' WS-MOTIVO-EV
           DISPLAY ' * MATRICULA : ' WS-NUMERO-IN
           DISPLAY ' * ENDERECO  : ' WS-ENDER-IN
           DISPLAY ' * CEP       : ' WS-CEP-IN
           DISPLAY ' * UF        : ' WS-UF-IN
           .
      *--------------------------------------------------------------*
           MOVE WS-RESPON-IN     TO  WS-RESPON-D OF WS-REG-CADEND
           MOVE WS-HDR-RUNID     TO  WS-RUNID-D OF WS-REG-CADEND
           MOVE WS-HDR-DATA-LOTE TO  WS-DTLOTE-D OF WS-REG-CADEND
           SET END-VALIDO OF WS-REG-CADEND  TO  TRUE
           MOVE ZEROS            TO  WS-DT-DEVOL-D OF WS-REG-CADEND
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM ENDERECO NOVO NO CADEND
