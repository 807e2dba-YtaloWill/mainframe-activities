      *                          POR LER ABORTA (999-ERRO) - O PAR
      *                          101 FICAVA FORA DA CONVERSAO E O
      *                          LOG SAIA COMO SE COMPLETO
      *  V03    OUT/2026 010227  RECODTAB COM CODIGOS IBGE DE 7 DIGITOS
      *                          (LRECL 20 MANTIDO); CODIGO NOVO
      *                          CONFERIDO PELA ROTINA 994-VALIDAR-IBGE
      *                          - PAR COM DIGITO ERRADO CANCELA A
      *                          CONVERSAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           RECORDING MODE  F
           .
       01  REG-RECODTAB.
           05 WS-COD-ANT-RC       PIC 9(07).
           05 WS-COD-NOVO-RC      PIC 9(07).
           05 WS-COMPET-EF-RC     PIC 9(06).
      *-----> TOTAIS POR CIDADE/COMPETENCIA (LAYOUT DO CGPRG010)
       FD  CADGRAVA
           LABEL RECORD STANDARD
           05  WS-AFE-SUB             PIC 9(03).
           05  WS-QTD-AFE             PIC 9(03) VALUE ZEROS.

      *-----> AREA DA VALIDACAO DO CODIGO IBGE (COPY IBGEDV)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

      *-----> TABELA DE RECODIFICACAO (ATE 100 PARES) COM OS
      *       CONTADORES DA CONCILIACAO POR ARQUIVO
       01  WS-TAB-RECOD.
           05  WS-PAR-OCOR            OCCURS 100 TIMES.
               10  WS-PAR-ANT         PIC 9(07).
               10  WS-PAR-NOVO        PIC 9(07).
               10  WS-PAR-COMPET      PIC 9(06).
               10  WS-PAR-CT-GRA      PIC 9(05).
               10  WS-PAR-CT-DET      PIC 9(05).
      *-----> LINHA DA CONCILIACAO POR PAR DE CODIGOS
       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ANT-R            PIC 9(07).
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-NOVO-R           PIC 9(07).
           05 FILLER              PIC X(07) VALUE ' EFET. '.
           05 WS-COMPET-R         PIC 9(06).
           05 FILLER              PIC X(09) VALUE ' CADGRAVA'.
           05 WS-GRA-R            PIC ZZZZ9.
           05 FILLER              PIC X(09) VALUE '  ACIDDET'.
           05 WS-DET-R            PIC ZZZZ9.
           05 FILLER              PIC X(09) VALUE ' CATGRAVA'.
           05 WS-CAT-R            PIC ZZZZ9.
           05 FILLER              PIC X(05) VALUE ' GRVI'.
           05 WS-GRI-R            PIC ZZZZ9.
      *--------------------------------------------------------------*
       012-GUARDAR-PAR.

      *    O CODIGO NOVO TEM QUE SER UM CODIGO IBGE VALIDO - NAO SE
      *    REGRAVA HISTORICO SOB CODIGO COM DIGITO ERRADO
           MOVE WS-COD-NOVO-RC  TO  WS-IBGE-ENTRADA
           MOVE SPACES          TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM
           IF IBGE-INVALIDO
              DISPLAY ' *** PAR ' WS-COD-ANT-RC ' -> ' WS-COD-NOVO-RC
                      ' ' WS-IBGE-MOTIVO ' ***'
              MOVE  'RECODTAB COM CODIGO INVALIDO'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1  TO  WS-QTD-PAR
           MOVE WS-COD-ANT-RC    TO  WS-PAR-ANT (WS-QTD-PAR)
           MOVE WS-COD-NOVO-RC   TO  WS-PAR-NOVO (WS-QTD-PAR)
           ADD 1  TO  WS-PAR-SUB
           .
      *--------------------------------------------------------------*
      *    VALIDACAO DO CODIGO IBGE
      *--------------------------------------------------------------*
           COPY IBGEDV.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
