      *  V01    SET/2026 010142  PROGRAMA CRIADO - PROMOCAO DA
      *                          LISTA DE ESPERA E RELATORIO DE
      *                          OCUPACAO DAS TURMAS
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): VARREDURA DA
      *                          OCUPACAO DA FAIXA COM 5 DIGITOS
      *  V03    OUT/2026 010195  SEGUNDA UNIDADE (CAMPUS): A OCUPACAO
      *                          DA TURMA SO CONTA ALUNO DA MESMA
      *                          UNIDADE DA TURMA (WS-UNIDADE-X,
      *                          ESPACO = SEDE - MESMA CONTAGEM DO
      *                          CGPRG008 V34) E O RELOCU QUEBRA POR
      *                          UNIDADE: UMA VARREDURA DO FAIXNUM POR
      *                          UNIDADE DA UNIDTAB, EM PAGINA
      *                          PROPRIA, COM O TOTAL DA UNIDADE, E O
      *                          TOTAL CONSOLIDADO NO FIM. TURMA DE
      *                          UNIDADE FORA DA UNIDTAB E AVISADA NO
      *                          SYSOUT (RC 4)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-OCUPACAO            PIC 9(04).
           05  WS-MAT-SCAN            PIC 9(05).
           05  WS-ESPERA-REST         PIC 9(04).
           05  WS-TURMA-SUB           PIC 9(02).
           05  WS-QTD-TURMA           PIC 9(02) VALUE ZEROS.
           05  WS-PROM-SUB            PIC 9(02).
           05  WS-CTFAIXA             PIC 9(04) VALUE ZEROS.

      *-----> TABELA DAS UNIDADES (QUEBRA DO RELOCU - VER V03)
           COPY UNIDTAB.

       01  WS-AREA-UNID.
           05  WS-UNID-SUB            PIC 9(02).
           05  WS-UNID-TURMA          PIC X(01).
           05  WS-UNID-ALU            PIC X(01).

      *-----> TOTAIS DA UNIDADE E CONSOLIDADO DO RELOCU (VER V03)
       01  WS-TOTAIS-OCUP.
           05  WS-TOT-UNID.
               10  WS-TU-VAGAS        PIC 9(05).
               10  WS-TU-OCUP         PIC 9(05).
               10  WS-TU-ESPERA       PIC 9(05).
           05  WS-TOT-GERAL.
               10  WS-TG-VAGAS        PIC 9(05).
               10  WS-TG-OCUP         PIC 9(05).
               10  WS-TG-ESPERA       PIC 9(05).

      *-----> PROMOCOES JA FEITAS NA PROPRIA VARREDURA, POR TURMA
      *       (PARA NAO PROMOVER ALEM DA VAGA DENTRO DO MESMO DIA)
           05 WS-OBS-R            PIC X(20).
           05 FILLER              PIC X(16) VALUE SPACES.

      *-----> TITULO DA UNIDADE, ABAIXO DO CABECALHO (VER V03)
       01  WS-REG-TIT-UNID.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIT-R            PIC X(40).
           05 FILLER              PIC X(39) VALUE SPACES.
       01  WS-TIT-UNID-MONTA.
           05 FILLER              PIC X(08) VALUE 'UNIDADE '.
           05 WS-TIT-COD          PIC X(01).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-TIT-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE SPACES.

      *-----> LINHA DE TOTAL DA UNIDADE E DO CONSOLIDADO (VER V03)
       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TOT-ROT-R        PIC X(22).
           05 WS-TOT-VAGAS-R      PIC ZZZZ9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TOT-OCUP-R       PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-TOT-ESPERA-R     PIC ZZZZ9.
           05 FILLER              PIC X(35) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
              GO TO 040-TENTAR-FIM
           END-IF

           PERFORM 041-APURAR-UNID-TURMA

           PERFORM 042-CONTAR-OCUPACAO THRU 042-CONTAR-FIM

           IF WS-OCUPACAO + WS-TU-PROMOV (WS-TURMA-SUB)
       040-TENTAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    UNIDADE DA TURMA LIDA NO FAIXNUM - ESPACO = SEDE (VER V03)
      *--------------------------------------------------------------*
       041-APURAR-UNID-TURMA.

           IF WS-UNIDADE-X OF REG-FAIXNUM = SPACE
              MOVE '1'  TO  WS-UNID-TURMA
           ELSE
              MOVE WS-UNIDADE-X OF REG-FAIXNUM  TO  WS-UNID-TURMA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR OS ALUNOS DO CURSO DENTRO DA FAIXA DE MATRICULAS
      *    (MESMA CONTAGEM DO CGPRG008 V26)
      *--------------------------------------------------------------*
       042-CONTAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM ALUNO DA FAIXA E CONTA-LO SE FOR DO CURSO E DA
      *    UNIDADE DA TURMA (VER V03)
      *--------------------------------------------------------------*
       043-LER-OCUPACAO.

           READ CADALU NEXT RECORD
           IF WS-FS-ALU = '10'
              MOVE 99999  TO  WS-MAT-SCAN
           ELSE
              IF WS-FS-ALU NOT = '00'
                 MOVE 'ERRO NA LEITURA DA OCUPACAO'  TO WS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-MAT-SCAN
                 IF WS-UNIDADE-S OF REG-CADALU = SPACE
                    MOVE '1'  TO  WS-UNID-ALU
                 ELSE
                    MOVE WS-UNIDADE-S OF REG-CADALU  TO  WS-UNID-ALU
                 END-IF
                 IF WS-MAT-SCAN NOT >
                    WS-FAIXA-FIM-X OF REG-FAIXNUM
                    AND WS-CURSO-S OF REG-CADALU
                        = WS-CURSO-X OF REG-FAIXNUM
                    AND WS-UNID-ALU = WS-UNID-TURMA
                    ADD 1  TO  WS-OCUPACAO
                 END-IF
              END-IF
           .
      *--------------------------------------------------------------*
      *    RELATORIO DE OCUPACAO: UMA LINHA POR TURMA DO FAIXNUM,
      *    COM CAPACIDADE, OCUPADOS E AINDA NA ESPERA, QUEBRADO POR
      *    UNIDADE (UMA VARREDURA DO FAIXNUM POR UNIDADE DA UNIDTAB)
      *    E COM O TOTAL CONSOLIDADO NO FIM (VER V03)
      *--------------------------------------------------------------*
       070-RELATORIO-OCUPACAO.

           MOVE ZEROS  TO  WS-TOT-GERAL
           MOVE 1  TO  WS-UNID-SUB
           PERFORM 071-RELATORIO-UNIDADE
               UNTIL WS-UNID-SUB > WS-QTD-UNID

           MOVE 'TOTAL CONSOLIDADO'  TO  WS-TIT-R
           MOVE 'TOTAL CONSOLIDADO'  TO  WS-TOT-ROT-R
           MOVE WS-TG-VAGAS          TO  WS-TOT-VAGAS-R
           MOVE WS-TG-OCUP           TO  WS-TOT-OCUP-R
           MOVE WS-TG-ESPERA         TO  WS-TOT-ESPERA-R
           PERFORM 074-IMPTOTAL

           IF WS-CTTURMA NOT = WS-CTFAIXA
              DISPLAY ' * TURMA DE UNIDADE FORA DA UNIDTAB - '
                      'NAO SAIU NO RELOCU'
              MOVE 4  TO  RETURN-CODE
           END-IF
           .
       070-RELATORIO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    VARRER O FAIXNUM PARA UMA UNIDADE DA UNIDTAB, EM PAGINA
      *    PROPRIA, E IMPRIMIR O TOTAL DA UNIDADE
      *--------------------------------------------------------------*
       071-RELATORIO-UNIDADE.

           MOVE WS-UNID-COD (WS-UNID-SUB)   TO  WS-TIT-COD
           MOVE WS-UNID-NOME (WS-UNID-SUB)  TO  WS-TIT-NOME
           MOVE WS-TIT-UNID-MONTA           TO  WS-TIT-R
           MOVE ZEROS  TO  WS-TOT-UNID
           MOVE 65     TO  WS-CTLIN

           MOVE LOW-VALUES  TO  WS-CHAVE-X OF REG-FAIXNUM
           START FAIXNUM KEY IS NOT LESS THAN
                 WS-CHAVE-X OF REG-FAIXNUM
           IF WS-FS-FXN = '23' OR '10'
              MOVE '10'  TO  WS-FS-FXN
           ELSE
              IF WS-FS-FXN NOT = '00'
                 MOVE 'ERRO NO START DO FAIXNUM'  TO WS-MSG
                 MOVE  WS-FS-FXN                  TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           PERFORM 072-LER-TURMA THRU 072-LER-FIM
               UNTIL WS-FS-FXN = '10'

           MOVE 'TOTAL DA UNIDADE'  TO  WS-TOT-ROT-R
           MOVE WS-TU-VAGAS         TO  WS-TOT-VAGAS-R
           MOVE WS-TU-OCUP          TO  WS-TOT-OCUP-R
           MOVE WS-TU-ESPERA        TO  WS-TOT-ESPERA-R
           PERFORM 074-IMPTOTAL

           ADD WS-TU-VAGAS   TO  WS-TG-VAGAS
           ADD WS-TU-OCUP    TO  WS-TG-OCUP
           ADD WS-TU-ESPERA  TO  WS-TG-ESPERA
           ADD 1  TO  WS-UNID-SUB
           .
      *--------------------------------------------------------------*
      *    LER E IMPRIMIR UMA TURMA DO FAIXNUM, SE FOR DA UNIDADE DA
      *    VARREDURA (A 1A VARREDURA CONTA TODAS AS TURMAS, PARA O
      *    CONTROLE DE TURMA FORA DA UNIDTAB)
      *--------------------------------------------------------------*
       072-LER-TURMA.

              MOVE  WS-FS-FXN                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-UNID-SUB = 1
              ADD 1  TO  WS-CTFAIXA
           END-IF

           PERFORM 041-APURAR-UNID-TURMA
           IF WS-UNID-TURMA NOT = WS-UNID-COD (WS-UNID-SUB)
              GO TO 072-LER-FIM
           END-IF
           ADD 1  TO  WS-CTTURMA

           PERFORM 042-CONTAR-OCUPACAO THRU 042-CONTAR-FIM
           MOVE WS-OCUPACAO                     TO  WS-OCUP-R
           MOVE WS-ESPERA-REST                  TO  WS-ESPERA-R
           MOVE SPACES                          TO  WS-OBS-R
           ADD WS-CAPACIDADE-X OF REG-FAIXNUM   TO  WS-TU-VAGAS
           ADD WS-OCUPACAO                      TO  WS-TU-OCUP
           ADD WS-ESPERA-REST                   TO  WS-TU-ESPERA
           IF WS-CAPACIDADE-X OF REG-FAIXNUM = ZEROS
              MOVE 'SEM CONTROLE'  TO  WS-OBS-R
           ELSE
       072-LER-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE TOTAL DA UNIDADE OU DO CONSOLIDADO
      *--------------------------------------------------------------*
       074-IMPTOTAL.

           IF WS-CTLIN > 55
              PERFORM 075-IMPCAB
           END-IF

           WRITE REG-RELOCU  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-TOTAL'  TO  WS-MSG
              MOVE WS-FS-REL                    TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELOCU  FROM  WS-REG-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO GRAVACAO TOTAL-UNIDADE'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 2  TO  WS-CTLIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO DE OCUPACAO
      *--------------------------------------------------------------*
       075-IMPCAB.
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELOCU FROM WS-REG-TIT-UNID
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO TITULO-UNIDADE' TO WS-MSG
              MOVE WS-FS-REL                      TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
