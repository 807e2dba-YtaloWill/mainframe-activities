      *                          CARTAO ANTIGO (DIGITO NA COLUNA 1)
      *                          SEGUE IGUAL. O DEMOGRAFICO E O
      *                          CGPRG108
      *  V03    OUT/2026 010224  SEGMENTO VIARIO DO ACIDENTE NAS
      *                          POSICOES 29-32 DO CARTAO DE
      *                          DETALHE (BRANCO = NAO INFORMADO),
      *                          GRAVADO EM WS-SEGM-DT. SE
      *                          INFORMADO, TEM QUE EXISTIR ATIVO
      *                          NO SEGVIA (COPY SEGVIAC - CGPRG202)
      *                          PARA A CIDADE DO CARTAO, SENAO O
      *                          CARTAO E REJEITADO. RANKING DE
      *                          PONTOS CRITICOS NO CGPRG203
      *  V04    OUT/2026 010225  CARTOES DE CONDUTOR: CARTAO COM 'C'
      *                          NA COLUNA 1 (UM POR VEICULO, LOGO
      *                          APOS O CARTAO DO ACIDENTE - CNH,
      *                          CATEGORIA, PPD, ANOS DE
      *                          HABILITACAO, ETILOMETRO E
      *                          CATEGORIA DO VEICULO), GRAVADO NO
      *                          NOVO ARQUIVO CONDDET (COPY
      *                          CONDUTC). NAO PODE HAVER MAIS
      *                          CONDUTORES QUE VEICULOS NO
      *                          ACIDENTE. A CNH SO SAI MASCARADA
      *                          (COPY CNHMSKDC/CNHMASK).
      *                          REINCIDENCIA NO CGPRG204
      *  V05    OUT/2026 010227  CIDADE DO CARTAO DE DETALHE PASSA AO
      *                          CODIGO OFICIAL DO IBGE DE 7 DIGITOS
      *                          (POSICOES 1-7; DEMAIS CAMPOS DESLOCADOS
      *                          2 POSICOES, SEGMENTO NAS POSICOES
      *                          31-34), COM DIGITO VERIFICADOR E
      *                          PREFIXO DE UF CONFERIDOS (COPY IBGEDV)
      *                          - CODIGO INVALIDO REJEITA O CARTAO.
      *                          ACIDDET COM 33 BYTES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT VITIMDET ASSIGN TO VITIMDEJ
                  FILE STATUS   IS WS-FS-VIT
           .
      *-----> SEGMENTOS VIARIOS DAS CIDADES (VER V03)
      *-----> CONDUTORES DOS VEICULOS DOS ACIDENTES (VER V04)
           SELECT CONDDET ASSIGN TO CONDDETJ
                  FILE STATUS   IS WS-FS-CON
           .
           SELECT SEGVIA ASSIGN TO SEGVIAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-SV OF REG-SEGVIA
                  FILE STATUS   IS WS-FS-SEG
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-VITIMDET.
           COPY VITIMDEC.
      *-----> CONDUTORES DOS VEICULOS DOS ACIDENTES (VER V04)
       FD  CONDDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONDDET.
           COPY CONDUTC.
      *-----> SEGMENTOS VIARIOS DAS CIDADES (VER V03)
       FD  SEGVIA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-SEGVIA.
           COPY SEGVIAC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(04) VALUE ZEROS.
           05  WS-CTVITIMA            PIC 9(04) VALUE ZEROS.
           05  WS-CTCONDUT            PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTDIVOB             PIC 9(04) VALUE ZEROS.
           05  WS-FS-DET              PIC X(02).
           05  WS-FS-VIT              PIC X(02).
           05  WS-FS-SEG              PIC X(02).
           05  WS-FS-CON              PIC X(02).
           05  WS-CONDUT-ACID         PIC 9(02) VALUE ZEROS.
           05  WS-SW-SEGVIA           PIC X(01) VALUE 'S'.
               88 SEGVIA-CARREGADO        VALUE 'S'.
               88 SEGVIA-VAZIO            VALUE 'N'.
           05  WS-SW-SEGM             PIC X(01).
               88 SEGMENTO-ACEITO         VALUE 'S'.
               88 SEGMENTO-RECUSADO       VALUE 'N'.
           05  WS-OBITOS-VIT          PIC 9(02) VALUE ZEROS.
           05  WS-SW-ACID             PIC X(01) VALUE 'N'.
               88 ACIDENTE-ABERTO         VALUE 'S'.
      *-----> ACIDENTE CORRENTE (ULTIMO CARTAO DE DETALHE GRAVADO),
      *       AO QUAL OS CARTOES 'V' SEGUINTES PERTENCEM (VER V02)
       01  WS-ACID-CORRENTE.
           05  WS-AC-CIDADE           PIC 9(07).
           05  WS-AC-COMPET           PIC 9(06).
           05  WS-AC-DATA             PIC 9(08).
           05  WS-AC-HORA             PIC 9(04).
           05  WS-AC-OBITOS           PIC 9(02).
           05  WS-AC-VEIC             PIC 9(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG043'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
      *       (O CARTAO 'V' DE VITIMA E REDEFINIDO SOBRE A MESMA
      *       AREA - VER V02)
       01  WS-REG-SYSIN.
           05 WS-CIDADE-IN        PIC 9(07).
           05 WS-COMPET-IN        PIC 9(06).
           05 WS-DATA-IN          PIC 9(08).
           05 WS-HORA-IN          PIC 9(04).
           05 WS-SEVER-IN         PIC X(01).
           05 WS-QTD-VEIC-IN      PIC 9(02).
           05 WS-QTD-OBIT-IN      PIC 9(02).
           05 WS-SEGM-IN          PIC 9(04).
           05 WS-SEGM-IN-X REDEFINES WS-SEGM-IN
                                  PIC X(04).
       01  WS-REG-VITIMA-IN REDEFINES WS-REG-SYSIN.
           05 WS-TIPO-VI          PIC X(01).
              88 CARTAO-VITIMA        VALUE 'V'.
           05 WS-SEXO-VI          PIC X(01).
           05 WS-CONDICAO-VI      PIC X(01).
           05 WS-OBITO-VI         PIC X(01).
           05 FILLER              PIC X(27).
      *-----> CARTAO 'C' DE CONDUTOR (VER V04)
       01  WS-REG-CONDUTOR-IN REDEFINES WS-REG-SYSIN.
           05 WS-TIPO-CI          PIC X(01).
              88 CARTAO-CONDUTOR      VALUE 'C'.
           05 WS-CNH-CI           PIC 9(11).
           05 WS-CNH-CI-X REDEFINES WS-CNH-CI
                                  PIC X(11).
           05 WS-CATEG-CNH-CI     PIC X(02).
              88 CATEG-CNH-VALIDA     VALUE 'A ' 'B ' 'C ' 'D '
                                            'E ' 'AB' 'AC' 'AD'
                                            'AE'.
           05 WS-PERMISSAO-CI     PIC X(01).
           05 WS-ANOS-HAB-CI      PIC 9(02).
           05 WS-ANOS-HAB-CI-X REDEFINES WS-ANOS-HAB-CI
                                  PIC X(02).
           05 WS-ETILOM-CI        PIC X(01).
           05 WS-CATEG-VEIC-CI    PIC X(01).
           05 FILLER              PIC X(15).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

      *-----> CONVENCAO COMUM DE MASCARA DE CNH - A CNH SO SAI
      *       MASCARADA NA SYSOUT (VER V04)
       01  WS-AREA-CNH.
           COPY CNHMSKDC.

      *-----> VALIDACAO DO CODIGO IBGE DA CIDADE DO CARTAO (COPY
      *       IBGEDV - VER V05)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

              GO TO  999-ERRO
           END-IF

           OPEN EXTEND CONDDET
           IF WS-FS-CON = '35'
              OPEN OUTPUT CONDDET
           END-IF
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONDDET'  TO WS-MSG
              MOVE   WS-FS-CON                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           SET CNH-MODO-MASCARADO  TO  TRUE

      *    SEGVIA AINDA NAO CARREGADO: NENHUM SEGMENTO E ACEITO
      *    (VER V03)
           OPEN INPUT SEGVIA
           IF WS-FS-SEG = '35'
              SET SEGVIA-VAZIO  TO  TRUE
              DISPLAY ' * SEGVIA VAZIO - SEGMENTO NAO SERA ACEITO'
           ELSE
              IF WS-FS-SEG  NOT = '00'
                 MOVE  'ERRO AO ABRIR O SEGVIA'  TO WS-MSG
                 MOVE   WS-FS-SEG                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
              GO TO 030-PROCESSAR-FIM
           END-IF

           IF CARTAO-CONDUTOR
              PERFORM 036-TRATAR-CONDUTOR THRU 036-TRATAR-FIM
              PERFORM 025-LER-SYSIN
              GO TO 030-PROCESSAR-FIM
           END-IF

      *    TROCA DE ACIDENTE: CONFERIR OS OBITOS DAS VITIMAS DO
      *    ACIDENTE ANTERIOR (VER V02)
           IF ACIDENTE-ABERTO
              PERFORM 037-CONFERIR-OBITOS
           END-IF

           PERFORM 032-CRITICAR-SEGMENTO

      *    CODIGO IBGE DA CIDADE: DIGITO VERIFICADOR E PREFIXO DE UF
      *    (VER V05)
           MOVE WS-CIDADE-IN  TO  WS-IBGE-ENTRADA
           MOVE SPACES        TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM

           IF WS-CIDADE-IN = ZEROS
              OR IBGE-INVALIDO
              OR WS-COMPET-IN = ZEROS
              OR SEGMENTO-RECUSADO
              OR (WS-SEVER-IN NOT = 'L' AND NOT = 'M'
                  AND NOT = 'G' AND NOT = 'F')
              OR (WS-QTD-OBIT-IN > ZEROS AND WS-SEVER-IN NOT = 'F')
       035-TRATAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CRITICAR E GRAVAR UM CARTAO 'C' DE CONDUTOR, AMARRADO AO
      *    ACIDENTE CORRENTE (VER V04). CNH EM BRANCO = CONDUTOR SEM
      *    HABILITACAO (SEM CATEGORIA, PPD NEM ANOS)
      *--------------------------------------------------------------*
       036-TRATAR-CONDUTOR.

           IF SEM-ACIDENTE
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** CARTAO DE CONDUTOR SEM ACIDENTE ***'
              GO TO 036-TRATAR-FIM
           END-IF

           IF WS-CONDUT-ACID NOT < WS-AC-VEIC
              ADD 1 TO WS-CTREJ
              DISPLAY ' *** MAIS CONDUTORES QUE VEICULOS ***'
              DISPLAY ' * CIDADE/DATA/HORA: ' WS-AC-CIDADE '/'
                      WS-AC-DATA '/' WS-AC-HORA
              GO TO 036-TRATAR-FIM
           END-IF

           IF WS-CNH-CI-X = SPACES
              IF WS-CATEG-CNH-CI NOT = SPACES
                 OR (WS-PERMISSAO-CI NOT = 'N' AND NOT = SPACE)
                 OR (WS-ANOS-HAB-CI-X NOT = SPACES AND NOT = '00')
                 PERFORM 038-REJEITAR-CONDUTOR
                 GO TO 036-TRATAR-FIM
              END-IF
              MOVE ZEROS  TO  WS-CNH-CI
              MOVE 'N'    TO  WS-PERMISSAO-CI
              MOVE ZEROS  TO  WS-ANOS-HAB-CI
           ELSE
              IF WS-CNH-CI NOT NUMERIC OR WS-CNH-CI = ZEROS
                 OR NOT CATEG-CNH-VALIDA
                 OR (WS-PERMISSAO-CI NOT = 'S' AND NOT = 'N')
                 OR WS-ANOS-HAB-CI NOT NUMERIC
                 PERFORM 038-REJEITAR-CONDUTOR
                 GO TO 036-TRATAR-FIM
              END-IF
      *       PPD E HABILITACAO DO PRIMEIRO ANO, SO NAS CATEGORIAS
      *       A E B
              IF WS-PERMISSAO-CI = 'S'
                 AND (WS-ANOS-HAB-CI > 1
                      OR (WS-CATEG-CNH-CI NOT = 'A ' AND NOT = 'B '
                          AND NOT = 'AB'))
                 PERFORM 038-REJEITAR-CONDUTOR
                 GO TO 036-TRATAR-FIM
              END-IF
           END-IF

           IF (WS-ETILOM-CI NOT = 'N' AND NOT = 'P' AND NOT = 'R'
               AND NOT = 'X')
              OR (WS-CATEG-VEIC-CI NOT = 'A' AND NOT = 'M'
                  AND NOT = 'C' AND NOT = 'O' AND NOT = 'U'
                  AND NOT = 'X')
              PERFORM 038-REJEITAR-CONDUTOR
              GO TO 036-TRATAR-FIM
           END-IF

           MOVE WS-AC-CIDADE      TO  WS-CIDADE-CD OF REG-CONDDET
           MOVE WS-AC-COMPET      TO  WS-COMPET-CD OF REG-CONDDET
           MOVE WS-AC-DATA        TO  WS-DATA-CD OF REG-CONDDET
           MOVE WS-AC-HORA        TO  WS-HORA-CD OF REG-CONDDET
           MOVE WS-CNH-CI         TO  WS-CNH-CD OF REG-CONDDET
           MOVE WS-CATEG-CNH-CI   TO  WS-CATEG-CNH-CD OF REG-CONDDET
           MOVE WS-PERMISSAO-CI   TO  WS-PERMISSAO-CD OF REG-CONDDET
           MOVE WS-ANOS-HAB-CI    TO  WS-ANOS-HAB-CD OF REG-CONDDET
           MOVE WS-ETILOM-CI      TO  WS-ETILOM-CD OF REG-CONDDET
           MOVE WS-CATEG-VEIC-CI  TO  WS-CATEG-VEIC-CD
                                      OF REG-CONDDET
           MOVE WS-HDR-RUNID      TO  WS-RUNID-CD OF REG-CONDDET
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-CD OF REG-CONDDET

           WRITE REG-CONDDET
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CONDDET'  TO WS-MSG
              MOVE   WS-FS-CON                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTCONDUT
           ADD 1  TO  WS-CONDUT-ACID
           .
       036-TRATAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE CONDUTOR INVALIDO, COM A CNH
      *    MASCARADA (VER V04)
      *--------------------------------------------------------------*
       038-REJEITAR-CONDUTOR.

           ADD 1 TO WS-CTREJ

           MOVE SPACES  TO  WS-CNH-SAIDA
           IF WS-CNH-CI NUMERIC
              MOVE WS-CNH-CI  TO  WS-CNH-ENTRADA
              PERFORM 996-FORMATAR-CNH THRU 996-FORMATAR-CNH-FIM
           END-IF
           DISPLAY ' *** CARTAO DE CONDUTOR INVALIDO ***'
           DISPLAY ' * CNH/CAT/PPD/ANOS/ETIL/VEIC: ' WS-CNH-SAIDA '/'
                   WS-CATEG-CNH-CI '/' WS-PERMISSAO-CI '/'
                   WS-ANOS-HAB-CI-X '/' WS-ETILOM-CI '/'
                   WS-CATEG-VEIC-CI
           .
      *--------------------------------------------------------------*
      *    CONFERIR OS OBITOS DAS VITIMAS CONTRA O CARTAO DO
      *    ACIDENTE QUE FECHOU (VER V02)
      *--------------------------------------------------------------*
           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - DETALHE INVALIDO ***'
           DISPLAY ' * CIDADE     : ' WS-CIDADE-IN ' ' WS-IBGE-MOTIVO
           DISPLAY ' * COMPETENCIA: ' WS-COMPET-IN
           DISPLAY ' * SEVERIDADE : ' WS-SEVER-IN
           DISPLAY ' * OBITOS     : ' WS-QTD-OBIT-IN
           DISPLAY ' * SEGMENTO   : ' WS-SEGM-IN-X
           .
      *--------------------------------------------------------------*
      *    CRITICAR O SEGMENTO VIARIO DO CARTAO: BRANCO = NAO
      *    INFORMADO; INFORMADO TEM QUE EXISTIR ATIVO NO SEGVIA
      *    PARA A CIDADE (VER V03)
      *--------------------------------------------------------------*
       032-CRITICAR-SEGMENTO.

           SET SEGMENTO-ACEITO  TO  TRUE
           IF WS-SEGM-IN-X = SPACES
              MOVE ZEROS  TO  WS-SEGM-IN
           ELSE
              IF WS-SEGM-IN NOT NUMERIC OR WS-SEGM-IN = ZEROS
                 OR WS-CIDADE-IN NOT NUMERIC OR SEGVIA-VAZIO
                 SET SEGMENTO-RECUSADO  TO  TRUE
              ELSE
                 MOVE WS-CIDADE-IN  TO  WS-CIDADE-SV OF REG-SEGVIA
                 MOVE WS-SEGM-IN    TO  WS-SEGM-SV OF REG-SEGVIA
                 READ SEGVIA
                 IF WS-FS-SEG NOT = '00' AND '23'
                    MOVE 'ERRO NA LEITURA DO SEGVIA'  TO WS-MSG
                    MOVE  WS-FS-SEG                   TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 IF WS-FS-SEG = '23'
                    OR SEGMENTO-INATIVO OF REG-SEGVIA
                    SET SEGMENTO-RECUSADO  TO  TRUE
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE NO ACIDDET
           MOVE WS-SEVER-IN       TO  WS-SEVER-DT OF REG-ACIDDET
           MOVE WS-QTD-VEIC-IN    TO  WS-QTD-VEIC-DT OF REG-ACIDDET
           MOVE WS-QTD-OBIT-IN    TO  WS-QTD-OBIT-DT OF REG-ACIDDET
           MOVE WS-SEGM-IN        TO  WS-SEGM-DT OF REG-ACIDDET
           MOVE WS-HDR-RUNID      TO  WS-RUNID-DT OF REG-ACIDDET
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-DT OF REG-ACIDDET

           MOVE WS-DATA-IN      TO  WS-AC-DATA
           MOVE WS-HORA-IN      TO  WS-AC-HORA
           MOVE WS-QTD-OBIT-IN  TO  WS-AC-OBITOS
           MOVE WS-QTD-VEIC-IN  TO  WS-AC-VEIC
           MOVE ZEROS           TO  WS-OBITOS-VIT
           MOVE ZEROS           TO  WS-CONDUT-ACID
           SET ACIDENTE-ABERTO  TO  TRUE
           .
      *--------------------------------------------------------------*
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * DETALHES GRAVADOS  - ACIDDET = ' WS-CTGRAV
           DISPLAY ' * VITIMAS GRAVADAS - VITIMDET  = ' WS-CTVITIMA
           DISPLAY ' * CONDUTORES GRAVADOS - CONDDET= ' WS-CTCONDUT
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' * ACIDENTES C/ OBITO DIVERGENTE= ' WS-CTDIVOB
           DISPLAY ' *========================================*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           IF WS-CTLIDO NOT = WS-CTGRAV + WS-CTVITIMA + WS-CTCONDUT
                              + WS-CTREJ
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              GO TO  999-ERRO
           END-IF

           CLOSE  CONDDET
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONDDET'  TO WS-MSG
              MOVE   WS-FS-CON                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF SEGVIA-CARREGADO
              CLOSE  SEGVIA
              IF WS-FS-SEG  NOT = '00'
                 MOVE  'ERRO AO FECHAR O SEGVIA'  TO WS-MSG
                 MOVE   WS-FS-SEG                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG043        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CNH (LGPD - VER V04)
      *--------------------------------------------------------------*
           COPY CNHMASK.
      *--------------------------------------------------------------*
      *    VALIDACAO DO CODIGO IBGE (VER V05)
      *--------------------------------------------------------------*
           COPY IBGEDV.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
