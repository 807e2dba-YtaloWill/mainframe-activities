       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG207.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONFERIR A TABELA DE CONVERSAO DO CODIGO DE CIDADE
      *           DE 5 DIGITOS PARA O CODIGO OFICIAL DO IBGE DE 7
      *           DIGITOS (IBGECONV: CODIGO ANTIGO 1-5, CODIGO NOVO
      *           6-12, UF 13-14) CONTRA O MUNTAB AINDA NO LEIAUTE
      *           ANTIGO (CIDADE 9(05) COMP-3), ANTES DA CONVERSAO
      *           DOS CADASTROS PELO CGPRG208. CADA CARTAO TEM O
      *           CODIGO NOVO CONFERIDO PELA ROTINA 994-VALIDAR-IBGE
      *           (DIGITO VERIFICADOR E PREFIXO DA UF CONTRA A UF DO
      *           CARTAO). OS CARTOES VALIDOS SAO CLASSIFICADOS PELO
      *           CODIGO ANTIGO E CASADOS COM O MUNTAB: A UF DO
      *           CARTAO TEM QUE SER A DO MUNTAB, TODA CIDADE DO
      *           MUNTAB TEM QUE TER EXATAMENTE UM CARTAO E NENHUM
      *           CARTAO PODE TRAZER CIDADE FORA DO MUNTAB. O
      *           RESULTADO VAI PARA O CONVIBGE (ORDEM DO CODIGO
      *           ANTIGO), QUE E CLASSIFICADO DE NOVO PELO CODIGO
      *           NOVO PARA GARANTIR QUE DUAS CIDADES NAO CAIAM NO
      *           MESMO CODIGO (FUSAO). QUALQUER OCORRENCIA SAI NO
      *           SYSOUT E FORCA RETURN-CODE 8 - O CGJOB208 NAO
      *           CONVERTE COM A TABELA RECUSADA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010227  PROGRAMA CRIADO - CONFERENCIA DA
      *                          TABELA DE CONVERSAO PARA O CODIGO
      *                          IBGE DE 7 DIGITOS
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
           SELECT IBGECONV ASSIGN TO IBGECNVJ
                  FILE STATUS   IS WS-FS-CNV
           .
      *-----> MUNTAB NO LEIAUTE ANTIGO (CHAVE DE 3 BYTES)
           SELECT MUNTABA ASSIGN TO MUNTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CIDADE-MA
                  FILE STATUS   IS WS-FS-MUN
           .
           SELECT CONVIBGE ASSIGN TO CONVIBGJ
                  FILE STATUS   IS WS-FS-TAB
           .
           SELECT SORTANT ASSIGN TO SORTWKJ
           .
           SELECT SORTNOV ASSIGN TO SORTWKN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  IBGECONV
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-IBGECONV.
           05 WS-ANT-IN           PIC 9(05).
           05 WS-ANT-IN-X  REDEFINES  WS-ANT-IN
                                  PIC X(05).
           05 WS-NOVO-IN          PIC 9(07).
           05 WS-UF-IN            PIC X(02).
           05 FILLER              PIC X(66).
      *-----> LEIAUTE ANTIGO DO COPY MUNTABC (LRECL 30)
       FD  MUNTABA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTABA.
           05 WS-CIDADE-MA        PIC 9(05)      COMP-3.
           05 WS-NOME-MA          PIC X(20).
           05 WS-UF-MA            PIC X(02).
           05 FILLER              PIC X(05).
      *-----> TABELA DE CONVERSAO CONFERIDA (LRECL 40), LIDA PELO
      *       CGPRG208
       FD  CONVIBGE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONVIBGE.
           COPY CONVIBGC.
       SD  SORTANT
           RECORDING MODE  F
           .
       01  REG-SORTANT.
           05 WS-ANT-SRT          PIC 9(05).
           05 WS-NOVO-SRT         PIC 9(07).
           05 WS-UF-SRT           PIC X(02).
       SD  SORTNOV
           RECORDING MODE  F
           .
       01  REG-SORTNOV.
           05 WS-ANT-SN           PIC 9(05).
           05 WS-NOVO-SN          PIC 9(07).
           05 FILLER              PIC X(28).
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(05) VALUE ZEROS.
           05  WS-CTLIDO-MUN          PIC 9(05) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(05) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(05) VALUE ZEROS.
           05  WS-CTSEMCARTAO         PIC 9(05) VALUE ZEROS.
           05  WS-CTFUSAO             PIC 9(05) VALUE ZEROS.
           05  WS-FS-CNV              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-FS-TAB              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG207'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SW-FIM-SORT         PIC X(01).
               88 FIM-SORT                VALUE 'S'.
               88 NAO-FIM-SORT            VALUE 'N'.
      *-----> CHAVES DO CASAMENTO CARTAO X MUNTAB (HIGH-VALUES NO
      *       FIM DE CADA LADO)
           05  WS-CHAVE-CARTAO        PIC X(05).
           05  WS-CHAVE-MUN           PIC X(05).
           05  WS-CIDADE-MUN-Z        PIC 9(05).
           05  WS-ANT-ANTERIOR        PIC X(05) VALUE LOW-VALUES.
           05  WS-NOVO-ANTERIOR       PIC 9(07) VALUE ZEROS.
           05  WS-ANT-NOVO-ANTERIOR   PIC 9(05) VALUE ZEROS.
      *-----> AREA DA VALIDACAO DO CODIGO IBGE (COPY IBGEDV)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

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
       000-CGPRG207.

           PERFORM 010-INICIAR

           SORT SORTANT
               ON ASCENDING KEY WS-ANT-SRT
               INPUT PROCEDURE  IS 100-CRITICAR
                                   THRU 100-CRITICAR-FIM
               OUTPUT PROCEDURE IS 200-CASAR-MUNTAB
                                   THRU 200-CASAR-MUNTAB-FIM

           SORT SORTNOV
               ON ASCENDING KEY WS-NOVO-SN
               USING CONVIBGE
               OUTPUT PROCEDURE IS 300-CONFERIR-FUSAO
                                   THRU 300-CONFERIR-FUSAO-FIM

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG207 - TABELA DE CONVERSAO IBGE    *'
           DISPLAY ' *----------------------------------------*'

           OPEN INPUT IBGECONV
           IF WS-FS-CNV  NOT = '00'
              MOVE  'ERRO AO ABRIR O IBGECONV'  TO WS-MSG
              MOVE   WS-FS-CNV                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTABA
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT CONVIBGE
           IF WS-FS-TAB  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONVIBGE'  TO WS-MSG
              MOVE   WS-FS-TAB                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: CRITICAR OS CARTOES
      *--------------------------------------------------------------*
       100-CRITICAR.

           PERFORM 110-LER-IBGECONV
           PERFORM 120-CRITICAR-CARTAO
               UNTIL WS-FS-CNV = '10'
           .
       100-CRITICAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM CARTAO DA TABELA DE CONVERSAO
      *--------------------------------------------------------------*
       110-LER-IBGECONV.

           READ IBGECONV

           IF WS-FS-CNV  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO IBGECONV'  TO WS-MSG
              MOVE   WS-FS-CNV                     TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-CNV = '00'
                 ADD 1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR UM CARTAO: CODIGO ANTIGO NUMERICO E CODIGO NOVO
      *    VALIDO PARA A UF DO CARTAO; O VALIDO SEGUE PARA O SORT
      *--------------------------------------------------------------*
       120-CRITICAR-CARTAO.

           MOVE WS-NOVO-IN  TO  WS-IBGE-ENTRADA
           MOVE WS-UF-IN    TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM

           IF WS-ANT-IN-X NOT NUMERIC OR WS-ANT-IN = ZEROS
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** CARTAO ' WS-CTLIDO ' - CODIGO ANTIGO '
                      WS-ANT-IN-X ' INVALIDO ***'
           ELSE
              IF IBGE-INVALIDO
                 ADD 1  TO  WS-CTREJ
                 DISPLAY ' *** CIDADE ' WS-ANT-IN ' -> '
                         WS-IBGE-ENT-X ' UF ' WS-UF-IN ' '
                         WS-IBGE-MOTIVO ' ***'
              ELSE
                 MOVE WS-ANT-IN   TO  WS-ANT-SRT
                 MOVE WS-NOVO-IN  TO  WS-NOVO-SRT
                 MOVE WS-UF-IN    TO  WS-UF-SRT
                 RELEASE REG-SORTANT
              END-IF
           END-IF

           PERFORM 110-LER-IBGECONV
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: CASAR OS CARTOES (ORDEM DO
      *    CODIGO ANTIGO) COM O MUNTAB ANTIGO (ORDEM DA CHAVE)
      *--------------------------------------------------------------*
       200-CASAR-MUNTAB.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 210-RETORNAR
           PERFORM 215-LER-MUNTAB

           PERFORM 220-CASAR
               UNTIL WS-CHAVE-CARTAO = HIGH-VALUES
                 AND WS-CHAVE-MUN    = HIGH-VALUES

           CLOSE  CONVIBGE
           IF WS-FS-TAB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONVIBGE'  TO WS-MSG
              MOVE   WS-FS-TAB                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       200-CASAR-MUNTAB-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM CARTAO CLASSIFICADO
      *--------------------------------------------------------------*
       210-RETORNAR.

           RETURN SORTANT
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN

           IF FIM-SORT
              MOVE HIGH-VALUES  TO  WS-CHAVE-CARTAO
           ELSE
              MOVE WS-ANT-SRT   TO  WS-CHAVE-CARTAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UMA CIDADE DO MUNTAB ANTIGO
      *--------------------------------------------------------------*
       215-LER-MUNTAB.

           READ MUNTABA

           IF WS-FS-MUN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-FS-MUN = '10'
              MOVE HIGH-VALUES   TO  WS-CHAVE-MUN
           ELSE
              ADD 1  TO  WS-CTLIDO-MUN
              MOVE WS-CIDADE-MA  TO  WS-CIDADE-MUN-Z
              MOVE WS-CIDADE-MUN-Z  TO  WS-CHAVE-MUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    UM PASSO DO CASAMENTO: CARTAO SEM CIDADE, CIDADE SEM
      *    CARTAO, CARTAO REPETIDO OU PAR CONFERIDO
      *--------------------------------------------------------------*
       220-CASAR.

           IF WS-CHAVE-CARTAO < WS-CHAVE-MUN
              IF WS-CHAVE-CARTAO = WS-ANT-ANTERIOR
                 ADD 1  TO  WS-CTREJ
                 DISPLAY ' *** CIDADE ' WS-ANT-SRT
                         ' CONVERTIDA MAIS DE UMA VEZ ***'
              ELSE
                 ADD 1  TO  WS-CTREJ
                 DISPLAY ' *** CIDADE ' WS-ANT-SRT
                         ' NAO EXISTE NO MUNTAB ***'
              END-IF
              PERFORM 210-RETORNAR
              GO TO 220-CASAR-FIM
           END-IF

           IF WS-CHAVE-MUN < WS-CHAVE-CARTAO
              ADD 1  TO  WS-CTSEMCARTAO
              DISPLAY ' *** CIDADE ' WS-CIDADE-MUN-Z ' ' WS-NOME-MA
                      ' ' WS-UF-MA ' SEM CODIGO NOVO ***'
              PERFORM 215-LER-MUNTAB
              GO TO 220-CASAR-FIM
           END-IF

           IF WS-UF-SRT NOT = WS-UF-MA
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** CIDADE ' WS-ANT-SRT ' UF DO CARTAO '
                      WS-UF-SRT ' DIFERENTE DA UF DO MUNTAB '
                      WS-UF-MA ' ***'
           ELSE
              MOVE SPACES        TO  REG-CONVIBGE
              MOVE WS-ANT-SRT    TO  WS-ANT-CV
              MOVE WS-NOVO-SRT   TO  WS-NOVO-CV
              MOVE WS-UF-MA      TO  WS-UF-CV
              MOVE WS-NOME-MA    TO  WS-NOME-CV
              WRITE REG-CONVIBGE
              IF WS-FS-TAB  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO CONVIBGE'  TO WS-MSG
                 MOVE  WS-FS-TAB                      TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTGRAV
           END-IF

           MOVE WS-CHAVE-CARTAO  TO  WS-ANT-ANTERIOR
           PERFORM 210-RETORNAR
           PERFORM 215-LER-MUNTAB
           .
       220-CASAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SEGUNDO SORT: O MESMO CODIGO
      *    NOVO EM DUAS CIDADES ANTIGAS E FUSAO
      *--------------------------------------------------------------*
       300-CONFERIR-FUSAO.

           SET NAO-FIM-SORT  TO  TRUE

           PERFORM 310-RETORNAR-NOVO

           PERFORM 320-COMPARAR-NOVO
               UNTIL FIM-SORT
           .
       300-CONFERIR-FUSAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    RETORNAR UM PAR CLASSIFICADO PELO CODIGO NOVO
      *--------------------------------------------------------------*
       310-RETORNAR-NOVO.

           RETURN SORTNOV
               AT END
                   SET FIM-SORT  TO  TRUE
           END-RETURN
           .
      *--------------------------------------------------------------*
      *    COMPARAR O CODIGO NOVO COM O DO PAR ANTERIOR
      *--------------------------------------------------------------*
       320-COMPARAR-NOVO.

           IF WS-NOVO-SN = WS-NOVO-ANTERIOR
              ADD 1  TO  WS-CTFUSAO
              DISPLAY ' *** CODIGO NOVO ' WS-NOVO-SN ' REPETIDO NAS '
                      'CIDADES ' WS-ANT-NOVO-ANTERIOR ' E '
                      WS-ANT-SN ' ***'
           END-IF

           MOVE WS-NOVO-SN  TO  WS-NOVO-ANTERIOR
           MOVE WS-ANT-SN   TO  WS-ANT-NOVO-ANTERIOR

           PERFORM 310-RETORNAR-NOVO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG207        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS     - IBGECONV = ' WS-CTLIDO
           DISPLAY ' * CIDADES LIDAS     - MUNTAB   = ' WS-CTLIDO-MUN
           DISPLAY ' * PARES GRAVADOS    - CONVIBGE = ' WS-CTGRAV
           DISPLAY ' * CARTOES RECUSADOS            = ' WS-CTREJ
           DISPLAY ' * CIDADES SEM CODIGO NOVO      = ' WS-CTSEMCARTAO
           DISPLAY ' * CODIGOS NOVOS REPETIDOS      = ' WS-CTFUSAO
           DISPLAY ' *========================================*'

           IF WS-CTREJ > ZEROS
              OR WS-CTSEMCARTAO > ZEROS
              OR WS-CTFUSAO > ZEROS
              OR WS-CTGRAV NOT = WS-CTLIDO-MUN
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * TABELA DE CONVERSAO RECUSADA - NAO     *'
              DISPLAY ' * CONVERTER OS CADASTROS                 *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  IBGECONV
           IF WS-FS-CNV  NOT = '00'
              MOVE  'ERRO AO FECHAR O IBGECONV'  TO WS-MSG
              MOVE   WS-FS-CNV                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MUNTABA
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG207        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    VALIDACAO DO CODIGO IBGE
      *--------------------------------------------------------------*
           COPY IBGEDV.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG207 <
