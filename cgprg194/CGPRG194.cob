       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG194.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: INFORME DE RENDIMENTOS ANUAL - O COMPROVANTE DE
      *           RENDIMENTOS PAGOS E DE IMPOSTO RETIDO QUE CADA
      *           FUNCIONARIO PRECISA PARA A DECLARACAO DE AJUSTE
      *           DEIXA DE SER MONTADO A MAO. SOBRE O HISTORICO DE
      *           PAGAMENTOS (FOLHIST - COPY FOLHISC, GRAVADO PELA
      *           FOLHA MENSAL CGPRG123, PELO DECIMO TERCEIRO
      *           CGPRG190 E PELA RESCISAO CGPRG191), PARA O ANO DO
      *           CARTAO:
      *           - INFORME POR FUNCIONARIO (RELINFO, UMA PAGINA
      *             CADA): RENDIMENTOS TRIBUTAVEIS, PREVIDENCIA
      *             OFICIAL E IMPOSTO RETIDO; VERBAS ISENTAS DA
      *             RESCISAO; DECIMO TERCEIRO E SEU IMPOSTO NA
      *             TRIBUTACAO EXCLUSIVA;
      *           - RESUMO DA EMPRESA (RELRESU): AS DOZE FOLHAS
      *             MENSAIS SOMADAS DO HISTORICO, CONFRONTADAS COM O
      *             TOTAL EMPRESA DO RELFOLM QUE O CGPRG123 GUARDOU
      *             EM CADA COMPETENCIA, AS PARCELAS DO DECIMO
      *             TERCEIRO, AS RESCISOES E OS TOTAIS DOS INFORMES,
      *             QUE DEVEM FECHAR COM AS FOLHAS E AS RESCISOES.
      *           COMPETENCIA QUE NAO FECHA COM O RELFOLM OU INFORMES
      *           QUE NAO FECHAM COM OS PAGAMENTOS: RC 8. COMPETENCIA
      *           SEM FOLHA OU SEM O TOTAL DO RELFOLM: RC 4.
      *           O ANO E O DAS COMPETENCIAS (AAAA01 A AAAA13)
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-04 ANO-CALENDARIO
      *   POS 05-18 CNPJ DA FONTE PAGADORA
      *   POS 19-58 NOME EMPRESARIAL DA FONTE PAGADORA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010219  PROGRAMA CRIADO - INFORME DE
      *                          RENDIMENTOS E RESUMO DA EMPRESA
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
           SELECT FOLHIST ASSIGN TO FOLHISTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-HF OF REG-FOLHIST
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT RELINFO ASSIGN TO RELINFOJ
                  FILE STATUS   IS WS-FS-INF
           .
           SELECT RELRESU ASSIGN TO RELRESUJ
                  FILE STATUS   IS WS-FS-RES
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  FOLHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHIST.
           COPY FOLHISC.
      *-----> INFORME DE RENDIMENTOS, UMA PAGINA POR FUNCIONARIO
       FD  RELINFO
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELINFO            PIC X(100)
           .
      *-----> RESUMO DA EMPRESA E CONCILIACAO COM O RELFOLM
       FD  RELRESU
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELRESU            PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(06) VALUE ZEROS.
           05  WS-CTANO               PIC 9(06) VALUE ZEROS.
           05  WS-CTOUTANO            PIC 9(06) VALUE ZEROS.
           05  WS-CTTOTAIS            PIC 9(03) VALUE ZEROS.
           05  WS-CTINFORME           PIC 9(05) VALUE ZEROS.
           05  WS-CTDIVERGE           PIC 9(02) VALUE ZEROS.
           05  WS-CTSEMFOLHA          PIC 9(02) VALUE ZEROS.
           05  WS-CTSEMTOTAL          PIC 9(02) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-INF              PIC X(02).
           05  WS-FS-RES              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG194'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MES-SUB             PIC 9(02) COMP.
           05  WS-MES-ED              PIC 9(02).
           05  WS-ANO-HF              PIC 9(04).
           05  WS-MES-HF              PIC 9(02).

      *-----> CARTAO DE PARAMETROS (SYSIN) - VER O PROLOGO
       01  WS-REG-PARM.
           05  WS-ANO-IN              PIC 9(04).
           05  WS-CNPJ-IN             PIC 9(14).
           05  FILLER  REDEFINES  WS-CNPJ-IN.
               10  WS-CNPJ-RAIZ1      PIC X(02).
               10  WS-CNPJ-RAIZ2      PIC X(03).
               10  WS-CNPJ-RAIZ3      PIC X(03).
               10  WS-CNPJ-FILIAL     PIC X(04).
               10  WS-CNPJ-DV         PIC X(02).
           05  WS-RAZAO-IN            PIC X(40).

      *-----> FUNCIONARIO CORRENTE (QUEBRA POR DPTO+FUNC)
       01  WS-GRUPO-ATUAL.
           05  WS-DPTO-ATUAL          PIC 9(04)  VALUE ZEROS.
           05  WS-FUNC-ATUAL          PIC 9(04)  VALUE ZEROS.
           05  WS-NOME-ATUAL          PIC X(20)  VALUE SPACES.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.

      *-----> VALORES DO INFORME DO FUNCIONARIO CORRENTE
       01  WS-INFORME.
           05  WS-INF-TRIB            PIC 9(11)V99.
           05  WS-INF-INSS            PIC 9(11)V99.
           05  WS-INF-IRRF            PIC 9(11)V99.
           05  WS-INF-ISENTO          PIC 9(11)V99.
           05  WS-INF-DEC             PIC 9(11)V99.
           05  WS-INF-INSS13          PIC 9(11)V99.
           05  WS-INF-IRRF13          PIC 9(11)V99.
           05  WS-INF-MESES           PIC 9(02).
           05  WS-INF-DTRESC          PIC 9(06).

      *-----> SOMA DE TODOS OS INFORMES EMITIDOS
       01  WS-TOTAL-INFORMES.
           05  WS-GER-TRIB            PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-INSS            PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-IRRF            PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-ISENTO          PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-DEC             PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-INSS13          PIC 9(11)V99 VALUE ZEROS.
           05  WS-GER-IRRF13          PIC 9(11)V99 VALUE ZEROS.

      *-----> POR COMPETENCIA DO ANO: FOLHA MENSAL SOMADA DO
      *       HISTORICO (HIS) E TOTAL EMPRESA DO RELFOLM (REL)
       01  WS-TAB-MESES.
           05  WS-MES-OCOR            OCCURS 12 TIMES.
               10  WS-HIS-QTD         PIC 9(05).
               10  WS-HIS-BRUTO       PIC 9(11)V99.
               10  WS-HIS-INSS        PIC 9(11)V99.
               10  WS-HIS-IRRF        PIC 9(11)V99.
               10  WS-HIS-LIQUIDO     PIC 9(11)V99.
               10  WS-REL-QTD         PIC 9(05).
               10  WS-REL-BRUTO       PIC 9(11)V99.
               10  WS-REL-INSS        PIC 9(11)V99.
               10  WS-REL-IRRF        PIC 9(11)V99.
               10  WS-REL-LIQUIDO     PIC 9(11)V99.
               10  WS-REL-SW          PIC X(01).
                   88 REL-PRESENTE        VALUE 'S'.

      *-----> OUTROS PAGAMENTOS DO ANO: 1 = 13O 1A PARCELA,
      *       2 = 13O 2A PARCELA, 3 = RESCISOES, 4 = FOLHAS MENSAIS
      *       (SOMA DA TABELA DE COMPETENCIAS)
       01  WS-TAB-ESPECIES.
           05  WS-ESP-OCOR            OCCURS 4 TIMES.
               10  WS-ESP-QTD         PIC 9(05).
               10  WS-ESP-BRUTO       PIC 9(11)V99.
               10  WS-ESP-TRIB        PIC 9(11)V99.
               10  WS-ESP-INSS        PIC 9(11)V99.
               10  WS-ESP-IRRF        PIC 9(11)V99.
               10  WS-ESP-DEC         PIC 9(11)V99.
               10  WS-ESP-INSS13      PIC 9(11)V99.
               10  WS-ESP-IRRF13      PIC 9(11)V99.
               10  WS-ESP-ISENTO      PIC 9(11)V99.
               10  WS-ESP-LIQUIDO     PIC 9(11)V99.
       01  WS-ESP-SUB                 PIC 9(01).
       01  WS-TAB-NOME-ESP.
           05  FILLER                 PIC X(20)  VALUE
               '13O - 1A PARCELA    '.
           05  FILLER                 PIC X(20)  VALUE
               '13O - 2A PARCELA    '.
           05  FILLER                 PIC X(20)  VALUE
               'RESCISOES           '.
           05  FILLER                 PIC X(20)  VALUE
               'FOLHAS MENSAIS      '.
       01  FILLER  REDEFINES  WS-TAB-NOME-ESP.
           05  WS-NOME-ESP            PIC X(20)  OCCURS 4 TIMES.

      *-----> CONFERENCIA DOS INFORMES COM OS PAGAMENTOS
       01  WS-CONFERE.
           05  WS-CONF-PAGTO          PIC 9(11)V99.
           05  WS-CONF-INFORME        PIC 9(11)V99.

       01  WS-DATA-ED             PIC X(10).
       01  WS-DATA-TRAB           PIC 9(08).
       01  WS-CNPJ-ED             PIC X(18).

      *-----> DADOS DE SAIDA - INFORME DE RENDIMENTOS
       01  WS-INF-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE
              'COMPROVANTE DE RENDIMENTOS PAG'.
           05 FILLER              PIC X(30) VALUE
              'OS E DE IMPOSTO SOBRE A RENDA '.
           05 FILLER              PIC X(39) VALUE SPACES.
       01  WS-INF-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE
              'RETIDO NA FONTE'.
           05 FILLER              PIC X(17) VALUE
              'ANO-CALENDARIO: '.
           05 WS-ANO-CAB          PIC 9(04).
           05 FILLER              PIC X(58) VALUE SPACES.
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TITULO-LT        PIC X(99).
       01  WS-LIN-FONTE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'CNPJ: '.
           05 WS-CNPJ-LF          PIC X(18).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAZAO-LF         PIC X(40).
           05 FILLER              PIC X(30) VALUE SPACES.
       01  WS-LIN-BENEF.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'MATRICULA: '.
           05 WS-DPTO-LB          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-FUNC-LB          PIC 9(04).
           05 FILLER              PIC X(08) VALUE '  NOME: '.
           05 WS-NOME-LB          PIC X(20).
           05 FILLER              PIC X(48) VALUE SPACES.
       01  WS-LIN-VALOR.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-ROTULO-LV        PIC X(56).
           05 WS-VALOR-LV         PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(23) VALUE SPACES.
       01  WS-LIN-COMPL.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TEXTO-LC         PIC X(96).

      *-----> DADOS DE SAIDA - RESUMO DA EMPRESA
       01  WS-RES-CAB1.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE
              'INFORME DE RENDIMENTOS - RESUMO DA EMPRE'.
           05 FILLER              PIC X(24) VALUE
              'SA - ANO-CALENDARIO '.
           05 WS-ANO-RC           PIC 9(04).
           05 FILLER              PIC X(51) VALUE SPACES.
       01  WS-RES-CAB2.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'CNPJ: '.
           05 WS-CNPJ-RC          PIC X(18).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RAZAO-RC         PIC X(40).
           05 FILLER              PIC X(53) VALUE SPACES.
       01  WS-RES-COLUNAS.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'COMPET.'.
           05 FILLER              PIC X(07) VALUE '   QTDE'.
           05 FILLER              PIC X(18) VALUE
              '             BRUTO'.
           05 FILLER              PIC X(18) VALUE
              '       PREVIDENCIA'.
           05 FILLER              PIC X(18) VALUE
              '           IMPOSTO'.
           05 FILLER              PIC X(18) VALUE
              '           LIQUIDO'.
           05 FILLER              PIC X(18) VALUE
              '  BRUTO DO RELFOLM'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE 'SITUACAO'.
       01  WS-RES-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-RL        PIC X(09).
           05 WS-QTD-RL           PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-BRUTO-RL         PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-INSS-RL          PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-IRRF-RL          PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIQUIDO-RL       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RELFOLM-RL       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SITUACAO-RL      PIC X(11).
       01  WS-RES-ESPECIE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-RE          PIC X(20).
           05 WS-QTD-RE           PIC ZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-BRUTO-RE         PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-INSS-RE          PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-IRRF-RE          PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIQUIDO-RE       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(22) VALUE SPACES.
       01  WS-RES-CONFERE.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ROTULO-RF        PIC X(44).
           05 WS-INFORME-RF       PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PAGTO-RF         PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SITUACAO-RF      PIC X(11).
           05 FILLER              PIC X(26) VALUE SPACES.
       01  WS-RES-CONF-COL.
           05 FILLER              PIC X(45) VALUE SPACES.
           05 FILLER              PIC X(19) VALUE
              '     NOS INFORMES  '.
           05 FILLER              PIC X(19) VALUE
              '    NOS PAGAMENTOS '.
           05 FILLER              PIC X(37) VALUE SPACES.

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.
       01  WS-LIN-BRANCO          PIC X(120)      VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
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
       000-CGPRG194.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FS-HIS = '10'
           IF GRUPO-ABERTO
              PERFORM 050-IMPRIMIR-INFORME
           END-IF
           PERFORM 060-IMPRIMIR-RESUMO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG194 - INFORME DE RENDIMENTOS      *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

           ACCEPT WS-REG-PARM  FROM SYSIN
           IF WS-ANO-IN NOT NUMERIC OR WS-ANO-IN = ZEROS
              OR WS-CNPJ-IN NOT NUMERIC OR WS-CNPJ-IN = ZEROS
              OR WS-RAZAO-IN = SPACES
              MOVE  'CARTAO DE PARAMETROS INVALIDO' TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * ANO-CALENDARIO  : ' WS-ANO-IN
           DISPLAY ' * FONTE PAGADORA  : ' WS-RAZAO-IN

           MOVE SPACES  TO  WS-CNPJ-ED
           STRING WS-CNPJ-RAIZ1  '.'  WS-CNPJ-RAIZ2  '.'
                  WS-CNPJ-RAIZ3  '/'  WS-CNPJ-FILIAL '-'
                  WS-CNPJ-DV
                  DELIMITED BY SIZE INTO WS-CNPJ-ED
           MOVE WS-CNPJ-ED   TO  WS-CNPJ-LF WS-CNPJ-RC
           MOVE WS-RAZAO-IN  TO  WS-RAZAO-LF WS-RAZAO-RC
           MOVE WS-ANO-IN    TO  WS-ANO-CAB WS-ANO-RC

           INITIALIZE WS-TAB-MESES
           INITIALIZE WS-TAB-ESPECIES

           OPEN INPUT FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELINFO
           IF WS-FS-INF  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELINFO'  TO WS-MSG
              MOVE   WS-FS-INF                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELRESU
           IF WS-FS-RES  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELRESU'  TO WS-MSG
              MOVE   WS-FS-RES                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-FOLHIST
           .
      *--------------------------------------------------------------*
      *    EDITAR A DATA DE TRABALHO AAAAMMDD EM DD/MM/AAAA
      *--------------------------------------------------------------*
       018-EDITAR-DATA.

           MOVE SPACES  TO  WS-DATA-ED
           STRING  WS-DATA-TRAB (7:2) '/'
                   WS-DATA-TRAB (5:2) '/'
                   WS-DATA-TRAB (1:4)
           DELIMITED BY SIZE INTO WS-DATA-ED
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO
      *--------------------------------------------------------------*
       025-LER-FOLHIST.

           READ FOLHIST NEXT RECORD
           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-HIS = '00'
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UM REGISTRO DO HISTORICO: SO AS COMPETENCIAS DO
      *    ANO; DEPARTAMENTO E FUNCIONARIO ZERADOS = TOTAL DO RELFOLM
      *--------------------------------------------------------------*
       030-PROCESSAR.

           DIVIDE WS-COMPET-HF BY 100 GIVING WS-ANO-HF
                  REMAINDER WS-MES-HF
           IF WS-ANO-HF NOT = WS-ANO-IN
              ADD 1  TO  WS-CTOUTANO
              GO TO 030-PROCESSAR-LER
           END-IF
           ADD 1  TO  WS-CTANO

           IF WS-DPTO-HF = ZEROS AND WS-FUNC-HF = ZEROS
              PERFORM 032-GUARDAR-TOTAL
              GO TO 030-PROCESSAR-LER
           END-IF

           IF GRUPO-ABERTO
              AND (WS-DPTO-HF NOT = WS-DPTO-ATUAL
                   OR WS-FUNC-HF NOT = WS-FUNC-ATUAL)
              PERFORM 050-IMPRIMIR-INFORME
           END-IF
           IF GRUPO-VAZIO
              MOVE WS-DPTO-HF  TO  WS-DPTO-ATUAL
              MOVE WS-FUNC-HF  TO  WS-FUNC-ATUAL
              INITIALIZE WS-INFORME
              MOVE 'S'         TO  WS-SW-GRUPO
           END-IF
           MOVE WS-NOME-HF  TO  WS-NOME-ATUAL

           PERFORM 035-ACUMULAR
           .
       030-PROCESSAR-LER.

           PERFORM 025-LER-FOLHIST
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    GUARDAR O TOTAL EMPRESA DO RELFOLM DA COMPETENCIA
      *--------------------------------------------------------------*
       032-GUARDAR-TOTAL.

           IF HIST-MENSAL AND WS-MES-HF > ZEROS AND WS-MES-HF < 13
              ADD 1  TO  WS-CTTOTAIS
              MOVE WS-QTD-HF      TO  WS-REL-QTD (WS-MES-HF)
              MOVE WS-BRUTO-HF    TO  WS-REL-BRUTO (WS-MES-HF)
              MOVE WS-INSS-HF     TO  WS-REL-INSS (WS-MES-HF)
              MOVE WS-IRRF-HF     TO  WS-REL-IRRF (WS-MES-HF)
              MOVE WS-LIQUIDO-HF  TO  WS-REL-LIQUIDO (WS-MES-HF)
              MOVE 'S'            TO  WS-REL-SW (WS-MES-HF)
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O PAGAMENTO NO INFORME DO FUNCIONARIO, NA
      *    COMPETENCIA (FOLHA MENSAL) E NA ESPECIE DO PAGAMENTO
      *--------------------------------------------------------------*
       035-ACUMULAR.

           ADD WS-TRIB-HF     TO  WS-INF-TRIB
           ADD WS-INSS-HF     TO  WS-INF-INSS
           ADD WS-IRRF-HF     TO  WS-INF-IRRF
           ADD WS-ISENTO-HF   TO  WS-INF-ISENTO
           ADD WS-DEC-HF      TO  WS-INF-DEC
           ADD WS-INSS13-HF   TO  WS-INF-INSS13
           ADD WS-IRRF13-HF   TO  WS-INF-IRRF13

           EVALUATE TRUE
               WHEN HIST-MENSAL
                    ADD 1  TO  WS-INF-MESES
                    MOVE 4  TO  WS-ESP-SUB
                    IF WS-MES-HF > ZEROS AND WS-MES-HF < 13
                       ADD 1  TO  WS-HIS-QTD (WS-MES-HF)
                       ADD WS-BRUTO-HF    TO  WS-HIS-BRUTO (WS-MES-HF)
                       ADD WS-INSS-HF     TO  WS-HIS-INSS (WS-MES-HF)
                       ADD WS-IRRF-HF     TO  WS-HIS-IRRF (WS-MES-HF)
                       ADD WS-LIQUIDO-HF
                           TO  WS-HIS-LIQUIDO (WS-MES-HF)
                    END-IF
               WHEN HIST-ADIANT-13
                    MOVE 1  TO  WS-ESP-SUB
               WHEN HIST-SALDO-13
                    MOVE 2  TO  WS-ESP-SUB
               WHEN OTHER
                    MOVE 3  TO  WS-ESP-SUB
                    MOVE WS-COMPET-HF  TO  WS-INF-DTRESC
           END-EVALUATE

           ADD 1              TO  WS-ESP-QTD (WS-ESP-SUB)
           ADD WS-BRUTO-HF    TO  WS-ESP-BRUTO (WS-ESP-SUB)
           ADD WS-TRIB-HF     TO  WS-ESP-TRIB (WS-ESP-SUB)
           ADD WS-INSS-HF     TO  WS-ESP-INSS (WS-ESP-SUB)
           ADD WS-IRRF-HF     TO  WS-ESP-IRRF (WS-ESP-SUB)
           ADD WS-DEC-HF      TO  WS-ESP-DEC (WS-ESP-SUB)
           ADD WS-INSS13-HF   TO  WS-ESP-INSS13 (WS-ESP-SUB)
           ADD WS-IRRF13-HF   TO  WS-ESP-IRRF13 (WS-ESP-SUB)
           ADD WS-ISENTO-HF   TO  WS-ESP-ISENTO (WS-ESP-SUB)
           ADD WS-LIQUIDO-HF  TO  WS-ESP-LIQUIDO (WS-ESP-SUB)
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O INFORME DO FUNCIONARIO E SOMAR NOS TOTAIS
      *--------------------------------------------------------------*
       050-IMPRIMIR-INFORME.

           ADD 1  TO  WS-CTINFORME

           WRITE REG-RELINFO  FROM  WS-INF-CAB1  AFTER PAGE
           IF WS-FS-INF  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELINFO'  TO  WS-MSG
              MOVE WS-FS-INF                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-INF-CAB2  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE WS-HIFEN     TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME

           MOVE '1. FONTE PAGADORA'  TO  WS-TITULO-LT
           MOVE WS-LIN-TITULO  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE WS-LIN-FONTE   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME

           MOVE '2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS'
                                TO  WS-TITULO-LT
           MOVE WS-LIN-TITULO  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE WS-DPTO-ATUAL  TO  WS-DPTO-LB
           MOVE WS-FUNC-ATUAL  TO  WS-FUNC-LB
           MOVE WS-NOME-ATUAL  TO  WS-NOME-LB
           MOVE WS-LIN-BENEF   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME

           MOVE SPACES  TO  WS-TITULO-LT
           STRING '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E '
                  'IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
                  DELIMITED BY SIZE INTO WS-TITULO-LT
           MOVE WS-LIN-TITULO  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE '01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
                                TO  WS-ROTULO-LV
           MOVE WS-INF-TRIB    TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE '02. CONTRIBUICAO PREVIDENCIARIA OFICIAL'
                                TO  WS-ROTULO-LV
           MOVE WS-INF-INSS    TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE '05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
                                TO  WS-ROTULO-LV
           MOVE WS-INF-IRRF    TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME

           MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
                                TO  WS-TITULO-LT
           MOVE WS-LIN-TITULO  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE '06. INDENIZACOES POR RESCISAO DE CONTRATO DE TRABALHO'
                                TO  WS-ROTULO-LV
           MOVE WS-INF-ISENTO  TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME

           MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
                                TO  WS-TITULO-LT
           MOVE WS-LIN-TITULO  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE '01. DECIMO TERCEIRO SALARIO'
                                TO  WS-ROTULO-LV
           MOVE WS-INF-DEC     TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE '02. IMPOSTO SOBRE A RENDA RETIDO NO DECIMO TERCEIRO'
                                TO  WS-ROTULO-LV
           MOVE WS-INF-IRRF13  TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME

           MOVE '6. INFORMACOES COMPLEMENTARES'  TO  WS-TITULO-LT
           MOVE WS-LIN-TITULO  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE 'CONTRIBUICAO PREVIDENCIARIA SOBRE O DECIMO TERCEIRO'
                                TO  WS-ROTULO-LV
           MOVE WS-INF-INSS13  TO  WS-VALOR-LV
           MOVE WS-LIN-VALOR   TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE SPACES  TO  WS-TEXTO-LC
           STRING 'FOLHAS MENSAIS PAGAS NO ANO: ' WS-INF-MESES
                  DELIMITED BY SIZE INTO WS-TEXTO-LC
           MOVE WS-LIN-COMPL  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           IF WS-INF-DTRESC > ZEROS
              MOVE SPACES  TO  WS-TEXTO-LC
              STRING 'CONTRATO RESCINDIDO NA COMPETENCIA '
                     WS-INF-DTRESC (5:2) '/' WS-INF-DTRESC (1:4)
                     DELIMITED BY SIZE INTO WS-TEXTO-LC
              MOVE WS-LIN-COMPL  TO  REG-RELINFO
              PERFORM 058-GRAVAR-INFORME
           END-IF

           MOVE '7. RESPONSAVEL PELAS INFORMACOES'  TO  WS-TITULO-LT
           MOVE WS-LIN-TITULO  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME
           MOVE WS-DTSYS  TO  WS-DATA-TRAB
           PERFORM 018-EDITAR-DATA
           MOVE SPACES  TO  WS-TEXTO-LC
           STRING 'DATA: ' WS-DATA-ED
                  '     ASSINATURA: ______________________________'
                  DELIMITED BY SIZE INTO WS-TEXTO-LC
           MOVE WS-LIN-COMPL  TO  REG-RELINFO
           PERFORM 058-GRAVAR-INFORME

           ADD WS-INF-TRIB    TO  WS-GER-TRIB
           ADD WS-INF-INSS    TO  WS-GER-INSS
           ADD WS-INF-IRRF    TO  WS-GER-IRRF
           ADD WS-INF-ISENTO  TO  WS-GER-ISENTO
           ADD WS-INF-DEC     TO  WS-GER-DEC
           ADD WS-INF-INSS13  TO  WS-GER-INSS13
           ADD WS-INF-IRRF13  TO  WS-GER-IRRF13

           MOVE 'N'  TO  WS-SW-GRUPO
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO INFORME
      *--------------------------------------------------------------*
       058-GRAVAR-INFORME.

           WRITE REG-RELINFO
           IF WS-FS-INF  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELINFO'  TO  WS-MSG
              MOVE WS-FS-INF                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    RESUMO DA EMPRESA: CONCILIACAO DAS DOZE FOLHAS COM O
      *    RELFOLM, OUTROS PAGAMENTOS E CONFERENCIA DOS INFORMES
      *--------------------------------------------------------------*
       060-IMPRIMIR-RESUMO.

           WRITE REG-RELRESU  FROM  WS-RES-CAB1  AFTER PAGE
           IF WS-FS-RES  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELRESU'  TO  WS-MSG
              MOVE WS-FS-RES                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE WS-RES-CAB2  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE WS-HIFEN     TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO

           MOVE SPACES  TO  REG-RELRESU
           MOVE ' FOLHAS MENSAIS DO HISTORICO X TOTAL DO RELFOLM'
                        TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE WS-RES-COLUNAS  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE WS-HIFEN        TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO

           MOVE 1  TO  WS-MES-SUB
           PERFORM 062-CONCILIAR-MES
               UNTIL WS-MES-SUB > 12

           MOVE WS-HIFEN        TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE 'TOTAL'                 TO  WS-ROTULO-RL
           MOVE WS-ESP-QTD (4)          TO  WS-QTD-RL
           MOVE WS-ESP-BRUTO (4)        TO  WS-BRUTO-RL
           MOVE WS-ESP-INSS (4)         TO  WS-INSS-RL
           MOVE WS-ESP-IRRF (4)         TO  WS-IRRF-RL
           MOVE WS-ESP-LIQUIDO (4)      TO  WS-LIQUIDO-RL
           MOVE ZEROS                   TO  WS-CONF-PAGTO
           MOVE 1  TO  WS-MES-SUB
           PERFORM 064-SOMAR-RELFOLM
               UNTIL WS-MES-SUB > 12
           MOVE WS-CONF-PAGTO           TO  WS-RELFOLM-RL
           IF WS-CTDIVERGE > ZEROS
              MOVE 'DIVERGE'            TO  WS-SITUACAO-RL
           ELSE
              MOVE SPACES               TO  WS-SITUACAO-RL
           END-IF
           MOVE WS-RES-LINHA  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO

           MOVE WS-LIN-BRANCO  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE ' OUTROS PAGAMENTOS DO ANO'  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE WS-HIFEN        TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE 1  TO  WS-ESP-SUB
           PERFORM 066-IMPRIMIR-ESPECIE
               UNTIL WS-ESP-SUB > 3

           MOVE WS-LIN-BRANCO  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE SPACES  TO  REG-RELRESU
           STRING ' INFORMES EMITIDOS: ' WS-CTINFORME
                  ' - CONFERENCIA COM OS PAGAMENTOS DO ANO'
                  DELIMITED BY SIZE INTO REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE WS-RES-CONF-COL  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           MOVE WS-HIFEN        TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO

           MOVE 'RENDIMENTOS TRIBUTAVEIS (FOLHAS+RESCISOES)'
                                   TO  WS-ROTULO-RF
           MOVE WS-GER-TRIB        TO  WS-CONF-INFORME
           COMPUTE WS-CONF-PAGTO = WS-ESP-BRUTO (4)
                                 + WS-ESP-TRIB (3)
           PERFORM 067-IMPRIMIR-CONFERENCIA

           MOVE 'PREVIDENCIA OFICIAL'  TO  WS-ROTULO-RF
           MOVE WS-GER-INSS        TO  WS-CONF-INFORME
           COMPUTE WS-CONF-PAGTO = WS-ESP-INSS (4)
                                 + WS-ESP-INSS (3)
           PERFORM 067-IMPRIMIR-CONFERENCIA

           MOVE 'IMPOSTO RETIDO'   TO  WS-ROTULO-RF
           MOVE WS-GER-IRRF        TO  WS-CONF-INFORME
           COMPUTE WS-CONF-PAGTO = WS-ESP-IRRF (4)
                                 + WS-ESP-IRRF (3)
           PERFORM 067-IMPRIMIR-CONFERENCIA

           MOVE 'ISENTOS (FERIAS E AVISO INDENIZADOS)'
                                   TO  WS-ROTULO-RF
           MOVE WS-GER-ISENTO      TO  WS-CONF-INFORME
           MOVE WS-ESP-ISENTO (3)  TO  WS-CONF-PAGTO
           PERFORM 067-IMPRIMIR-CONFERENCIA

           MOVE 'DECIMO TERCEIRO (PARCELAS+RESCISOES)'
                                   TO  WS-ROTULO-RF
           MOVE WS-GER-DEC         TO  WS-CONF-INFORME
           COMPUTE WS-CONF-PAGTO = WS-ESP-DEC (1) + WS-ESP-DEC (2)
                                 + WS-ESP-DEC (3)
           PERFORM 067-IMPRIMIR-CONFERENCIA

           MOVE 'PREVIDENCIA SOBRE O DECIMO TERCEIRO'
                                   TO  WS-ROTULO-RF
           MOVE WS-GER-INSS13      TO  WS-CONF-INFORME
           COMPUTE WS-CONF-PAGTO = WS-ESP-INSS13 (2)
                                 + WS-ESP-INSS13 (3)
           PERFORM 067-IMPRIMIR-CONFERENCIA

           MOVE 'IMPOSTO RETIDO NO DECIMO TERCEIRO'
                                   TO  WS-ROTULO-RF
           MOVE WS-GER-IRRF13      TO  WS-CONF-INFORME
           COMPUTE WS-CONF-PAGTO = WS-ESP-IRRF13 (2)
                                 + WS-ESP-IRRF13 (3)
           PERFORM 067-IMPRIMIR-CONFERENCIA
           .
      *--------------------------------------------------------------*
      *    CONCILIAR UMA COMPETENCIA: HISTORICO X RELFOLM
      *--------------------------------------------------------------*
       062-CONCILIAR-MES.

           MOVE WS-MES-SUB  TO  WS-MES-ED
           MOVE SPACES  TO  WS-ROTULO-RL
           STRING WS-MES-ED '/' WS-ANO-IN
                  DELIMITED BY SIZE INTO WS-ROTULO-RL
           MOVE WS-HIS-QTD (WS-MES-SUB)      TO  WS-QTD-RL
           MOVE WS-HIS-BRUTO (WS-MES-SUB)    TO  WS-BRUTO-RL
           MOVE WS-HIS-INSS (WS-MES-SUB)     TO  WS-INSS-RL
           MOVE WS-HIS-IRRF (WS-MES-SUB)     TO  WS-IRRF-RL
           MOVE WS-HIS-LIQUIDO (WS-MES-SUB)  TO  WS-LIQUIDO-RL
           MOVE WS-REL-BRUTO (WS-MES-SUB)    TO  WS-RELFOLM-RL

           EVALUATE TRUE
               WHEN NOT REL-PRESENTE (WS-MES-SUB)
                    AND WS-HIS-QTD (WS-MES-SUB) = ZEROS
                    MOVE 'SEM FOLHA'   TO  WS-SITUACAO-RL
                    ADD 1  TO  WS-CTSEMFOLHA
               WHEN NOT REL-PRESENTE (WS-MES-SUB)
                    MOVE 'SEM RELFOLM' TO  WS-SITUACAO-RL
                    ADD 1  TO  WS-CTSEMTOTAL
               WHEN WS-HIS-QTD (WS-MES-SUB)
                        NOT = WS-REL-QTD (WS-MES-SUB)
                 OR WS-HIS-BRUTO (WS-MES-SUB)
                        NOT = WS-REL-BRUTO (WS-MES-SUB)
                 OR WS-HIS-INSS (WS-MES-SUB)
                        NOT = WS-REL-INSS (WS-MES-SUB)
                 OR WS-HIS-IRRF (WS-MES-SUB)
                        NOT = WS-REL-IRRF (WS-MES-SUB)
                 OR WS-HIS-LIQUIDO (WS-MES-SUB)
                        NOT = WS-REL-LIQUIDO (WS-MES-SUB)
                    MOVE 'DIVERGE'     TO  WS-SITUACAO-RL
                    ADD 1  TO  WS-CTDIVERGE
               WHEN OTHER
                    MOVE 'CONFERE'     TO  WS-SITUACAO-RL
           END-EVALUATE

           MOVE WS-RES-LINHA  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR O BRUTO DO RELFOLM DE UMA COMPETENCIA
      *--------------------------------------------------------------*
       064-SOMAR-RELFOLM.

           ADD WS-REL-BRUTO (WS-MES-SUB)  TO  WS-CONF-PAGTO
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA ESPECIE DE PAGAMENTO (13O E RESCISOES)
      *--------------------------------------------------------------*
       066-IMPRIMIR-ESPECIE.

           MOVE WS-NOME-ESP (WS-ESP-SUB)     TO  WS-NOME-RE
           MOVE WS-ESP-QTD (WS-ESP-SUB)      TO  WS-QTD-RE
           MOVE WS-ESP-BRUTO (WS-ESP-SUB)    TO  WS-BRUTO-RE
           COMPUTE WS-INSS-RE = WS-ESP-INSS (WS-ESP-SUB)
                              + WS-ESP-INSS13 (WS-ESP-SUB)
           COMPUTE WS-IRRF-RE = WS-ESP-IRRF (WS-ESP-SUB)
                              + WS-ESP-IRRF13 (WS-ESP-SUB)
           MOVE WS-ESP-LIQUIDO (WS-ESP-SUB)  TO  WS-LIQUIDO-RE
           MOVE WS-RES-ESPECIE  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           ADD 1  TO  WS-ESP-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE CONFERENCIA INFORMES X PAGAMENTOS
      *--------------------------------------------------------------*
       067-IMPRIMIR-CONFERENCIA.

           MOVE WS-CONF-INFORME  TO  WS-INFORME-RF
           MOVE WS-CONF-PAGTO    TO  WS-PAGTO-RF
           IF WS-CONF-INFORME = WS-CONF-PAGTO
              MOVE 'CONFERE'  TO  WS-SITUACAO-RF
           ELSE
              MOVE 'DIVERGE'  TO  WS-SITUACAO-RF
              ADD 1  TO  WS-CTDIVERGE
           END-IF
           MOVE WS-RES-CONFERE  TO  REG-RELRESU
           PERFORM 068-GRAVAR-RESUMO
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RESUMO
      *--------------------------------------------------------------*
       068-GRAVAR-RESUMO.

           WRITE REG-RELRESU
           IF WS-FS-RES  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELRESU'  TO  WS-MSG
              MOVE WS-FS-RES                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG194        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS - FOLHIST    = ' WS-CTLIDO
           DISPLAY ' * DE OUTROS ANOS (IGNORADOS)   = ' WS-CTOUTANO
           DISPLAY ' * DO ANO-CALENDARIO            = ' WS-CTANO
           DISPLAY ' * TOTAIS DO RELFOLM NO ANO     = ' WS-CTTOTAIS
           DISPLAY ' * INFORMES EMITIDOS            = ' WS-CTINFORME
           DISPLAY ' * COMPETENCIAS SEM FOLHA       = ' WS-CTSEMFOLHA
           DISPLAY ' * COMPETENCIAS SEM RELFOLM     = ' WS-CTSEMTOTAL
           DISPLAY ' * DIVERGENCIAS NA CONCILIACAO  = ' WS-CTDIVERGE
           DISPLAY ' *========================================*'

           IF WS-CTDIVERGE > ZEROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - INFORME X RELFOLM *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTSEMFOLHA > ZEROS OR WS-CTSEMTOTAL > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELINFO
           IF WS-FS-INF  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELINFO'  TO WS-MSG
              MOVE   WS-FS-INF                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELRESU
           IF WS-FS-RES  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELRESU'  TO WS-MSG
              MOVE   WS-FS-RES                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG194        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG194 <
