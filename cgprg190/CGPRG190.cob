       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG190.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: DECIMO TERCEIRO SALARIO SOBRE O CADFUNC, EM DUAS
      *           PARCELAS - A PLANILHA DO RH VIRA PROGRAMA:
      *           - MESES DE DIREITO (AVOS) NO ANO CONTADOS DA
      *             ADMISSAO (WS-ADMISSAO-FU) PELA REGRA DOS 15
      *             DIAS: O MES DA ADMISSAO SO CONTA SE O
      *             FUNCIONARIO TRABALHOU NELE 15 DIAS OU MAIS;
      *             ADMITIDO EM ANO ANTERIOR = 12 AVOS;
      *           - MEDIA DAS VARIAVEIS: COMISSOES DO FOLHAFEE (VIA
      *             VENDXREF, COMO NA FOLHA MENSAL) E HORAS-AULA DO
      *             FOLHAHOR, DE JANEIRO (OU DO MES DA ADMISSAO) ATE
      *             OUTUBRO NA 1A PARCELA E ATE NOVEMBRO NA 2A;
      *           - INTEGRAL = (SALARIO + MEDIA) X AVOS / 12;
      *           - 1A PARCELA (NOVEMBRO): METADE DO INTEGRAL, SEM
      *             DESCONTOS;
      *           - 2A PARCELA (DEZEMBRO): INTEGRAL RECALCULADO COM
      *             PREVIDENCIA E IMPOSTO DE RENDA PELAS FAIXAS DO
      *             INSSTAB/IRRFTAB (ROTINA COMUM FOLTRIB, VIGENCIA
      *             AAAA12), MENOS O ADIANTAMENTO DA 1A PARCELA;
      *           - SAIDAS NOS MESMOS LAYOUTS DA FOLHA MENSAL
      *             (CGPRG123), COM COMPETENCIA AAAA13: CONTRACHEQUE
      *             (HOLERITE - NA 2A PARCELA O ADIANTAMENTO
      *             DESCONTADO E BRUTO - PREVIDENCIA - IMPOSTO -
      *             LIQUIDO), CREDITO BANCARIO DO LIQUIDO (BANCRED,
      *             COM HEADER/TRAILER) E RESUMO POR DEPARTAMENTO
      *             (RELDEC);
      *           - CONTROLE POR FUNCIONARIO E ANO NO DECTERC (COPY
      *             DECTERCC): GUARDA O ADIANTAMENTO PARA A 2A
      *             PARCELA E A DATA DE PAGAMENTO DE CADA PARCELA, E
      *             A REEXECUCAO PULA QUEM JA RECEBEU A PARCELA.
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01    PARCELA (1 = ADIANTAMENTO, 2 = SALDO)
      *   POS 02-05 ANO DO DECIMO TERCEIRO
      *   POS 06-13 DATA DO CREDITO BANCARIO (AAAAMMDD)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010216  PROGRAMA CRIADO - DECIMO TERCEIRO
      *                          SALARIO (ADIANTAMENTO E SALDO)
      *  V02    OUT/2026 010218  CONTRACHEQUE NO NOVO LAYOUT DA FOLHA
      *                          MENSAL (PROVENTOS E DESCONTOS DO
      *                          PONTO, ZERADOS NO 13O - LRECL 81)
      *  V03    OUT/2026 010219  HISTORICO DE PAGAMENTOS (FOLHIST -
      *                          COPY FOLHISC): UM REGISTRO POR
      *                          PARCELA PAGA, PARA O INFORME DE
      *                          RENDIMENTOS DO CGPRG194
      *  V04    OUT/2026 010221  CONTRACHEQUE COM O CAMPO DOS
      *                          CONSIGNADOS DA FOLHA MENSAL, ZERADO
      *                          NO 13O (LRECL 87)
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
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
           SELECT DECTERC ASSIGN TO DECTERCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-DT OF REG-DECTERC
                  FILE STATUS   IS WS-FS-DEC
           .
           SELECT INSSTAB ASSIGN TO INSSTABJ
                  FILE STATUS   IS WS-FS-INS
           .
           SELECT IRRFTAB ASSIGN TO IRRFTABJ
                  FILE STATUS   IS WS-FS-IRR
           .
           SELECT VENDXREF ASSIGN TO VENDXREJ
                  FILE STATUS   IS WS-FS-XRE
           .
           SELECT FOLHAFEE ASSIGN TO FOLHAFEJ
                  FILE STATUS   IS WS-FS-FOL
           .
           SELECT FOLHAHOR ASSIGN TO FOLHAHOJ
                  FILE STATUS   IS WS-FS-FHO
           .
           SELECT HOLERITE ASSIGN TO HOLERITJ
                  FILE STATUS   IS WS-FS-HOL
           .
      *-----> HISTORICO DE PAGAMENTOS (VER V03)
           SELECT FOLHIST ASSIGN TO FOLHISTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-HF OF REG-FOLHIST
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT BANCRED ASSIGN TO BANCREDJ
                  FILE STATUS   IS WS-FS-BAN
           .
           SELECT RELDEC ASSIGN TO RELDECJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADFUNC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
      *-----> CONTROLE DO DECIMO TERCEIRO POR FUNCIONARIO E ANO
       FD  DECTERC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DECTERC.
           COPY DECTERCC.
      *-----> FAIXAS PREVIDENCIARIAS E DO IMPOSTO DE RENDA COM
      *       VIGENCIA (ROTINA COMUM FOLTRIB)
       FD  INSSTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-INSSTAB.
           COPY INSSTABC.
       FD  IRRFTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-IRRFTAB.
           COPY IRRFTABC.
      *-----> VINCULO VENDEDOR (VENDMST) X FUNCIONARIO (CADFUNC),
      *       PARA LEVAR AS COMISSOES DO FOLHAFEE A MEDIA
       FD  VENDXREF
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENDXREF.
           05 WS-VEND-X           PIC 9(03).
           05 WS-DPTO-X           PIC 9(04).
           05 WS-FUNC-X           PIC 9(04).
           05 FILLER              PIC X(09).
      *-----> COMISSOES LIQUIDAS DOS FECHAMENTOS MENSAIS (CGPRG065)
       FD  FOLHAFEE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHAFEE.
           05 WS-VENDEDOR-FO      PIC 9(03)      COMP-3.
           05 WS-COMPET-FO        PIC 9(06)      COMP-3.
           05 WS-VALOR-FO         PIC 9(08)V99   COMP-3.
           05 FILLER              PIC X(04).
      *-----> HORAS-AULA MENSAIS DOS INSTRUTORES HORISTAS (CGPRG149)
       FD  FOLHAHOR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHAHOR.
           05 WS-DPTO-FH          PIC 9(04)      COMP-3.
           05 WS-FUNC-FH          PIC 9(04)      COMP-3.
           05 WS-COMPET-FH        PIC 9(06)      COMP-3.
           05 WS-PROF-FH          PIC X(05).
           05 WS-AULAS-FH         PIC 9(04)      COMP-3.
           05 WS-VALOR-FH         PIC 9(08)V99   COMP-3.
           05 FILLER              PIC X(06).
      *-----> CONTRACHEQUE NO LAYOUT DA FOLHA MENSAL (CGPRG123):
      *       SALARIO = PARTE DO SALARIO NA PARCELA, COMISSAO =
      *       PARTE DA MEDIA DAS VARIAVEIS, HORAS-AULA E PONTO
      *       ZERADOS (VER V02), CONSIGNADOS ZERADOS (VER V04)
       FD  HOLERITE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-HOLERITE.
           05 WS-DPTO-HO          PIC 9(04)      COMP-3.
           05 WS-FUNC-HO          PIC 9(04)      COMP-3.
           05 WS-COMPET-HO        PIC 9(06)      COMP-3.
           05 WS-NOME-HO          PIC X(20).
           05 WS-SALARIO-HO       PIC 9(07)V99   COMP-3.
           05 WS-COMISSAO-HO      PIC 9(08)V99   COMP-3.
           05 WS-BRUTO-HO         PIC 9(08)V99   COMP-3.
           05 WS-INSS-HO          PIC 9(07)V99   COMP-3.
           05 WS-IRRF-HO          PIC 9(07)V99   COMP-3.
           05 WS-LIQUIDO-HO       PIC 9(08)V99   COMP-3.
           05 WS-HORAULA-HO       PIC 9(08)V99   COMP-3.
           05 WS-PROVPON-HO       PIC 9(08)V99   COMP-3.
           05 WS-DESCPON-HO       PIC 9(08)V99   COMP-3.
           05 WS-CONSIG-HO        PIC 9(08)V99   COMP-3.
      *-----> HISTORICO DE PAGAMENTOS (VER V03)
       FD  FOLHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHIST.
           COPY FOLHISC.
      *-----> CREDITO BANCARIO DO LIQUIDO: HEADER '00', DETALHE '10'
      *       E TRAILER '99', COMO NA FOLHA MENSAL
       FD  BANCRED
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-BANCRED            PIC X(60)
           .
       FD  RELDEC
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELDEC             PIC X(120)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTHOLER             PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMADM            PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMDIR            PIC 9(04) VALUE ZEROS.
           05  WS-CTJAPAGO            PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMADT            PIC 9(04) VALUE ZEROS.
           05  WS-CTSALNEG            PIC 9(04) VALUE ZEROS.
           05  WS-CTCOMIS             PIC 9(04) VALUE ZEROS.
           05  WS-CTSEMVINC           PIC 9(04) VALUE ZEROS.
           05  WS-VLSEMVINC           PIC 9(09)V99 VALUE ZEROS.
           05  WS-CTAULAS             PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-DEC              PIC X(02).
           05  WS-FS-INS              PIC X(02).
           05  WS-FS-IRR              PIC X(02).
           05  WS-FS-XRE              PIC X(02).
           05  WS-FS-FOL              PIC X(02).
           05  WS-FS-FHO              PIC X(02).
           05  WS-FS-HOL              PIC X(02).
           05  WS-FS-BAN              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-CTHIST              PIC 9(04) VALUE ZEROS.
           05  WS-CTHISTSUB           PIC 9(04) VALUE ZEROS.
           05  WS-DTSYS               PIC 9(08).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG190'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-COM-SUB             PIC 9(03) COMP.
           05  WS-AUL-SUB             PIC 9(03) COMP.
           05  WS-SW-DECTERC          PIC X(01) VALUE 'S'.
               88 DECTERC-EXISTENTE       VALUE 'S'.
               88 DECTERC-NOVO            VALUE 'N'.

      *-----> CARTAO DE PARAMETROS (SYSIN): PARCELA, ANO E DATA DO
      *       CREDITO BANCARIO
       01  WS-REG-PARM.
           05  WS-PARCELA-IN          PIC 9(01).
               88 PRIMEIRA-PARCELA        VALUE 1.
               88 SEGUNDA-PARCELA         VALUE 2.
           05  WS-ANO-IN              PIC 9(04).
           05  WS-DTCRED-IN           PIC 9(08).

      *-----> PERIODO DO DECIMO TERCEIRO: COMPETENCIA AAAA13 DAS
      *       SAIDAS E FAIXA DE COMPETENCIAS DA MEDIA DAS VARIAVEIS
       01  WS-PERIODO.
           05  WS-COMPET-DEC          PIC 9(06).
           05  WS-COMPET-INI          PIC 9(06).
           05  WS-COMPET-FIM          PIC 9(06).
           05  WS-MES-FIM-MED         PIC 9(02).
           05  WS-SW-BISSEXTO         PIC X(01)  VALUE 'N'.
               88 ANO-BISSEXTO            VALUE 'S'.
           05  WS-QUOC                PIC 9(04).
           05  WS-RESTO               PIC 9(04).

      *-----> DIAS DE CADA MES (FEVEREIRO GANHA 1 NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

      *-----> DATA DE ADMISSAO DO FUNCIONARIO CORRENTE
       01  WS-ADM-DATA                PIC 9(08).
       01  FILLER  REDEFINES  WS-ADM-DATA.
           05  WS-ADM-ANO             PIC 9(04).
           05  WS-ADM-MES             PIC 9(02).
           05  WS-ADM-DIA             PIC 9(02).

      *-----> ROTINA COMUM DE TRIBUTOS DA FOLHA (COPY FOLTRIB)
       01  WS-AREA-TRB.
           COPY FOLTRIBD.

      *-----> VINCULOS VENDEDOR X FUNCIONARIO CARREGADOS DO VENDXREF
       01  WS-TAB-XREF.
           05  WS-QTD-XREF            PIC 9(02)  VALUE ZEROS.
           05  WS-XREF-OCOR           OCCURS 50 TIMES.
               10  WS-XREF-VEND       PIC 9(03).
               10  WS-XREF-DPTO       PIC 9(04).
               10  WS-XREF-FUNC       PIC 9(04).

      *-----> COMISSOES DO PERIODO DA MEDIA, ACUMULADAS POR
      *       FUNCIONARIO (DPTO+FUNC)
       01  WS-TAB-COMIS.
           05  WS-QTD-COMIS           PIC 9(03)  VALUE ZEROS.
           05  WS-COMIS-OCOR          OCCURS 99 TIMES.
               10  WS-COMIS-DPTO      PIC 9(04).
               10  WS-COMIS-FUNC      PIC 9(04).
               10  WS-COMIS-VALOR     PIC 9(09)V99.

      *-----> HORAS-AULA DO PERIODO DA MEDIA, ACUMULADAS POR
      *       FUNCIONARIO (DPTO+FUNC)
       01  WS-TAB-AULAS.
           05  WS-QTD-AULAS           PIC 9(03)  VALUE ZEROS.
           05  WS-AULAS-OCOR          OCCURS 99 TIMES.
               10  WS-AULAS-DPTO      PIC 9(04).
               10  WS-AULAS-FUNC      PIC 9(04).
               10  WS-AULAS-VALOR     PIC 9(09)V99.

      *-----> CALCULO DO FUNCIONARIO CORRENTE
       01  WS-CALC-FUNC.
           05  WS-MES-INI             PIC 9(02).
           05  WS-MES-INI-MED         PIC 9(02).
           05  WS-DIAS-NO-MES         PIC 9(02).
           05  WS-DIAS-TRAB           PIC 9(02).
           05  WS-AVOS                PIC 9(02).
           05  WS-MESES-MED           PIC 9(02).
           05  WS-VLR-VARIAVEL        PIC 9(09)V99.
           05  WS-VLR-MEDIA           PIC 9(08)V99.
           05  WS-VLR-INT-SAL         PIC 9(08)V99.
           05  WS-VLR-INT-VAR         PIC 9(08)V99.
           05  WS-VLR-INTEGRAL        PIC 9(08)V99.
           05  WS-VLR-ADIANT          PIC 9(08)V99.
           05  WS-VLR-SAL-HO          PIC 9(07)V99.
           05  WS-VLR-VAR-HO          PIC 9(08)V99.
           05  WS-VLR-BRUTO           PIC 9(08)V99.
           05  WS-VLR-INSS            PIC 9(07)V99.
           05  WS-VLR-IRRF            PIC 9(07)V99.
           05  WS-VLR-LIQUIDO         PIC 9(08)V99.
           05  WS-VLR-SALDO           PIC S9(08)V99.
           05  WS-SW-DECFUNC          PIC X(01).
               88 DECFUNC-ACHADO          VALUE 'S'.
               88 DECFUNC-AUSENTE         VALUE 'N'.

      *-----> QUEBRA POR DEPARTAMENTO E TOTAIS DA EMPRESA
       01  WS-GRUPO-ATUAL.
           05  WS-DPTO-ATUAL          PIC 9(04)  VALUE ZEROS.
           05  WS-NOME-DPTO-ATUAL     PIC X(10)  VALUE SPACES.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
               88 GRUPO-ABERTO            VALUE 'S'.
               88 GRUPO-VAZIO             VALUE 'N'.
       01  WS-TOTAL-DPTO.
           05  WS-DPT-QTD             PIC 9(04)  VALUE ZEROS.
           05  WS-DPT-MEDIA           PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-INTEGRAL        PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-INSS            PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-IRRF            PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-ADIANT          PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-LIQUIDO         PIC 9(09)V99 VALUE ZEROS.
       01  WS-TOTAL-EMPRESA.
           05  WS-EMP-QTD             PIC 9(05)  VALUE ZEROS.
           05  WS-EMP-MEDIA           PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-INTEGRAL        PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-INSS            PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-IRRF            PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-ADIANT          PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-LIQUIDO         PIC 9(10)V99 VALUE ZEROS.

      *-----> REGISTROS DO ARQUIVO DE CREDITO BANCARIO
       01  WS-BAN-HEADER.
           05 FILLER              PIC X(02) VALUE '00'.
           05 WS-COMPET-BH        PIC 9(06).
           05 WS-DTCRED-BH        PIC 9(08).
           05 FILLER              PIC X(08) VALUE 'CGFOLHA '.
           05 FILLER              PIC X(36) VALUE SPACES.
       01  WS-BAN-DETALHE.
           05 FILLER              PIC X(02) VALUE '10'.
           05 WS-DPTO-BD          PIC 9(04).
           05 WS-FUNC-BD          PIC 9(04).
           05 WS-NOME-BD          PIC X(20).
           05 WS-VALOR-BD         PIC 9(09)V99.
           05 FILLER              PIC X(19) VALUE SPACES.
       01  WS-BAN-TRAILER.
           05 FILLER              PIC X(02) VALUE '99'.
           05 WS-QTD-BT           PIC 9(06).
           05 WS-TOTAL-BT         PIC 9(11)V99.
           05 FILLER              PIC X(39) VALUE SPACES.

      *-----> DADOS DE SAIDA - RESUMO DO DECIMO TERCEIRO POR DEPTO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'DECIMO TERCEIRO SALARIO - RESUMO/DEPTO  '.
           05 FILLER                PIC X(08) VALUE 'PARCELA '.
           05 WS-PARCELA-CAB        PIC 9(01).
           05 FILLER                PIC X(05) VALUE ' ANO '.
           05 WS-ANO-CAB            PIC 9(04).
           05 FILLER                PIC X(53) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(01) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'DEPTO'.
           05 FILLER                PIC X(11) VALUE ' NOME      '.
           05 FILLER                PIC X(05) VALUE 'EFET.'.
           05 FILLER                PIC X(15) VALUE
              '  MEDIA VARIAV.'.
           05 FILLER                PIC X(15) VALUE
              '   13O INTEGRAL'.
           05 FILLER                PIC X(15) VALUE
              '      PREVIDENC'.
           05 FILLER                PIC X(15) VALUE
              '        IMPOSTO'.
           05 FILLER                PIC X(15) VALUE
              '   ADIANTAMENTO'.
           05 FILLER                PIC X(15) VALUE
              '        LIQUIDO'.
           05 FILLER                PIC X(08) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DPTO-R           PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-DPTO-R      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-QTD-R            PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MEDIA-R          PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-INTEGRAL-R       PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-INSS-R           PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-IRRF-R           PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ADIANT-R         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIQUIDO-R        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(09) VALUE SPACES.

       01  WS-REG-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE
              'TOTAL EMPRESA  '.
           05 WS-QTD-T            PIC ZZZZ9.
           05 WS-MEDIA-T          PIC $$$$.$$$.$$9,99.
           05 WS-INTEGRAL-T       PIC $$$$.$$$.$$9,99.
           05 WS-INSS-T           PIC $$$$.$$$.$$9,99.
           05 WS-IRRF-T           PIC $$$$.$$$.$$9,99.
           05 WS-ADIANT-T         PIC $$$$.$$$.$$9,99.
           05 WS-LIQUIDO-T        PIC $$$$.$$$.$$9,99.
           05 FILLER              PIC X(09) VALUE SPACES.

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.

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
       000-CGPRG190.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FS-FUN = '10'
           IF GRUPO-ABERTO
              PERFORM 060-TOTAL-DPTO
           END-IF
           PERFORM 070-TOTAL-EMPRESA
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG190 - DECIMO TERCEIRO SALARIO     *'
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * PARCELA         : ' WS-PARCELA-IN
           DISPLAY ' * ANO             : ' WS-ANO-IN
           DISPLAY ' * DATA DO CREDITO : ' WS-DTCRED-IN
           IF (NOT PRIMEIRA-PARCELA AND NOT SEGUNDA-PARCELA)
              OR WS-ANO-IN = ZEROS OR WS-DTCRED-IN = ZEROS
              MOVE  'CARTAO DE PARAMETROS INVALIDO' TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-PARCELA-IN  TO  WS-PARCELA-CAB
           MOVE WS-ANO-IN      TO  WS-ANO-CAB

      *-----> COMPETENCIA AAAA13 DAS SAIDAS E PERIODO DA MEDIA:
      *       JANEIRO A OUTUBRO NO ADIANTAMENTO, A NOVEMBRO NO SALDO
           COMPUTE WS-COMPET-DEC = WS-ANO-IN * 100 + 13
           COMPUTE WS-COMPET-INI = WS-ANO-IN * 100 + 1
           IF PRIMEIRA-PARCELA
              MOVE 10  TO  WS-MES-FIM-MED
           ELSE
              MOVE 11  TO  WS-MES-FIM-MED
           END-IF
           COMPUTE WS-COMPET-FIM = WS-ANO-IN * 100 + WS-MES-FIM-MED

      *-----> ANO BISSEXTO (PARA O MES DA ADMISSAO EM FEVEREIRO)
           MOVE 'N'  TO  WS-SW-BISSEXTO
           DIVIDE WS-ANO-IN BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO = ZEROS
              MOVE 'S'  TO  WS-SW-BISSEXTO
              DIVIDE WS-ANO-IN BY 100 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 'N'  TO  WS-SW-BISSEXTO
                 DIVIDE WS-ANO-IN BY 400 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    MOVE 'S'  TO  WS-SW-BISSEXTO
                 END-IF
              END-IF
           END-IF

      *-----> SO O SALDO TEM DESCONTOS: FAIXAS DA VIGENCIA DE
      *       DEZEMBRO DO ANO
           IF SEGUNDA-PARCELA
              COMPUTE WS-COMPET-TRB = WS-ANO-IN * 100 + 12
              PERFORM 971-CARREGAR-TRIBUTOS
           END-IF
           PERFORM 019-CARREGAR-XREF THRU 019-CARREGAR-XREF-FIM
           PERFORM 021-CARREGAR-COMISSOES
               THRU 021-CARREGAR-COM-FIM
           PERFORM 026-CARREGAR-AULAS THRU 026-CARREGAR-AULAS-FIM

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> DECTERC AUSENTE: NENHUM ADIANTAMENTO REGISTRADO AINDA,
      *       O ARQUIVO NASCE NESTA EXECUCAO
           OPEN I-O DECTERC
           IF WS-FS-DEC = '35'
              OPEN OUTPUT DECTERC
              MOVE 'N'  TO  WS-SW-DECTERC
              DISPLAY ' * DECTERC AUSENTE - ARQUIVO CRIADO'
           END-IF
           IF WS-FS-DEC  NOT = '00'
              MOVE  'ERRO AO ABRIR O DECTERC'  TO WS-MSG
              MOVE   WS-FS-DEC                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT HOLERITE
           IF WS-FS-HOL  NOT = '00'
              MOVE  'ERRO AO ABRIR O HOLERITE'  TO WS-MSG
              MOVE   WS-FS-HOL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN I-O FOLHIST
           IF WS-FS-HIS = '35'
              OPEN OUTPUT FOLHIST
           END-IF
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS  FROM DATE YYYYMMDD

           OPEN OUTPUT BANCRED
           IF WS-FS-BAN  NOT = '00'
              MOVE  'ERRO AO ABRIR O BANCRED'  TO WS-MSG
              MOVE   WS-FS-BAN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-COMPET-DEC  TO  WS-COMPET-BH
           MOVE WS-DTCRED-IN   TO  WS-DTCRED-BH
           WRITE REG-BANCRED  FROM  WS-BAN-HEADER
           IF WS-FS-BAN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO BANCRED'  TO  WS-MSG
              MOVE WS-FS-BAN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           MOVE ZEROS  TO  WS-QTD-BT
           MOVE ZEROS  TO  WS-TOTAL-BT

           OPEN OUTPUT RELDEC
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELDEC'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-CADFUNC
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS VINCULOS VENDEDOR X FUNCIONARIO (VENDXREF)
      *--------------------------------------------------------------*
       019-CARREGAR-XREF.

           OPEN INPUT VENDXREF
           IF WS-FS-XRE = '35'
              DISPLAY ' * VENDXREF AUSENTE - MEDIA SEM COMISSAO'
              GO TO 019-CARREGAR-XREF-FIM
           END-IF
           IF WS-FS-XRE  NOT = '00'
              MOVE  'ERRO AO ABRIR O VENDXREF'  TO WS-MSG
              MOVE   WS-FS-XRE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 020-LER-VENDXREF THRU 020-LER-VENDXREF-FIM
           PERFORM 020-LER-VENDXREF THRU 020-LER-VENDXREF-FIM
               UNTIL WS-FS-XRE = '10'

           CLOSE VENDXREF
           IF WS-FS-XRE  NOT = '00'
              MOVE  'ERRO AO FECHAR O VENDXREF'  TO WS-MSG
              MOVE   WS-FS-XRE                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       019-CARREGAR-XREF-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM VINCULO DO VENDXREF
      *--------------------------------------------------------------*
       020-LER-VENDXREF.

           READ VENDXREF
           IF WS-FS-XRE = '10'
              GO TO 020-LER-VENDXREF-FIM
           END-IF
           IF WS-FS-XRE  NOT = '00'
              MOVE  'ERRO NA LEITURA DO VENDXREF'  TO WS-MSG
              MOVE   WS-FS-XRE                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-QTD-XREF = 50
              MOVE  'VENDXREF COM VINCULOS DEMAIS'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-XREF
           MOVE WS-VEND-X  TO  WS-XREF-VEND (WS-QTD-XREF)
           MOVE WS-DPTO-X  TO  WS-XREF-DPTO (WS-QTD-XREF)
           MOVE WS-FUNC-X  TO  WS-XREF-FUNC (WS-QTD-XREF)
           .
       020-LER-VENDXREF-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    ACUMULAR AS COMISSOES DO PERIODO DA MEDIA POR
      *    FUNCIONARIO, PASSANDO PELO VINCULO VENDEDOR X FUNCIONARIO
      *--------------------------------------------------------------*
       021-CARREGAR-COMISSOES.

           OPEN INPUT FOLHAFEE
           IF WS-FS-FOL = '35'
              DISPLAY ' * FOLHAFEE AUSENTE - MEDIA SEM COMISSAO'
              GO TO 021-CARREGAR-COM-FIM
           END-IF
           IF WS-FS-FOL  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHAFEE'  TO WS-MSG
              MOVE   WS-FS-FOL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 022-LER-FOLHAFEE THRU 022-LER-FOLHAFEE-FIM
           PERFORM 022-LER-FOLHAFEE THRU 022-LER-FOLHAFEE-FIM
               UNTIL WS-FS-FOL = '10'

           CLOSE FOLHAFEE
           IF WS-FS-FOL  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHAFEE'  TO WS-MSG
              MOVE   WS-FS-FOL                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       021-CARREGAR-COM-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA COMISSAO DO FOLHAFEE E LEVAR AO FUNCIONARIO.
      *    VENDEDOR SEM VINCULO NO VENDXREF NAO SOME CALADO: CONTA
      *    E VALOR SAEM NOS TOTAIS DE CONTROLE
      *--------------------------------------------------------------*
       022-LER-FOLHAFEE.

           READ FOLHAFEE
           IF WS-FS-FOL = '10'
              GO TO 022-LER-FOLHAFEE-FIM
           END-IF
           IF WS-FS-FOL  NOT = '00'
              MOVE  'ERRO NA LEITURA DO FOLHAFEE'  TO WS-MSG
              MOVE   WS-FS-FOL                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-COMPET-FO < WS-COMPET-INI
              OR WS-COMPET-FO > WS-COMPET-FIM
              GO TO 022-LER-FOLHAFEE-FIM
           END-IF
           ADD 1  TO  WS-CTCOMIS

           MOVE 1  TO  WS-SUB
           PERFORM 023-PROCURAR-VINCULO
               UNTIL WS-SUB > WS-QTD-XREF
                  OR WS-XREF-VEND (WS-SUB) = WS-VENDEDOR-FO
           IF WS-SUB > WS-QTD-XREF
              ADD 1            TO  WS-CTSEMVINC
              ADD WS-VALOR-FO  TO  WS-VLSEMVINC
              GO TO 022-LER-FOLHAFEE-FIM
           END-IF

           PERFORM 024-GUARDAR-COMISSAO
           .
       022-LER-FOLHAFEE-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE VINCULOS
      *--------------------------------------------------------------*
       023-PROCURAR-VINCULO.

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A COMISSAO NO FUNCIONARIO VINCULADO
      *--------------------------------------------------------------*
       024-GUARDAR-COMISSAO.

           MOVE 1  TO  WS-COM-SUB
           PERFORM 024-AVANCAR-COMISSAO
               UNTIL WS-COM-SUB > WS-QTD-COMIS
                  OR (WS-COMIS-DPTO (WS-COM-SUB) =
                          WS-XREF-DPTO (WS-SUB)
                      AND WS-COMIS-FUNC (WS-COM-SUB) =
                          WS-XREF-FUNC (WS-SUB))

           IF WS-COM-SUB > WS-QTD-COMIS
              IF WS-QTD-COMIS = 99
                 MOVE  'COMISSOES DEMAIS NA MEDIA'  TO WS-MSG
                 MOVE  '  '                         TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-COMIS
              MOVE WS-QTD-COMIS  TO  WS-COM-SUB
              MOVE WS-XREF-DPTO (WS-SUB)
                   TO  WS-COMIS-DPTO (WS-COM-SUB)
              MOVE WS-XREF-FUNC (WS-SUB)
                   TO  WS-COMIS-FUNC (WS-COM-SUB)
              MOVE ZEROS  TO  WS-COMIS-VALOR (WS-COM-SUB)
           END-IF

           ADD WS-VALOR-FO  TO  WS-COMIS-VALOR (WS-COM-SUB)
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE COMISSOES
      *--------------------------------------------------------------*
       024-AVANCAR-COMISSAO.

           ADD 1  TO  WS-COM-SUB
           .
      *--------------------------------------------------------------*
      *    LER UM FUNCIONARIO DO CADFUNC
      *--------------------------------------------------------------*
       025-LER-CADFUNC.

           READ CADFUNC  NEXT RECORD

           IF WS-FS-FUN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                    TO WS-FS-MSG
              GO TO  999-ERRO
           ELSE
              IF WS-FS-FUN = '00'
                 ADD   1  TO  WS-CTLIDO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS HORAS-AULA DO PERIODO DA MEDIA (FOLHAHOR)
      *--------------------------------------------------------------*
       026-CARREGAR-AULAS.

           OPEN INPUT FOLHAHOR
           IF WS-FS-FHO = '35'
              DISPLAY ' * FOLHAHOR AUSENTE - MEDIA SEM HORA-AULA'
              GO TO 026-CARREGAR-AULAS-FIM
           END-IF
           IF WS-FS-FHO  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHAHOR'  TO WS-MSG
              MOVE   WS-FS-FHO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 027-LER-FOLHAHOR THRU 027-LER-FOLHAHOR-FIM
           PERFORM 027-LER-FOLHAHOR THRU 027-LER-FOLHAHOR-FIM
               UNTIL WS-FS-FHO = '10'

           CLOSE FOLHAHOR
           IF WS-FS-FHO  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHAHOR'  TO WS-MSG
              MOVE   WS-FS-FHO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       026-CARREGAR-AULAS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER AS HORAS-AULA DE UM INSTRUTOR E ACUMULAR NO
      *    FUNCIONARIO VINCULADO
      *--------------------------------------------------------------*
       027-LER-FOLHAHOR.

           READ FOLHAHOR
           IF WS-FS-FHO = '10'
              GO TO 027-LER-FOLHAHOR-FIM
           END-IF
           IF WS-FS-FHO  NOT = '00'
              MOVE  'ERRO NA LEITURA DO FOLHAHOR'  TO WS-MSG
              MOVE   WS-FS-FHO                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-COMPET-FH < WS-COMPET-INI
              OR WS-COMPET-FH > WS-COMPET-FIM
              GO TO 027-LER-FOLHAHOR-FIM
           END-IF
           ADD 1  TO  WS-CTAULAS

           MOVE 1  TO  WS-AUL-SUB
           PERFORM 028-AVANCAR-AULAS
               UNTIL WS-AUL-SUB > WS-QTD-AULAS
                  OR (WS-AULAS-DPTO (WS-AUL-SUB) = WS-DPTO-FH
                      AND WS-AULAS-FUNC (WS-AUL-SUB) = WS-FUNC-FH)

           IF WS-AUL-SUB > WS-QTD-AULAS
              IF WS-QTD-AULAS = 99
                 MOVE  'HORAS-AULA DEMAIS NA MEDIA'  TO WS-MSG
                 MOVE  '  '                          TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-AULAS
              MOVE WS-QTD-AULAS  TO  WS-AUL-SUB
              MOVE WS-DPTO-FH    TO  WS-AULAS-DPTO (WS-AUL-SUB)
              MOVE WS-FUNC-FH    TO  WS-AULAS-FUNC (WS-AUL-SUB)
              MOVE ZEROS         TO  WS-AULAS-VALOR (WS-AUL-SUB)
           END-IF

           ADD WS-VALOR-FH  TO  WS-AULAS-VALOR (WS-AUL-SUB)
           .
       027-LER-FOLHAHOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE HORAS-AULA
      *--------------------------------------------------------------*
       028-AVANCAR-AULAS.

           ADD 1  TO  WS-AUL-SUB
           .
      *--------------------------------------------------------------*
      *    TRATAR UM FUNCIONARIO E LER O PROXIMO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF GRUPO-ABERTO
              AND WS-DPTO-FU OF REG-CADFUNC NOT = WS-DPTO-ATUAL
              PERFORM 060-TOTAL-DPTO
           END-IF

           PERFORM 035-CALCULAR-FUNC THRU 035-CALCULAR-FUNC-FIM

           PERFORM 025-LER-CADFUNC
           .
      *--------------------------------------------------------------*
      *    MESES DE DIREITO NO ANO PELA REGRA DOS 15 DIAS: NO MES DA
      *    ADMISSAO, SO CONTA QUEM TRABALHOU 15 DIAS OU MAIS.
      *    DEVOLVE TAMBEM O PRIMEIRO MES DA MEDIA DAS VARIAVEIS
      *--------------------------------------------------------------*
       031-CONTAR-AVOS.

           MOVE ZEROS  TO  WS-AVOS
           MOVE WS-ADMISSAO-FU OF REG-CADFUNC  TO  WS-ADM-DATA

           IF WS-ADM-ANO < WS-ANO-IN
              MOVE 1   TO  WS-MES-INI
              MOVE 1   TO  WS-MES-INI-MED
              MOVE 12  TO  WS-AVOS
              GO TO 031-CONTAR-AVOS-FIM
           END-IF
           IF WS-ADM-ANO > WS-ANO-IN
              OR WS-ADM-MES < 1 OR WS-ADM-MES > 12
              GO TO 031-CONTAR-AVOS-FIM
           END-IF

           MOVE WS-DIAS-MES (WS-ADM-MES)  TO  WS-DIAS-NO-MES
           IF WS-ADM-MES = 2 AND ANO-BISSEXTO
              ADD 1  TO  WS-DIAS-NO-MES
           END-IF
           COMPUTE WS-DIAS-TRAB = WS-DIAS-NO-MES - WS-ADM-DIA + 1
           IF WS-DIAS-TRAB  NOT < 15
              MOVE WS-ADM-MES  TO  WS-MES-INI
           ELSE
              COMPUTE WS-MES-INI = WS-ADM-MES + 1
           END-IF
           MOVE WS-ADM-MES  TO  WS-MES-INI-MED
           COMPUTE WS-AVOS = 13 - WS-MES-INI
           .
       031-CONTAR-AVOS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    BUSCAR AS COMISSOES DO PERIODO DO FUNCIONARIO
      *--------------------------------------------------------------*
       032-BUSCAR-COMISSAO.

           MOVE 1  TO  WS-COM-SUB
           PERFORM 024-AVANCAR-COMISSAO
               UNTIL WS-COM-SUB > WS-QTD-COMIS
                  OR (WS-COMIS-DPTO (WS-COM-SUB) =
                          WS-DPTO-FU OF REG-CADFUNC
                      AND WS-COMIS-FUNC (WS-COM-SUB) =
                          WS-FUNC-FU OF REG-CADFUNC)
           IF WS-COM-SUB  NOT > WS-QTD-COMIS
              ADD WS-COMIS-VALOR (WS-COM-SUB)  TO  WS-VLR-VARIAVEL
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCAR AS HORAS-AULA DO PERIODO DO FUNCIONARIO
      *--------------------------------------------------------------*
       033-BUSCAR-AULAS.

           MOVE 1  TO  WS-AUL-SUB
           PERFORM 028-AVANCAR-AULAS
               UNTIL WS-AUL-SUB > WS-QTD-AULAS
                  OR (WS-AULAS-DPTO (WS-AUL-SUB) =
                          WS-DPTO-FU OF REG-CADFUNC
                      AND WS-AULAS-FUNC (WS-AUL-SUB) =
                          WS-FUNC-FU OF REG-CADFUNC)
           IF WS-AUL-SUB  NOT > WS-QTD-AULAS
              ADD WS-AULAS-VALOR (WS-AUL-SUB)  TO  WS-VLR-VARIAVEL
           END-IF
           .
      *--------------------------------------------------------------*
      *    CALCULAR A PARCELA DE UM FUNCIONARIO. SEM ADMISSAO NO
      *    CADASTRO, SEM AVOS NO ANO OU COM A PARCELA JA PAGA, O
      *    FUNCIONARIO E APONTADO E PULADO
      *--------------------------------------------------------------*
       035-CALCULAR-FUNC.

           IF WS-ADMISSAO-FU OF REG-CADFUNC  NOT NUMERIC
              OR WS-ADMISSAO-FU OF REG-CADFUNC = ZEROS
              ADD 1  TO  WS-CTSEMADM
              DISPLAY ' * SEM DATA DE ADMISSAO: DPTO '
                      WS-DPTO-FU OF REG-CADFUNC ' FUNC '
                      WS-FUNC-FU OF REG-CADFUNC
              GO TO 035-CALCULAR-FUNC-FIM
           END-IF

           PERFORM 031-CONTAR-AVOS THRU 031-CONTAR-AVOS-FIM
           IF WS-AVOS = ZEROS
              ADD 1  TO  WS-CTSEMDIR
              GO TO 035-CALCULAR-FUNC-FIM
           END-IF

           PERFORM 039-LER-DECTERC
           IF DECFUNC-ACHADO
              IF (PRIMEIRA-PARCELA AND WS-DTPG1-DT NOT = ZEROS)
                 OR (SEGUNDA-PARCELA AND WS-DTPG2-DT NOT = ZEROS)
                 ADD 1  TO  WS-CTJAPAGO
                 DISPLAY ' * PARCELA JA PAGA: DPTO '
                         WS-DPTO-FU OF REG-CADFUNC ' FUNC '
                         WS-FUNC-FU OF REG-CADFUNC
                 GO TO 035-CALCULAR-FUNC-FIM
              END-IF
           END-IF

           IF GRUPO-VAZIO
              MOVE WS-DPTO-FU OF REG-CADFUNC
                   TO  WS-DPTO-ATUAL
              MOVE WS-NOME-DPTO-FU OF REG-CADFUNC
                   TO  WS-NOME-DPTO-ATUAL
              MOVE 'S'  TO  WS-SW-GRUPO
           END-IF

      *-----> MEDIA DAS VARIAVEIS NOS MESES DO PERIODO EM QUE O
      *       FUNCIONARIO JA ESTAVA NA EMPRESA
           MOVE ZEROS  TO  WS-VLR-VARIAVEL
           MOVE ZEROS  TO  WS-VLR-MEDIA
           PERFORM 032-BUSCAR-COMISSAO
           PERFORM 033-BUSCAR-AULAS
           IF WS-MES-INI-MED  NOT > WS-MES-FIM-MED
              COMPUTE WS-MESES-MED = WS-MES-FIM-MED
                                   - WS-MES-INI-MED + 1
              COMPUTE WS-VLR-MEDIA ROUNDED =
                      WS-VLR-VARIAVEL / WS-MESES-MED
           END-IF

      *-----> INTEGRAL = (SALARIO + MEDIA) X AVOS / 12
           COMPUTE WS-VLR-INT-SAL ROUNDED =
                   WS-SALARIO-FU OF REG-CADFUNC * WS-AVOS / 12
           COMPUTE WS-VLR-INT-VAR ROUNDED =
                   WS-VLR-MEDIA * WS-AVOS / 12
           COMPUTE WS-VLR-INTEGRAL = WS-VLR-INT-SAL + WS-VLR-INT-VAR

           IF PRIMEIRA-PARCELA
              PERFORM 036-PRIMEIRA-PARCELA
           ELSE
              PERFORM 038-SEGUNDA-PARCELA
           END-IF

           PERFORM 040-GRAVAR-HOLERITE
           PERFORM 048-GRAVAR-HISTORICO
           PERFORM 042-GRAVAR-CREDITO
           PERFORM 044-ACUMULAR-TOTAIS
           PERFORM 046-GRAVAR-DECTERC
           .
       035-CALCULAR-FUNC-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    1A PARCELA: METADE DO INTEGRAL, SEM DESCONTOS
      *--------------------------------------------------------------*
       036-PRIMEIRA-PARCELA.

           COMPUTE WS-VLR-ADIANT ROUNDED = WS-VLR-INTEGRAL / 2
           COMPUTE WS-VLR-SAL-HO ROUNDED = WS-VLR-INT-SAL / 2
           COMPUTE WS-VLR-VAR-HO = WS-VLR-ADIANT - WS-VLR-SAL-HO
           MOVE WS-VLR-ADIANT  TO  WS-VLR-BRUTO
           MOVE ZEROS          TO  WS-VLR-INSS
           MOVE ZEROS          TO  WS-VLR-IRRF
           MOVE WS-VLR-ADIANT  TO  WS-VLR-LIQUIDO
           .
      *--------------------------------------------------------------*
      *    2A PARCELA: PREVIDENCIA E IMPOSTO SOBRE O INTEGRAL, MENOS
      *    O ADIANTAMENTO DA 1A PARCELA (SEM REGISTRO NO DECTERC =
      *    NADA ADIANTADO). ADIANTAMENTO MAIOR QUE O SALDO (SALARIO
      *    REDUZIDO DEPOIS DE NOVEMBRO) NAO VIRA CREDITO NEGATIVO:
      *    O LIQUIDO FICA ZERADO E O CASO E APONTADO
      *--------------------------------------------------------------*
       038-SEGUNDA-PARCELA.

           MOVE ZEROS  TO  WS-VLR-ADIANT
           IF DECFUNC-ACHADO
              MOVE WS-ADIANT-DT  TO  WS-VLR-ADIANT
           ELSE
              ADD 1  TO  WS-CTSEMADT
           END-IF

           MOVE WS-VLR-INT-SAL   TO  WS-VLR-SAL-HO
           MOVE WS-VLR-INT-VAR   TO  WS-VLR-VAR-HO
           MOVE WS-VLR-INTEGRAL  TO  WS-VLR-BRUTO
           MOVE WS-VLR-INTEGRAL  TO  WS-BRUTO-TRB
           PERFORM 974-CALCULAR-TRIBUTOS
           MOVE WS-INSS-TRB      TO  WS-VLR-INSS
           MOVE WS-IRRF-TRB      TO  WS-VLR-IRRF

           COMPUTE WS-VLR-SALDO = WS-VLR-INTEGRAL - WS-VLR-INSS
                                - WS-VLR-IRRF - WS-VLR-ADIANT
           IF WS-VLR-SALDO < ZEROS
              ADD 1  TO  WS-CTSALNEG
              DISPLAY ' * ADIANTAMENTO MAIOR QUE O SALDO: DPTO '
                      WS-DPTO-FU OF REG-CADFUNC ' FUNC '
                      WS-FUNC-FU OF REG-CADFUNC
              MOVE ZEROS  TO  WS-VLR-LIQUIDO
           ELSE
              MOVE WS-VLR-SALDO  TO  WS-VLR-LIQUIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CONTROLE DO DECIMO TERCEIRO DO FUNCIONARIO NO ANO
      *--------------------------------------------------------------*
       039-LER-DECTERC.

           MOVE 'N'  TO  WS-SW-DECFUNC
           IF DECTERC-NOVO
              INITIALIZE REG-DECTERC
           ELSE
              MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-DT
              MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-DT
              MOVE WS-ANO-IN                  TO  WS-ANO-DT
              READ DECTERC
              IF WS-FS-DEC = '00'
                 MOVE 'S'  TO  WS-SW-DECFUNC
              ELSE
                 IF WS-FS-DEC  NOT = '23'
                    MOVE 'ERRO NA LEITURA DO DECTERC'  TO  WS-MSG
                    MOVE WS-FS-DEC                     TO  WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
                 INITIALIZE REG-DECTERC
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CONTRACHEQUE DO FUNCIONARIO (COMPETENCIA AAAA13)
      *--------------------------------------------------------------*
       040-GRAVAR-HOLERITE.

           MOVE WS-DPTO-FU OF REG-CADFUNC     TO  WS-DPTO-HO
           MOVE WS-FUNC-FU OF REG-CADFUNC     TO  WS-FUNC-HO
           MOVE WS-COMPET-DEC                 TO  WS-COMPET-HO
           MOVE WS-NOME-FU OF REG-CADFUNC     TO  WS-NOME-HO
           MOVE WS-VLR-SAL-HO                 TO  WS-SALARIO-HO
           MOVE WS-VLR-VAR-HO                 TO  WS-COMISSAO-HO
           MOVE ZEROS                         TO  WS-HORAULA-HO
           MOVE ZEROS                         TO  WS-PROVPON-HO
           MOVE ZEROS                         TO  WS-DESCPON-HO
           MOVE ZEROS                         TO  WS-CONSIG-HO
           MOVE WS-VLR-BRUTO                  TO  WS-BRUTO-HO
           MOVE WS-VLR-INSS                   TO  WS-INSS-HO
           MOVE WS-VLR-IRRF                   TO  WS-IRRF-HO
           MOVE WS-VLR-LIQUIDO                TO  WS-LIQUIDO-HO

           WRITE REG-HOLERITE
           IF WS-FS-HOL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO HOLERITE'  TO  WS-MSG
              MOVE WS-FS-HOL                       TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTHOLER
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DO CREDITO BANCARIO DO LIQUIDO
      *--------------------------------------------------------------*
       042-GRAVAR-CREDITO.

           MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-BD
           MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-BD
           MOVE WS-NOME-FU OF REG-CADFUNC  TO  WS-NOME-BD
           MOVE WS-VLR-LIQUIDO             TO  WS-VALOR-BD

           WRITE REG-BANCRED  FROM  WS-BAN-DETALHE
           IF WS-FS-BAN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO BANCRED'  TO  WS-MSG
              MOVE WS-FS-BAN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1               TO  WS-QTD-BT
           ADD WS-VLR-LIQUIDO  TO  WS-TOTAL-BT
           .
      *--------------------------------------------------------------*
      *    ACUMULAR OS TOTAIS DO DEPARTAMENTO E DA EMPRESA
      *--------------------------------------------------------------*
       044-ACUMULAR-TOTAIS.

           ADD 1  TO  WS-DPT-QTD
           ADD WS-VLR-MEDIA                  TO  WS-DPT-MEDIA
           ADD WS-VLR-INTEGRAL               TO  WS-DPT-INTEGRAL
           ADD WS-VLR-INSS                   TO  WS-DPT-INSS
           ADD WS-VLR-IRRF                   TO  WS-DPT-IRRF
           ADD WS-VLR-ADIANT                 TO  WS-DPT-ADIANT
           ADD WS-VLR-LIQUIDO                TO  WS-DPT-LIQUIDO

           ADD 1  TO  WS-EMP-QTD
           ADD WS-VLR-MEDIA                  TO  WS-EMP-MEDIA
           ADD WS-VLR-INTEGRAL               TO  WS-EMP-INTEGRAL
           ADD WS-VLR-INSS                   TO  WS-EMP-INSS
           ADD WS-VLR-IRRF                   TO  WS-EMP-IRRF
           ADD WS-VLR-ADIANT                 TO  WS-EMP-ADIANT
           ADD WS-VLR-LIQUIDO                TO  WS-EMP-LIQUIDO
           .
      *--------------------------------------------------------------*
      *    GRAVAR OU ATUALIZAR O CONTROLE DO DECIMO TERCEIRO COM A
      *    PARCELA PAGA NESTA EXECUCAO
      *--------------------------------------------------------------*
       046-GRAVAR-DECTERC.

           MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-DT
           MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-DT
           MOVE WS-ANO-IN                  TO  WS-ANO-DT
           MOVE WS-AVOS                    TO  WS-AVOS-DT
           MOVE WS-VLR-INTEGRAL            TO  WS-INTEGRAL-DT

           IF PRIMEIRA-PARCELA
              MOVE WS-VLR-ADIANT   TO  WS-ADIANT-DT
              MOVE WS-DTCRED-IN    TO  WS-DTPG1-DT
           ELSE
              MOVE WS-VLR-ADIANT   TO  WS-ADIANT-DT
              MOVE WS-VLR-INSS     TO  WS-INSS-DT
              MOVE WS-VLR-IRRF     TO  WS-IRRF-DT
              MOVE WS-VLR-LIQUIDO  TO  WS-SALDO-DT
              MOVE WS-DTCRED-IN    TO  WS-DTPG2-DT
           END-IF

           IF DECFUNC-ACHADO
              REWRITE REG-DECTERC
           ELSE
              WRITE REG-DECTERC
           END-IF
           IF WS-FS-DEC  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO DECTERC'  TO  WS-MSG
              MOVE WS-FS-DEC                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PARCELA NO HISTORICO DE PAGAMENTOS (VER V03): O
      *    DECIMO TERCEIRO E DE TRIBUTACAO EXCLUSIVA; NA 2A PARCELA
      *    O INFORME LEVA O INTEGRAL MENOS O ADIANTAMENTO, QUE JA
      *    ENTROU PELO REGISTRO DA 1A. A REEXECUCAO SUBSTITUI
      *--------------------------------------------------------------*
       048-GRAVAR-HISTORICO.

           INITIALIZE REG-FOLHIST
           MOVE WS-DPTO-FU OF REG-CADFUNC     TO  WS-DPTO-HF
           MOVE WS-FUNC-FU OF REG-CADFUNC     TO  WS-FUNC-HF
           MOVE WS-COMPET-DEC                 TO  WS-COMPET-HF
           MOVE WS-NOME-FU OF REG-CADFUNC     TO  WS-NOME-HF
           MOVE WS-VLR-BRUTO                  TO  WS-BRUTO-HF
           IF PRIMEIRA-PARCELA
              MOVE 'A'                        TO  WS-TIPO-HF
              MOVE WS-VLR-BRUTO               TO  WS-DEC-HF
           ELSE
              MOVE 'D'                        TO  WS-TIPO-HF
              IF WS-VLR-BRUTO > WS-VLR-ADIANT
                 COMPUTE WS-DEC-HF = WS-VLR-BRUTO - WS-VLR-ADIANT
              END-IF
           END-IF
           MOVE WS-VLR-INSS                   TO  WS-INSS13-HF
           MOVE WS-VLR-IRRF                   TO  WS-IRRF13-HF
           MOVE WS-VLR-LIQUIDO                TO  WS-LIQUIDO-HF
           MOVE 1                             TO  WS-QTD-HF
           MOVE WS-DTCRED-IN                  TO  WS-DTCRED-HF
           MOVE WS-PROGID                     TO  WS-PROGID-HF
           MOVE WS-DTSYS                      TO  WS-DTPROC-HF

           WRITE REG-FOLHIST
           IF WS-FS-HIS = '22'
              REWRITE REG-FOLHIST
              ADD 1  TO  WS-CTHISTSUB
           END-IF
           IF WS-FS-HIS  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO FOLHIST'  TO  WS-MSG
              MOVE WS-FS-HIS                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTHIST
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR E ZERAR O TOTAL DO DEPARTAMENTO
      *--------------------------------------------------------------*
       060-TOTAL-DPTO.

           MOVE WS-DPTO-ATUAL       TO  WS-DPTO-R
           MOVE WS-NOME-DPTO-ATUAL  TO  WS-NOME-DPTO-R
           MOVE WS-DPT-QTD          TO  WS-QTD-R
           MOVE WS-DPT-MEDIA        TO  WS-MEDIA-R
           MOVE WS-DPT-INTEGRAL     TO  WS-INTEGRAL-R
           MOVE WS-DPT-INSS         TO  WS-INSS-R
           MOVE WS-DPT-IRRF         TO  WS-IRRF-R
           MOVE WS-DPT-ADIANT       TO  WS-ADIANT-R
           MOVE WS-DPT-LIQUIDO      TO  WS-LIQUIDO-R

           IF WS-CTLIN > 55
              PERFORM 080-IMPCAB
           END-IF

           WRITE REG-RELDEC  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELDEC'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           ELSE
              ADD 1  TO  WS-CTLIN
           END-IF

           MOVE ZEROS  TO  WS-DPT-QTD
           MOVE ZEROS  TO  WS-DPT-MEDIA
           MOVE ZEROS  TO  WS-DPT-INTEGRAL
           MOVE ZEROS  TO  WS-DPT-INSS
           MOVE ZEROS  TO  WS-DPT-IRRF
           MOVE ZEROS  TO  WS-DPT-ADIANT
           MOVE ZEROS  TO  WS-DPT-LIQUIDO
           MOVE 'N'    TO  WS-SW-GRUPO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TOTAL DA EMPRESA
      *--------------------------------------------------------------*
       070-TOTAL-EMPRESA.

           IF WS-CTLIN > 55
              PERFORM 080-IMPCAB
           END-IF

           WRITE REG-RELDEC  FROM  WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELDEC'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE WS-EMP-QTD        TO  WS-QTD-T
           MOVE WS-EMP-MEDIA      TO  WS-MEDIA-T
           MOVE WS-EMP-INTEGRAL   TO  WS-INTEGRAL-T
           MOVE WS-EMP-INSS       TO  WS-INSS-T
           MOVE WS-EMP-IRRF       TO  WS-IRRF-T
           MOVE WS-EMP-ADIANT     TO  WS-ADIANT-T
           MOVE WS-EMP-LIQUIDO    TO  WS-LIQUIDO-T

           WRITE REG-RELDEC  FROM  WS-REG-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELDEC'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       080-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELDEC FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELDEC FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELDEC FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELDEC FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 4 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE REG-BANCRED  FROM  WS-BAN-TRAILER
           IF WS-FS-BAN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO BANCRED'  TO  WS-MSG
              MOVE WS-FS-BAN                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG190        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * FUNCIONARIOS LIDOS - CADFUNC = ' WS-CTLIDO
           DISPLAY ' * CONTRACHEQUES GRAVADOS       = ' WS-CTHOLER
           DISPLAY ' * SEM DATA DE ADMISSAO         = ' WS-CTSEMADM
           DISPLAY ' * SEM AVOS NO ANO              = ' WS-CTSEMDIR
           DISPLAY ' * PARCELA JA PAGA (PULADOS)    = ' WS-CTJAPAGO
           IF SEGUNDA-PARCELA
              DISPLAY ' * SALDO SEM ADIANTAMENTO       = ' WS-CTSEMADT
              DISPLAY ' * ADIANTAMENTO MAIOR QUE SALDO = ' WS-CTSALNEG
           END-IF
           DISPLAY ' * COMISSOES LIDAS - FOLHAFEE   = ' WS-CTCOMIS
           DISPLAY ' * COMISSOES SEM VINCULO        = ' WS-CTSEMVINC
           DISPLAY ' * VALOR SEM VINCULO            = ' WS-VLSEMVINC
           DISPLAY ' * HORAS-AULA LIDAS - FOLHAHOR  = ' WS-CTAULAS
           DISPLAY ' * CREDITOS BANCARIOS           = ' WS-QTD-BT
           DISPLAY ' * TOTAL LIQUIDO CREDITADO      = ' WS-TOTAL-BT
           DISPLAY ' * REGISTROS GRAVADOS - FOLHIST = ' WS-CTHIST
           DISPLAY ' * SUBSTITUIDOS NA REEXECUCAO   = ' WS-CTHISTSUB
           DISPLAY ' *========================================*'

           IF WS-CTHOLER  NOT = WS-QTD-BT
              MOVE  'HOLERITE X BANCRED DIVERGEM '  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DECTERC
           IF WS-FS-DEC  NOT = '00'
              MOVE  'ERRO AO FECHAR O DECTERC'  TO WS-MSG
              MOVE   WS-FS-DEC                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  HOLERITE
           IF WS-FS-HOL  NOT = '00'
              MOVE  'ERRO AO FECHAR O HOLERITE'  TO WS-MSG
              MOVE   WS-FS-HOL                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  BANCRED
           IF WS-FS-BAN  NOT = '00'
              MOVE  'ERRO AO FECHAR O BANCRED'  TO WS-MSG
              MOVE   WS-FS-BAN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELDEC
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELDEC'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG190        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    TRIBUTOS DA FOLHA (INSS E IRRF POR VIGENCIA)
      *--------------------------------------------------------------*
           COPY FOLTRIB.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG190 <
