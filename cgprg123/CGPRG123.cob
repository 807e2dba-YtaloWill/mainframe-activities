      *             SOMADAS AO BRUTO DO FUNCIONARIO-VENDEDOR VIA
      *             TABELA DE VINCULO VENDEDOR X DPTO/FUNCIONARIO
      *             (VENDXREF);
      *           - HORAS-AULA DOS INSTRUTORES HORISTAS APURADAS PELO
      *             CGPRG149 NA GRADE HORARIA (FOLHAHOR), SOMADAS AO
      *             BRUTO PELO VINCULO DO INSTRUTOR COM O CADFUNC;
      *           - HORAS EXTRAS E ADICIONAL NOTURNO (PROVENTOS) E
      *             FALTAS, DSR PERDIDO E ATRASOS (DESCONTOS) DO
      *             FECHAMENTO DO PONTO PELO CGPRG193 (FOLHAPON),
      *             JA NA CHAVE DO CADFUNC, SOMADOS E ABATIDOS NO
      *             BRUTO;
      *           - EMPRESTIMOS CONSIGNADOS DO EMPCONS (CARGA DO
      *             CGPRG196): PARCELAS DESCONTADAS DO LIQUIDO ATE A
      *             MARGEM CONSIGNAVEL DE 35% DE (BRUTO - PREVIDENCIA
      *             - IMPOSTO), COM O RESULTADO DE CADA CONTRATO
      *             GUARDADO NO EMPCONS PARA O RETORNO DO CGPRG197;
      *           - SAIDAS: CONTRACHEQUE POR FUNCIONARIO (HOLERITE),
      *             ARQUIVO DE CREDITO BANCARIO DO LIQUIDO (BANCRED,
      *             COM HEADER/TRAILER E TOTAIS DE CONFERENCIA) E
      *             RESUMO POR DEPARTAMENTO (RELFOLM) CUJA COLUNA DE
      *             SALARIOS FECHA COM O CUSTO DE FOLHA DO CGPRG069.
      *           COMPETENCIA FECHADA NO PERFIN NAO E PROCESSADA;
      *           NA REEXECUCAO DA COMPETENCIA (TOTAL DA EMPRESA JA
      *           NO FOLHIST) OS EVENTOS CONTABEIS NAO SAO
      *           REENFILEIRADOS E AS DIFERENCAS SAO EXIBIDAS
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          PAGAMENTO MENSAL (INSS/IRRF POR
      *                          VIGENCIA, COMISSOES, HOLERITE,
      *                          CREDITO BANCARIO E RESUMO)
      *  V02    OUT/2026 010188  HORAS-AULA DOS HORISTAS (FOLHAHOR
      *                          DO CGPRG149) NO BRUTO E NO
      *                          CONTRACHEQUE
      *  V03    OUT/2026 010202  CONTABILIZACAO: FECHADA A FOLHA,
      *                          ENFILEIRA NO CTBFILA, NA DATA DO
      *                          CREDITO, OS EVENTOS FOL (BRUTO SEM AS
      *                          COMISSOES), FCM (COMISSOES PAGAS NA
      *                          FOLHA), INS E IRF (RETENCOES), PARA O
      *                          CGPRG172
      *  V04    OUT/2026 010209  PERIODO FINANCEIRO (CALENDARIO PERFIN
      *                          - COPY PERFINC, AREA 'F', MANTIDO
      *                          PELO CGPRG180): FOLHA DE UMA
      *                          COMPETENCIA FECHADA GRAVA O CARTAO DE
      *                          PARAMETROS NO REJFILE COM O MOTIVO
      *                          'PER' E CANCELA A EXECUCAO, COMO O
      *                          FECHAMENTO DO FECHMES; CADA EVENTO
      *                          CONTABIL DA FOLHA DE UMA COMPETENCIA
      *                          REABERTA E GRAVADO NO PERAUD (COPY
      *                          PERAUDC) PARA A AUDITORIA DO CGPRG180
      *  V05    OUT/2026 010218  PONTO ELETRONICO: PROVENTOS E
      *                          DESCONTOS DO FECHAMENTO DO CGPRG193
      *                          (FOLHAPON - COPY FOLPONC) NO BRUTO E
      *                          NO CONTRACHEQUE (LRECL DO HOLERITE
      *                          PASSA A 81); A COLUNA DE COMISSOES
      *                          DO RESUMO VIRA VARIAVEIS
      *  V06    OUT/2026 010219  HISTORICO DE PAGAMENTOS (FOLHIST -
      *                          COPY FOLHISC): UM REGISTRO POR
      *                          CONTRACHEQUE E O TOTAL DA EMPRESA DO
      *                          RELFOLM, PARA O INFORME DE
      *                          RENDIMENTOS DO CGPRG194
      *  V07    OUT/2026 010221  EMPRESTIMOS CONSIGNADOS (EMPCONS -
      *                          COPY EMPCONC): PARCELAS DESCONTADAS
      *                          DENTRO DA MARGEM DE 35%, FALTA
      *                          GUARDADA NO CONTRATO, SEM DESCONTO
      *                          NO MES DE INICIO DAS FERIAS
      *                          (FERAGEND); CONSIGNADO NO
      *                          CONTRACHEQUE (LRECL 87) E EVENTO CSG
      *                          P/ A CONTABILIDADE
      *  V08    OUT/2026 010234  REEXECUCAO DA COMPETENCIA NAO
      *                          REENFILEIRA OS EVENTOS NO CTBFILA
      *                          NEM AUDITA NO PERAUD; DIFERENCAS
      *                          CONTRA O TOTAL JA GRAVADO NO
      *                          FOLHIST EXIBIDAS, RETURN-CODE 4
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT FOLHAFEE ASSIGN TO FOLHAFEJ
                  FILE STATUS   IS WS-FS-FOL
           .
           SELECT FOLHAHOR ASSIGN TO FOLHAHOJ
                  FILE STATUS   IS WS-FS-FHO
           .
      *-----> PROVENTOS E DESCONTOS DO PONTO (VER V05)
           SELECT FOLHAPON ASSIGN TO FOLHAPOJ
                  FILE STATUS   IS WS-FS-FPO
           .
           SELECT HOLERITE ASSIGN TO HOLERITJ
                  FILE STATUS   IS WS-FS-HOL
           .
      *-----> HISTORICO DE PAGAMENTOS (VER V06)
           SELECT FOLHIST ASSIGN TO FOLHISTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-HF OF REG-FOLHIST
                  FILE STATUS   IS WS-FS-HIS
           .
      *-----> EMPRESTIMOS CONSIGNADOS E AGENDA DE FERIAS (VER V07)
           SELECT EMPCONS ASSIGN TO EMPCONSJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-EC OF REG-EMPCONS
                  FILE STATUS   IS WS-FS-EMP
           .
           SELECT FERAGEND ASSIGN TO FERAGENJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-FA OF REG-FERAGEND
                  FILE STATUS   IS WS-FS-FER
           .
           SELECT BANCRED ASSIGN TO BANCREDJ
                  FILE STATUS   IS WS-FS-BAN
           .
           SELECT RELFOLM ASSIGN TO RELFOLMJ
                  FILE STATUS   IS WS-FS-REL
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V03)
           SELECT CTBFILA ASSIGN TO CTBFILAJ
                  FILE STATUS   IS WS-FS-CTB
           .
      *-----> CALENDARIO DE PERIODOS FINANCEIROS E AUDITORIA DO
      *       PERIODO REABERTO (VER V04)
           SELECT PERFIN ASSIGN TO PERFINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-PF OF REG-PERFIN
                  FILE STATUS   IS WS-FS-PER
           .
           SELECT PERAUD ASSIGN TO PERAUDJ
                  FILE STATUS   IS WS-FS-AUD
           .
           SELECT REJFILE ASSIGN TO REJFILEJ
                  FILE STATUS   IS WS-FS-REJ
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           05 WS-COMPET-FO        PIC 9(06)      COMP-3.
           05 WS-VALOR-FO         PIC 9(08)V99   COMP-3.
           05 FILLER              PIC X(04).
      *-----> HORAS-AULA DO MES DOS INSTRUTORES HORISTAS (CGPRG149),
      *       JA NA CHAVE DO CADFUNC (VER 026)
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
      *-----> PROVENTOS E DESCONTOS DO MES APURADOS NO PONTO PELO
      *       CGPRG193, JA NA CHAVE DO CADFUNC (VER V05)
       FD  FOLHAPON
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHAPON.
           COPY FOLPONC.
      *-----> CONTRACHEQUE: UM REGISTRO POR FUNCIONARIO PROCESSADO
       FD  HOLERITE
           LABEL RECORD STANDARD
           05 WS-INSS-HO          PIC 9(07)V99   COMP-3.
           05 WS-IRRF-HO          PIC 9(07)V99   COMP-3.
           05 WS-LIQUIDO-HO       PIC 9(08)V99   COMP-3.
      *-----> HORAS-AULA DO HORISTA (VER V02) - OCUPA O ANTIGO FILLER
      *       DE 6 POSICOES, O LRECL CONTINUA 69
           05 WS-HORAULA-HO       PIC 9(08)V99   COMP-3.
      *-----> PROVENTOS E DESCONTOS DO PONTO (VER V05) - LRECL 81;
      *       O BRUTO JA VEM COM OS PROVENTOS SOMADOS E OS DESCONTOS
      *       ABATIDOS
           05 WS-PROVPON-HO       PIC 9(08)V99   COMP-3.
           05 WS-DESCPON-HO       PIC 9(08)V99   COMP-3.
      *-----> CONSIGNADOS DESCONTADOS (VER V07) - LRECL 87; O LIQUIDO
      *       JA VEM DEDUZIDO DELES
           05 WS-CONSIG-HO        PIC 9(08)V99   COMP-3.
      *-----> HISTORICO DE PAGAMENTOS (VER V06)
       FD  FOLHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FOLHIST.
           COPY FOLHISC.
      *-----> EMPRESTIMOS CONSIGNADOS E AGENDA DE FERIAS (VER V07)
       FD  EMPCONS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-EMPCONS.
           COPY EMPCONC.
       FD  FERAGEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FERAGEND.
           COPY FERAGENC.
      *-----> CREDITO BANCARIO DO LIQUIDO: HEADER '00', DETALHE '10'
      *       E TRAILER '99' COM CONTAGEM E SOMA DE CONFERENCIA
       FD  BANCRED
           .
       01  REG-RELFOLM            PIC X(120)
           .
      *-----> FILA DE EVENTOS P/ A CONTABILIDADE (VER V03)
       FD  CTBFILA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CTBFILA.
           COPY CTBFILC.
      *-----> PERIODOS FINANCEIROS E AUDITORIA (VER V04)
       FD  PERFIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERFIN.
           COPY PERFINC.
       FD  PERAUD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PERAUD.
           COPY PERAUDC.
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REJFILE.
           COPY REJCARDC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-CTCOMIS             PIC 9(03) VALUE ZEROS.
           05  WS-CTSEMVINC           PIC 9(03) VALUE ZEROS.
           05  WS-VLSEMVINC           PIC 9(09)V99 VALUE ZEROS.
           05  WS-CTAULAS             PIC 9(03) VALUE ZEROS.
           05  WS-CTAULASEMF          PIC 9(03) VALUE ZEROS.
           05  WS-VLAULASEMF          PIC 9(09)V99 VALUE ZEROS.
           05  WS-CTPONTO             PIC 9(03) VALUE ZEROS.
           05  WS-CTPONSEMF           PIC 9(03) VALUE ZEROS.
           05  WS-VLPONSEMF           PIC S9(09)V99 VALUE ZEROS.
           05  WS-CTDESCLIM           PIC 9(03) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-INS              PIC X(02).
           05  WS-FS-IRR              PIC X(02).
           05  WS-FS-XRE              PIC X(02).
           05  WS-FS-FOL              PIC X(02).
           05  WS-FS-FHO              PIC X(02).
           05  WS-FS-FPO              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-CTHIST              PIC 9(04) VALUE ZEROS.
           05  WS-CTHISTSUB           PIC 9(04) VALUE ZEROS.
           05  WS-FS-HOL              PIC X(02).
           05  WS-FS-BAN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-FAIXA-SUB           PIC 9(02) COMP.
           05  WS-COM-SUB             PIC 9(03) COMP.
           05  WS-AUL-SUB             PIC 9(03) COMP.
           05  WS-PON-SUB             PIC 9(03) COMP.

      *-----> CARTAO DE PARAMETROS (SYSIN): COMPETENCIA DA FOLHA E
      *       DATA DO CREDITO BANCARIO
               10  WS-COMIS-FUNC      PIC 9(04).
               10  WS-COMIS-VALOR     PIC 9(08)V99.

      *-----> HORAS-AULA POR FUNCIONARIO (DPTO+FUNC) A PARTIR DO
      *       FOLHAHOR DA COMPETENCIA; A MARCA DE USO APONTA NO FIM
      *       AS HORAS DE INSTRUTOR QUE NAO ACHOU O FUNCIONARIO
       01  WS-TAB-AULAS.
           05  WS-QTD-AULAS           PIC 9(03)  VALUE ZEROS.
           05  WS-AULAS-OCOR          OCCURS 99 TIMES.
               10  WS-AULAS-DPTO      PIC 9(04).
               10  WS-AULAS-FUNC      PIC 9(04).
               10  WS-AULAS-VALOR     PIC 9(08)V99.
               10  WS-AULAS-USO       PIC X(01).
                   88 AULAS-USADAS        VALUE 'S'.

      *-----> PROVENTOS E DESCONTOS DO PONTO POR FUNCIONARIO
      *       (DPTO+FUNC) A PARTIR DO FOLHAPON DA COMPETENCIA; A
      *       MARCA DE USO APONTA NO FIM O PONTO DE QUEM NAO ESTA
      *       MAIS NO CADFUNC (VER V05)
       01  WS-TAB-PONTO.
           05  WS-QTD-PONTO           PIC 9(03)  VALUE ZEROS.
           05  WS-PONTO-OCOR          OCCURS 99 TIMES.
               10  WS-PONTO-DPTO      PIC 9(04).
               10  WS-PONTO-FUNC      PIC 9(04).
               10  WS-PONTO-PROV      PIC 9(08)V99.
               10  WS-PONTO-DESC      PIC 9(08)V99.
               10  WS-PONTO-USO       PIC X(01).
                   88 PONTO-USADO         VALUE 'S'.

      *-----> CALCULO DO FUNCIONARIO CORRENTE
       01  WS-CALC-FUNC.
           05  WS-VLR-COMISSAO        PIC 9(08)V99.
           05  WS-VLR-HORAULA         PIC 9(08)V99.
           05  WS-VLR-PROVPON         PIC 9(08)V99.
           05  WS-VLR-DESCPON         PIC 9(08)V99.
           05  WS-VLR-BRUTO           PIC 9(08)V99.
           05  WS-VLR-INSS            PIC 9(07)V99.
           05  WS-VLR-IRRF            PIC 9(07)V99.
           05  WS-VLR-LIQUIDO         PIC 9(08)V99.
           05  WS-VLR-CONSIG          PIC 9(08)V99.
           05  WS-BASE-IRRF           PIC 9(08)V99.
           05  WS-FATIA-INSS          PIC 9(08)V99.
           05  WS-TETO-ANT            PIC 9(08)V99.
           05  WS-DPT-QTD             PIC 9(04)  VALUE ZEROS.
           05  WS-DPT-SALARIO         PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-COMISSAO        PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-HORAULA         PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-PROVPON         PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-BRUTO           PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-INSS            PIC 9(09)V99 VALUE ZEROS.
           05  WS-DPT-IRRF            PIC 9(09)V99 VALUE ZEROS.
           05  WS-EMP-QTD             PIC 9(05)  VALUE ZEROS.
           05  WS-EMP-SALARIO         PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-COMISSAO        PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-HORAULA         PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-PROVPON         PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-DESCPON         PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-BRUTO           PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-INSS            PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-IRRF            PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-LIQUIDO         PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-CONSIG          PIC 9(10)V99 VALUE ZEROS.
           05  WS-EMP-CONSFALTA       PIC 9(10)V99 VALUE ZEROS.

      *-----> REGISTROS DO ARQUIVO DE CREDITO BANCARIO
       01  WS-BAN-HEADER.
           05 FILLER                PIC X(16) VALUE
              '        SALARIOS'.
           05 FILLER                PIC X(15) VALUE
              '      VARIAVEIS'.
           05 FILLER                PIC X(16) VALUE
              '           BRUTO'.
           05 FILLER                PIC X(14) VALUE

       01  WS-HIFEN               PIC X(120)      VALUE ALL '-'.

      *-----> APOIO DA FILA DE EVENTOS P/ A CONTABILIDADE (VER V03)
       01  WS-AREA-CONTABIL.
           05  WS-FS-CTB              PIC X(02).
           05  WS-CTCONTAB            PIC 9(05) VALUE ZEROS.
           05  WS-EVENTO-CTB          PIC X(03).
           05  WS-VALOR-CTB           PIC 9(11)V99.
           05  WS-REFER-CTB           PIC X(13).
           05  FILLER  REDEFINES  WS-REFER-CTB.
               10  WS-REFER-NUM-CTB   PIC 9(07).
               10  WS-REFER-SUB-CTB   PIC 9(06).
      *-----> REEXECUCAO DA COMPETENCIA (VER V08): O TOTAL DA EMPRESA
      *       JA GRAVADO NO FOLHIST INDICA QUE OS EVENTOS JA FORAM
      *       ENFILEIRADOS NA PRIMEIRA EXECUCAO
           05  WS-SW-FOLHA            PIC X(01) VALUE 'N'.
               88  FOLHA-PRIMEIRA                VALUE 'N'.
               88  FOLHA-REEXECUTADA             VALUE 'R'.
               88  FOLHIST-CRIADO                VALUE 'C'.
           05  WS-BRUTO-ANT           PIC 9(10)V99 VALUE ZEROS.
           05  WS-INSS-ANT            PIC 9(10)V99 VALUE ZEROS.
           05  WS-IRRF-ANT            PIC 9(10)V99 VALUE ZEROS.
           05  WS-DIF-BRUTO           PIC S9(10)V99 VALUE ZEROS.
           05  WS-DIF-INSS            PIC S9(10)V99 VALUE ZEROS.
           05  WS-DIF-IRRF            PIC S9(10)V99 VALUE ZEROS.

      *-----> APOIO DO CALENDARIO DE PERIODOS FINANCEIROS (VER V04):
      *       SITUACAO DA ULTIMA COMPETENCIA CONSULTADA NO PERFIN
       01  WS-AREA-PERIODO.
           05  WS-FS-PER              PIC X(02).
           05  WS-FS-AUD              PIC X(02).
           05  WS-FS-REJ              PIC X(02).
           05  WS-SW-PERFIN           PIC X(01)  VALUE 'N'.
               88 PERFIN-PRESENTE         VALUE 'S'.
           05  WS-AREA-PER            PIC X(01)  VALUE 'F'.
           05  WS-COMPET-PER          PIC 9(06).
           05  WS-COMPET-PER-ANT      PIC 9(06)  VALUE ZEROS.
           05  WS-SW-PERIODO          PIC X(01)  VALUE 'A'.
               88 PERIODO-ABERTO          VALUE 'A' ' '.
               88 PERIODO-FECHADO         VALUE 'F'.
               88 PERIODO-REABERTO        VALUE 'R'.
           05  WS-CTPERFEC            PIC 9(04)  VALUE ZEROS.
           05  WS-CTPERAUD            PIC 9(04)  VALUE ZEROS.
           05  WS-DTSYS-PER           PIC 9(08).
           05  WS-HRSYS-PER           PIC 9(08).

      *-----> APOIO DOS EMPRESTIMOS CONSIGNADOS (VER V07): MARGEM
      *       DO FUNCIONARIO CORRENTE, FERIAS NO MES E CONTADORES
       01  WS-AREA-CONSIG.
           05  WS-FS-EMP              PIC X(02).
           05  WS-FS-FER              PIC X(02).
           05  WS-SW-EMPCONS          PIC X(01)  VALUE 'N'.
               88 EMPCONS-PRESENTE        VALUE 'S'.
           05  WS-SW-FERAGEND         PIC X(01)  VALUE 'N'.
               88 FERAGEND-PRESENTE       VALUE 'S'.
           05  WS-SW-FIM-CONTR        PIC X(01).
               88 FIM-CONTRATOS           VALUE 'S'.
           05  WS-SW-FIM-FER          PIC X(01).
               88 FIM-FERIAS              VALUE 'S'.
           05  WS-SW-FERIAS-MES       PIC X(01).
               88 FERIAS-NO-MES           VALUE 'S'.
           05  WS-PERC-MARGEM         PIC 9(02)V99 VALUE 35.
           05  WS-VLR-MARGEM          PIC 9(08)V99.
           05  WS-VLR-MARGEM-DISP     PIC 9(08)V99.
           05  WS-DT-INI-MES          PIC 9(08).
           05  WS-DT-FIM-MES          PIC 9(08).
           05  WS-CTCONTR             PIC 9(05) VALUE ZEROS.
           05  WS-CTCONSINT           PIC 9(05) VALUE ZEROS.
           05  WS-CTCONSMARG          PIC 9(05) VALUE ZEROS.
           05  WS-CTCONSFER           PIC 9(05) VALUE ZEROS.
           05  WS-CTCONSQUIT          PIC 9(05) VALUE ZEROS.
           05  WS-CTCONSREEX          PIC 9(05) VALUE ZEROS.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

           END-IF
           MOVE WS-COMPET-IN  TO  WS-COMPET-CAB

      *-----> PERIODOS FINANCEIROS (VER V04): SEM O PERFIN, TODA
      *       COMPETENCIA ESTA ABERTA
           OPEN INPUT PERFIN
           IF WS-FS-PER = '35'
              MOVE 'N'  TO  WS-SW-PERFIN
              DISPLAY ' * PERFIN AUSENTE - PERIODOS TODOS ABERTOS'
           ELSE
              IF WS-FS-PER  NOT = '00'
                 MOVE  'ERRO AO ABRIR O PERFIN'  TO WS-MSG
                 MOVE   WS-FS-PER                TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE 'S'  TO  WS-SW-PERFIN
              END-IF
           END-IF

           OPEN EXTEND PERAUD
           IF WS-FS-AUD = '35'
              OPEN OUTPUT PERAUD
           END-IF
           IF WS-FS-AUD  NOT = '00'
              MOVE  'ERRO AO ABRIR O PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ACCEPT WS-DTSYS-PER  FROM DATE YYYYMMDD
           ACCEPT WS-HRSYS-PER  FROM TIME

      *-----> COMPETENCIA DA FOLHA FECHADA NO PERFIN CANCELA A
      *       EXECUCAO (VER V04)
           MOVE WS-COMPET-IN  TO  WS-COMPET-PER
           PERFORM 070-CONFERIR-PERIODO
           IF PERIODO-FECHADO
              PERFORM 072-REJEITAR-PERIODO
              MOVE  'PERIODO FINANCEIRO FECHADO'  TO WS-MSG
              MOVE  '  '                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF PERIODO-REABERTO
              DISPLAY ' * COMPETENCIA REABERTA - EVENTOS VAO AO PERAUD'
           END-IF

           PERFORM 015-CARREGAR-INSS
           PERFORM 017-CARREGAR-IRRF
           PERFORM 019-CARREGAR-XREF THRU 019-CARREGAR-XREF-FIM
           PERFORM 021-CARREGAR-COMISSOES
               THRU 021-CARREGAR-COM-FIM
           PERFORM 026-CARREGAR-AULAS THRU 026-CARREGAR-AULAS-FIM
           PERFORM 029-CARREGAR-PONTO THRU 029-CARREGAR-PONTO-FIM

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              GO TO  999-ERRO
           END-IF

           OPEN I-O FOLHIST
           IF WS-FS-HIS = '35'
              OPEN OUTPUT FOLHIST
              MOVE 'C'  TO  WS-SW-FOLHA
           END-IF
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> CONSIGNADOS E FERIAS (VER V07): SEM O EMPCONS NAO HA
      *       DESCONTO; SEM O FERAGEND NINGUEM ESTA DE FERIAS
           OPEN I-O EMPCONS
           IF WS-FS-EMP = '35'
              MOVE 'N'  TO  WS-SW-EMPCONS
              DISPLAY ' * EMPCONS AUSENTE - SEM CONSIGNADOS'
           ELSE
              IF WS-FS-EMP  NOT = '00'
                 MOVE  'ERRO AO ABRIR O EMPCONS'  TO WS-MSG
                 MOVE   WS-FS-EMP                 TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE 'S'  TO  WS-SW-EMPCONS
              END-IF
           END-IF

           OPEN INPUT FERAGEND
           IF WS-FS-FER = '35'
              MOVE 'N'  TO  WS-SW-FERAGEND
              DISPLAY ' * FERAGEND AUSENTE - NINGUEM DE FERIAS'
           ELSE
              IF WS-FS-FER  NOT = '00'
                 MOVE  'ERRO AO ABRIR O FERAGEND'  TO WS-MSG
                 MOVE   WS-FS-FER                  TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE 'S'  TO  WS-SW-FERAGEND
              END-IF
           END-IF
           COMPUTE WS-DT-INI-MES = WS-COMPET-IN * 100 + 1
           COMPUTE WS-DT-FIM-MES = WS-COMPET-IN * 100 + 31

           OPEN OUTPUT BANCRED
           IF WS-FS-BAN  NOT = '00'
              MOVE  'ERRO AO ABRIR O BANCRED'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN EXTEND CTBFILA
           IF WS-FS-CTB = '35'
              OPEN OUTPUT CTBFILA
           END-IF
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO ABRIR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-CADFUNC
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR AS HORAS-AULA DOS HORISTAS (FOLHAHOR DO CGPRG149)
      *--------------------------------------------------------------*
       026-CARREGAR-AULAS.

           OPEN INPUT FOLHAHOR
           IF WS-FS-FHO = '35'
              DISPLAY ' * FOLHAHOR AUSENTE - FOLHA SEM HORA-AULA'
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

           IF WS-COMPET-FH  NOT = WS-COMPET-IN
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
                 MOVE  'HORAS-AULA DEMAIS NA FOLHA'  TO WS-MSG
                 MOVE  '  '                          TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-AULAS
              MOVE WS-QTD-AULAS  TO  WS-AUL-SUB
              MOVE WS-DPTO-FH    TO  WS-AULAS-DPTO (WS-AUL-SUB)
              MOVE WS-FUNC-FH    TO  WS-AULAS-FUNC (WS-AUL-SUB)
              MOVE ZEROS         TO  WS-AULAS-VALOR (WS-AUL-SUB)
              MOVE 'N'           TO  WS-AULAS-USO (WS-AUL-SUB)
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
      *    CARREGAR OS PROVENTOS E DESCONTOS DO PONTO (FOLHAPON DO
      *    CGPRG193 - VER V05)
      *--------------------------------------------------------------*
       029-CARREGAR-PONTO.

           OPEN INPUT FOLHAPON
           IF WS-FS-FPO = '35'
              DISPLAY ' * FOLHAPON AUSENTE - FOLHA SEM PONTO'
              GO TO 029-CARREGAR-PONTO-FIM
           END-IF
           IF WS-FS-FPO  NOT = '00'
              MOVE  'ERRO AO ABRIR O FOLHAPON'  TO WS-MSG
              MOVE   WS-FS-FPO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 031-LER-FOLHAPON THRU 031-LER-FOLHAPON-FIM
           PERFORM 031-LER-FOLHAPON THRU 031-LER-FOLHAPON-FIM
               UNTIL WS-FS-FPO = '10'

           CLOSE FOLHAPON
           IF WS-FS-FPO  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHAPON'  TO WS-MSG
              MOVE   WS-FS-FPO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       029-CARREGAR-PONTO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PONTO DE UM FUNCIONARIO E GUARDAR NA TABELA
      *--------------------------------------------------------------*
       031-LER-FOLHAPON.

           READ FOLHAPON
           IF WS-FS-FPO = '10'
              GO TO 031-LER-FOLHAPON-FIM
           END-IF
           IF WS-FS-FPO  NOT = '00'
              MOVE  'ERRO NA LEITURA DO FOLHAPON'  TO WS-MSG
              MOVE   WS-FS-FPO                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-COMPET-FP  NOT = WS-COMPET-IN
              GO TO 031-LER-FOLHAPON-FIM
           END-IF
           ADD 1  TO  WS-CTPONTO

           MOVE 1  TO  WS-PON-SUB
           PERFORM 038-AVANCAR-PONTO
               UNTIL WS-PON-SUB > WS-QTD-PONTO
                  OR (WS-PONTO-DPTO (WS-PON-SUB) = WS-DPTO-FP
                      AND WS-PONTO-FUNC (WS-PON-SUB) = WS-FUNC-FP)

           IF WS-PON-SUB > WS-QTD-PONTO
              IF WS-QTD-PONTO = 99
                 MOVE  'PONTO DEMAIS NA FOLHA'  TO WS-MSG
                 MOVE  '  '                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-PONTO
              MOVE WS-QTD-PONTO  TO  WS-PON-SUB
              MOVE WS-DPTO-FP    TO  WS-PONTO-DPTO (WS-PON-SUB)
              MOVE WS-FUNC-FP    TO  WS-PONTO-FUNC (WS-PON-SUB)
              MOVE ZEROS         TO  WS-PONTO-PROV (WS-PON-SUB)
              MOVE ZEROS         TO  WS-PONTO-DESC (WS-PON-SUB)
              MOVE 'N'           TO  WS-PONTO-USO (WS-PON-SUB)
           END-IF

           ADD WS-PROVENTOS-FP  TO  WS-PONTO-PROV (WS-PON-SUB)
           ADD WS-DESCONTOS-FP  TO  WS-PONTO-DESC (WS-PON-SUB)
           .
       031-LER-FOLHAPON-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CALCULAR A FOLHA DE UM FUNCIONARIO
      *--------------------------------------------------------------*
       030-PROCESSAR.
           END-IF

           PERFORM 032-BUSCAR-COMISSAO
           PERFORM 033-BUSCAR-AULAS
           PERFORM 039-BUSCAR-PONTO
           COMPUTE WS-VLR-BRUTO = WS-SALARIO-FU OF REG-CADFUNC
                                + WS-VLR-COMISSAO
                                + WS-VLR-HORAULA
                                + WS-VLR-PROVPON
      *-----> O DESCONTO DO PONTO NUNCA LEVA O BRUTO ABAIXO DE ZERO
           IF WS-VLR-DESCPON > WS-VLR-BRUTO
              DISPLAY ' * DESCONTO DO PONTO LIMITADO AO BRUTO: DPTO '
                      WS-DPTO-FU OF REG-CADFUNC ' FUNC '
                      WS-FUNC-FU OF REG-CADFUNC
              ADD 1  TO  WS-CTDESCLIM
              MOVE WS-VLR-BRUTO  TO  WS-VLR-DESCPON
           END-IF
           SUBTRACT WS-VLR-DESCPON  FROM  WS-VLR-BRUTO
           PERFORM 034-CALCULAR-INSS
           PERFORM 036-CALCULAR-IRRF
           COMPUTE WS-VLR-LIQUIDO = WS-VLR-BRUTO - WS-VLR-INSS
                                  - WS-VLR-IRRF
      *-----> CONSIGNADOS DENTRO DA MARGEM SAEM DO LIQUIDO (VER V07)
           MOVE ZEROS  TO  WS-VLR-CONSIG
           IF EMPCONS-PRESENTE
              PERFORM 050-DESCONTAR-CONSIG
                  THRU 050-DESCONTAR-CONSIG-FIM
           END-IF
           SUBTRACT WS-VLR-CONSIG  FROM  WS-VLR-LIQUIDO

           PERFORM 040-GRAVAR-HOLERITE
           PERFORM 046-GRAVAR-HISTORICO
           PERFORM 042-GRAVAR-CREDITO
           PERFORM 044-ACUMULAR-TOTAIS

           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCAR AS HORAS-AULA DO FUNCIONARIO E MARCAR O USO
      *--------------------------------------------------------------*
       033-BUSCAR-AULAS.

           MOVE ZEROS  TO  WS-VLR-HORAULA
           MOVE 1      TO  WS-AUL-SUB
           PERFORM 028-AVANCAR-AULAS
               UNTIL WS-AUL-SUB > WS-QTD-AULAS
                  OR (WS-AULAS-DPTO (WS-AUL-SUB) =
                          WS-DPTO-FU OF REG-CADFUNC
                      AND WS-AULAS-FUNC (WS-AUL-SUB) =
                          WS-FUNC-FU OF REG-CADFUNC)
           IF WS-AUL-SUB  NOT > WS-QTD-AULAS
              MOVE WS-AULAS-VALOR (WS-AUL-SUB)
                   TO  WS-VLR-HORAULA
              MOVE 'S'  TO  WS-AULAS-USO (WS-AUL-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DO PONTO
      *--------------------------------------------------------------*
       038-AVANCAR-PONTO.

           ADD 1  TO  WS-PON-SUB
           .
      *--------------------------------------------------------------*
      *    BUSCAR OS PROVENTOS E DESCONTOS DO PONTO DO FUNCIONARIO E
      *    MARCAR O USO
      *--------------------------------------------------------------*
       039-BUSCAR-PONTO.

           MOVE ZEROS  TO  WS-VLR-PROVPON
           MOVE ZEROS  TO  WS-VLR-DESCPON
           MOVE 1      TO  WS-PON-SUB
           PERFORM 038-AVANCAR-PONTO
               UNTIL WS-PON-SUB > WS-QTD-PONTO
                  OR (WS-PONTO-DPTO (WS-PON-SUB) =
                          WS-DPTO-FU OF REG-CADFUNC
                      AND WS-PONTO-FUNC (WS-PON-SUB) =
                          WS-FUNC-FU OF REG-CADFUNC)
           IF WS-PON-SUB  NOT > WS-QTD-PONTO
              MOVE WS-PONTO-PROV (WS-PON-SUB)  TO  WS-VLR-PROVPON
              MOVE WS-PONTO-DESC (WS-PON-SUB)  TO  WS-VLR-DESCPON
              MOVE 'S'  TO  WS-PONTO-USO (WS-PON-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESCONTO PREVIDENCIARIO PROGRESSIVO: CADA FAIXA TRIBUTA
      *    SO A FATIA DO BRUTO QUE LHE CABE E O DESCONTO CESSA NO
      *    TETO DA ULTIMA FAIXA
           MOVE WS-NOME-FU OF REG-CADFUNC     TO  WS-NOME-HO
           MOVE WS-SALARIO-FU OF REG-CADFUNC  TO  WS-SALARIO-HO
           MOVE WS-VLR-COMISSAO               TO  WS-COMISSAO-HO
           MOVE WS-VLR-HORAULA                TO  WS-HORAULA-HO
           MOVE WS-VLR-PROVPON                TO  WS-PROVPON-HO
           MOVE WS-VLR-DESCPON                TO  WS-DESCPON-HO
           MOVE WS-VLR-BRUTO                  TO  WS-BRUTO-HO
           MOVE WS-VLR-INSS                   TO  WS-INSS-HO
           MOVE WS-VLR-IRRF                   TO  WS-IRRF-HO
           MOVE WS-VLR-LIQUIDO                TO  WS-LIQUIDO-HO
           MOVE WS-VLR-CONSIG                 TO  WS-CONSIG-HO

           WRITE REG-HOLERITE
           IF WS-FS-HOL  NOT = '00'
           ADD 1  TO  WS-DPT-QTD
           ADD WS-SALARIO-FU OF REG-CADFUNC  TO  WS-DPT-SALARIO
           ADD WS-VLR-COMISSAO               TO  WS-DPT-COMISSAO
           ADD WS-VLR-HORAULA                TO  WS-DPT-HORAULA
           ADD WS-VLR-PROVPON                TO  WS-DPT-PROVPON
           ADD WS-VLR-BRUTO                  TO  WS-DPT-BRUTO
           ADD WS-VLR-INSS                   TO  WS-DPT-INSS
           ADD WS-VLR-IRRF                   TO  WS-DPT-IRRF
           ADD 1  TO  WS-EMP-QTD
           ADD WS-SALARIO-FU OF REG-CADFUNC  TO  WS-EMP-SALARIO
           ADD WS-VLR-COMISSAO               TO  WS-EMP-COMISSAO
           ADD WS-VLR-HORAULA                TO  WS-EMP-HORAULA
           ADD WS-VLR-PROVPON                TO  WS-EMP-PROVPON
           ADD WS-VLR-DESCPON                TO  WS-EMP-DESCPON
           ADD WS-VLR-BRUTO                  TO  WS-EMP-BRUTO
           ADD WS-VLR-INSS                   TO  WS-EMP-INSS
           ADD WS-VLR-IRRF                   TO  WS-EMP-IRRF
           ADD WS-VLR-LIQUIDO                TO  WS-EMP-LIQUIDO
           ADD WS-VLR-CONSIG                 TO  WS-EMP-CONSIG
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CONTRACHEQUE NO HISTORICO DE PAGAMENTOS: NA
      *    FOLHA MENSAL O BRUTO TODO E RENDIMENTO TRIBUTAVEL (VER V06)
      *--------------------------------------------------------------*
       046-GRAVAR-HISTORICO.

           INITIALIZE REG-FOLHIST
           MOVE WS-DPTO-FU OF REG-CADFUNC     TO  WS-DPTO-HF
           MOVE WS-FUNC-FU OF REG-CADFUNC     TO  WS-FUNC-HF
           MOVE WS-COMPET-IN                  TO  WS-COMPET-HF
           MOVE 'M'                           TO  WS-TIPO-HF
           MOVE WS-NOME-FU OF REG-CADFUNC     TO  WS-NOME-HF
           MOVE WS-VLR-BRUTO                  TO  WS-BRUTO-HF
           MOVE WS-VLR-BRUTO                  TO  WS-TRIB-HF
           MOVE WS-VLR-INSS                   TO  WS-INSS-HF
           MOVE WS-VLR-IRRF                   TO  WS-IRRF-HF
           MOVE WS-VLR-LIQUIDO                TO  WS-LIQUIDO-HF
           MOVE 1                             TO  WS-QTD-HF
           PERFORM 048-GRAVAR-FOLHIST
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DO FOLHIST; A REEXECUCAO DA COMPETENCIA
      *    SUBSTITUI O REGISTRO JA GRAVADO
      *--------------------------------------------------------------*
       048-GRAVAR-FOLHIST.

           MOVE WS-DTCRED-IN   TO  WS-DTCRED-HF
           MOVE WS-PROGID      TO  WS-PROGID-HF
           MOVE WS-DTSYS-PER   TO  WS-DTPROC-HF
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
      *    EMPRESTIMOS CONSIGNADOS DO FUNCIONARIO (VER V07): MARGEM DE
      *    35% DE (BRUTO - PREVIDENCIA - IMPOSTO), CONSUMIDA PELOS
      *    CONTRATOS ATIVOS NA ORDEM DA CHAVE (INSTITUICAO E
      *    CONTRATO). O RESULTADO DE CADA CONTRATO FICA NO EMPCONS
      *--------------------------------------------------------------*
       050-DESCONTAR-CONSIG.

           COMPUTE WS-VLR-MARGEM = (WS-VLR-BRUTO - WS-VLR-INSS
                                 - WS-VLR-IRRF) * WS-PERC-MARGEM / 100
           MOVE WS-VLR-MARGEM  TO  WS-VLR-MARGEM-DISP
           PERFORM 051-VERIFICAR-FERIAS THRU 051-VERIFICAR-FERIAS-FIM

           MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-EC
           MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-EC
           MOVE ZEROS                      TO  WS-BANCO-EC
           MOVE LOW-VALUES                 TO  WS-CONTRATO-EC
           START EMPCONS  KEY IS NOT LESS THAN WS-CHAVE-EC
           IF WS-FS-EMP = '23'
              GO TO 050-DESCONTAR-CONSIG-FIM
           END-IF
           IF WS-FS-EMP  NOT = '00'
              MOVE 'ERRO NO POSICIONAMENTO EMPCONS'  TO  WS-MSG
              MOVE WS-FS-EMP                         TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-CONTR
           PERFORM 053-LER-CONTRATO
           PERFORM 054-DESCONTAR-PARCELA  UNTIL FIM-CONTRATOS
           .
       050-DESCONTAR-CONSIG-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    FERIAS APROVADAS (OU JA GOZADAS) COM INICIO NO MES DA
      *    COMPETENCIA: A PARCELA NAO E DESCONTADA NA FOLHA - A
      *    INSTITUICAO A COBRA NO RECIBO DE FERIAS
      *--------------------------------------------------------------*
       051-VERIFICAR-FERIAS.

           MOVE 'N'  TO  WS-SW-FERIAS-MES
           IF NOT FERAGEND-PRESENTE
              GO TO 051-VERIFICAR-FERIAS-FIM
           END-IF

           MOVE WS-DPTO-FU OF REG-CADFUNC  TO  WS-DPTO-FA
           MOVE WS-FUNC-FU OF REG-CADFUNC  TO  WS-FUNC-FA
           MOVE WS-DT-INI-MES              TO  WS-DT-INI-FA
           START FERAGEND  KEY IS NOT LESS THAN WS-CHAVE-FA
           IF WS-FS-FER = '23'
              GO TO 051-VERIFICAR-FERIAS-FIM
           END-IF
           IF WS-FS-FER  NOT = '00'
              MOVE 'ERRO NO POSICIONAMENTO FERAGEND'  TO  WS-MSG
              MOVE WS-FS-FER                          TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 'N'  TO  WS-SW-FIM-FER
           PERFORM 052-LER-FERAGEND  UNTIL FIM-FERIAS
           .
       051-VERIFICAR-FERIAS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO PERIODO DE FERIAS DO FUNCIONARIO NO MES
      *--------------------------------------------------------------*
       052-LER-FERAGEND.

           READ FERAGEND NEXT RECORD
           IF WS-FS-FER  NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO FERAGEND'  TO  WS-MSG
              MOVE WS-FS-FER                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-FER = '10'
              OR WS-DPTO-FA  NOT = WS-DPTO-FU OF REG-CADFUNC
              OR WS-FUNC-FA  NOT = WS-FUNC-FU OF REG-CADFUNC
              OR WS-DT-INI-FA > WS-DT-FIM-MES
              MOVE 'S'  TO  WS-SW-FIM-FER
           ELSE
              IF FERIAS-APROVADA OR FERIAS-GOZADA
                 MOVE 'S'  TO  WS-SW-FERIAS-MES
                 MOVE 'S'  TO  WS-SW-FIM-FER
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO CONTRATO DO FUNCIONARIO NO EMPCONS
      *--------------------------------------------------------------*
       053-LER-CONTRATO.

           READ EMPCONS NEXT RECORD
           IF WS-FS-EMP  NOT = '00' AND '10'
              MOVE 'ERRO NA LEITURA DO EMPCONS'  TO  WS-MSG
              MOVE WS-FS-EMP                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF WS-FS-EMP = '10'
              OR WS-DPTO-EC  NOT = WS-DPTO-FU OF REG-CADFUNC
              OR WS-FUNC-EC  NOT = WS-FUNC-FU OF REG-CADFUNC
              MOVE 'S'  TO  WS-SW-FIM-CONTR
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESCONTAR A PARCELA DE UM CONTRATO ATIVO. NA REEXECUCAO DA
      *    COMPETENCIA O CONTRATO VOLTA AO PRAZO E SITUACAO DE ANTES
      *    DO DESCONTO. PARCELA QUE NAO CABE NA MARGEM E DESCONTADA
      *    ATE O SALDO DA MARGEM, A FALTA FICA NO CONTRATO E O PRAZO
      *    NAO ANDA (A PARCELA SEGUE EM ABERTO NA INSTITUICAO)
      *--------------------------------------------------------------*
       054-DESCONTAR-PARCELA.

           IF WS-COMPET-MOV-EC = WS-COMPET-IN
              MOVE WS-REST-ANT-EC  TO  WS-REST-EC
              MOVE WS-SIT-ANT-EC   TO  WS-SIT-EC
              ADD 1  TO  WS-CTCONSREEX
           END-IF

           IF CONTRATO-ATIVO
              MOVE WS-COMPET-IN  TO  WS-COMPET-MOV-EC
              MOVE WS-REST-EC    TO  WS-REST-ANT-EC
              MOVE WS-SIT-EC     TO  WS-SIT-ANT-EC
              EVALUATE TRUE
                  WHEN FERIAS-NO-MES
                       MOVE ZEROS          TO  WS-DESCONT-EC
                       MOVE WS-PARCELA-EC  TO  WS-FALTA-EC
                       MOVE 'F'            TO  WS-MOTIVO-EC
                       ADD 1  TO  WS-CTCONSFER
                  WHEN WS-PARCELA-EC  NOT > WS-VLR-MARGEM-DISP
                       MOVE WS-PARCELA-EC  TO  WS-DESCONT-EC
                       MOVE ZEROS          TO  WS-FALTA-EC
                       MOVE SPACES         TO  WS-MOTIVO-EC
                       SUBTRACT 1  FROM  WS-REST-EC
                       IF WS-REST-EC = ZEROS
                          MOVE 'Q'  TO  WS-SIT-EC
                          ADD 1  TO  WS-CTCONSQUIT
                       END-IF
                       ADD 1  TO  WS-CTCONSINT
                  WHEN OTHER
                       MOVE WS-VLR-MARGEM-DISP  TO  WS-DESCONT-EC
                       COMPUTE WS-FALTA-EC = WS-PARCELA-EC
                                           - WS-VLR-MARGEM-DISP
                       MOVE 'M'            TO  WS-MOTIVO-EC
                       ADD 1  TO  WS-CTCONSMARG
              END-EVALUATE
              SUBTRACT WS-DESCONT-EC  FROM  WS-VLR-MARGEM-DISP
              ADD WS-DESCONT-EC  TO  WS-VLR-CONSIG
              ADD WS-FALTA-EC    TO  WS-EMP-CONSFALTA
              ADD 1  TO  WS-CTCONTR

              REWRITE REG-EMPCONS
              IF WS-FS-EMP  NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO DO EMPCONS'  TO  WS-MSG
                 MOVE WS-FS-EMP                        TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           PERFORM 053-LER-CONTRATO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR E ZERAR O TOTAL DO DEPARTAMENTO
           MOVE WS-NOME-DPTO-ATUAL  TO  WS-NOME-DPTO-R
           MOVE WS-DPT-QTD          TO  WS-QTD-R
           MOVE WS-DPT-SALARIO      TO  WS-SALARIO-R
           COMPUTE WS-COMISSAO-R = WS-DPT-COMISSAO + WS-DPT-HORAULA
                                 + WS-DPT-PROVPON
           MOVE WS-DPT-BRUTO        TO  WS-BRUTO-R
           MOVE WS-DPT-INSS         TO  WS-INSS-R
           MOVE WS-DPT-IRRF         TO  WS-IRRF-R
           MOVE ZEROS  TO  WS-DPT-QTD
           MOVE ZEROS  TO  WS-DPT-SALARIO
           MOVE ZEROS  TO  WS-DPT-COMISSAO
           MOVE ZEROS  TO  WS-DPT-HORAULA
           MOVE ZEROS  TO  WS-DPT-PROVPON
           MOVE ZEROS  TO  WS-DPT-BRUTO
           MOVE ZEROS  TO  WS-DPT-INSS
           MOVE ZEROS  TO  WS-DPT-IRRF

           MOVE WS-EMP-QTD       TO  WS-QTD-T
           MOVE WS-EMP-SALARIO   TO  WS-SALARIO-T
           COMPUTE WS-COMISSAO-T = WS-EMP-COMISSAO + WS-EMP-HORAULA
                                 + WS-EMP-PROVPON
           MOVE WS-EMP-BRUTO     TO  WS-BRUTO-T
           MOVE WS-EMP-INSS      TO  WS-INSS-T
           MOVE WS-EMP-IRRF      TO  WS-IRRF-T
           DISPLAY ' * COMISSOES LIDAS - FOLHAFEE   = ' WS-CTCOMIS
           DISPLAY ' * COMISSOES SEM VINCULO        = ' WS-CTSEMVINC
           DISPLAY ' * VALOR SEM VINCULO            = ' WS-VLSEMVINC
           MOVE 1  TO  WS-AUL-SUB
           PERFORM 092-CONFERIR-AULAS
               UNTIL WS-AUL-SUB > WS-QTD-AULAS
           DISPLAY ' * HORAS-AULA LIDAS - FOLHAHOR  = ' WS-CTAULAS
           DISPLAY ' * HORAS-AULA PAGAS             = ' WS-EMP-HORAULA
           DISPLAY ' * HORAS-AULA SEM FUNCIONARIO   = ' WS-CTAULASEMF
           DISPLAY ' * VALOR SEM FUNCIONARIO        = ' WS-VLAULASEMF
           MOVE 1  TO  WS-PON-SUB
           PERFORM 093-CONFERIR-PONTO
               UNTIL WS-PON-SUB > WS-QTD-PONTO
           DISPLAY ' * PONTO LIDO - FOLHAPON        = ' WS-CTPONTO
           DISPLAY ' * PROVENTOS DO PONTO PAGOS     = ' WS-EMP-PROVPON
           DISPLAY ' * DESCONTOS DO PONTO ABATIDOS  = ' WS-EMP-DESCPON
           DISPLAY ' * DESCONTOS LIMITADOS AO BRUTO = ' WS-CTDESCLIM
           DISPLAY ' * PONTO SEM FUNCIONARIO        = ' WS-CTPONSEMF
           DISPLAY ' * VALOR LIQUIDO SEM FUNCIONARIO= ' WS-VLPONSEMF
           DISPLAY ' * PARCELAS DE CONSIGNADOS      = ' WS-CTCONTR
           DISPLAY ' * DESCONTADAS INTEGRALMENTE    = ' WS-CTCONSINT
           DISPLAY ' * LIMITADAS PELA MARGEM        = ' WS-CTCONSMARG
           DISPLAY ' * NAO DESCONTADAS - FERIAS     = ' WS-CTCONSFER
           DISPLAY ' * CONTRATOS QUITADOS NO MES    = ' WS-CTCONSQUIT
           DISPLAY ' * REFEITAS NA REEXECUCAO       = ' WS-CTCONSREEX
           DISPLAY ' * CONSIGNADOS DESCONTADOS      = ' WS-EMP-CONSIG
           DISPLAY ' * CONSIGNADOS NAO DESCONTADOS  = ' WS-EMP-CONSFALTA
           DISPLAY ' * CREDITOS BANCARIOS           = ' WS-QTD-BT
           DISPLAY ' * TOTAL LIQUIDO CREDITADO      = ' WS-TOTAL-BT
           DISPLAY ' *========================================*'
              GO TO  999-ERRO
           END-IF

      *    TOTAL DA EMPRESA JA NO FOLHIST: REEXECUCAO (VER V08)
           IF NOT FOLHIST-CRIADO
              MOVE ZEROS            TO  WS-DPTO-HF
              MOVE ZEROS            TO  WS-FUNC-HF
              MOVE WS-COMPET-IN     TO  WS-COMPET-HF
              MOVE 'M'              TO  WS-TIPO-HF
              READ FOLHIST
              IF WS-FS-HIS = '00'
                 MOVE 'R'          TO  WS-SW-FOLHA
                 MOVE WS-BRUTO-HF  TO  WS-BRUTO-ANT
                 MOVE WS-INSS-HF   TO  WS-INSS-ANT
                 MOVE WS-IRRF-HF   TO  WS-IRRF-ANT
              ELSE
                 IF WS-FS-HIS  NOT = '23'
                    MOVE 'ERRO NA LEITURA DO FOLHIST'  TO  WS-MSG
                    MOVE WS-FS-HIS                     TO  WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF

      *    TOTAL DA EMPRESA DO RELFOLM NO HISTORICO (VER V06)
           INITIALIZE REG-FOLHIST
           MOVE ZEROS            TO  WS-DPTO-HF
           MOVE ZEROS            TO  WS-FUNC-HF
           MOVE WS-COMPET-IN     TO  WS-COMPET-HF
           MOVE 'M'              TO  WS-TIPO-HF
           MOVE 'TOTAL DO RELFOLM'  TO  WS-NOME-HF
           MOVE WS-EMP-BRUTO     TO  WS-BRUTO-HF
           MOVE WS-EMP-BRUTO     TO  WS-TRIB-HF
           MOVE WS-EMP-INSS      TO  WS-INSS-HF
           MOVE WS-EMP-IRRF      TO  WS-IRRF-HF
           MOVE WS-EMP-LIQUIDO   TO  WS-LIQUIDO-HF
           MOVE WS-EMP-QTD       TO  WS-QTD-HF
           PERFORM 048-GRAVAR-FOLHIST
           DISPLAY ' * REGISTROS GRAVADOS - FOLHIST = ' WS-CTHIST
           DISPLAY ' * SUBSTITUIDOS NA REEXECUCAO   = ' WS-CTHISTSUB

      *    EVENTOS DA FOLHA P/ A CONTABILIDADE (VER V03); NA
      *    REEXECUCAO JA FORAM ENFILEIRADOS E AUDITADOS (VER V08)
           IF FOLHA-REEXECUTADA
              PERFORM 096-EXIBIR-REEXECUCAO
           ELSE
              PERFORM 095-ENFILEIRAR-FOLHA
           END-IF
           DISPLAY ' * EVENTOS CONTABEIS - CTBFILA  = ' WS-CTCONTAB
           DISPLAY ' * EM PERIODO REABERTO - PERAUD = ' WS-CTPERAUD

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  FOLHIST
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O FOLHIST'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF EMPCONS-PRESENTE
              CLOSE  EMPCONS
              IF WS-FS-EMP  NOT = '00'
                 MOVE  'ERRO AO FECHAR O EMPCONS'  TO WS-MSG
                 MOVE   WS-FS-EMP                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF FERAGEND-PRESENTE
              CLOSE  FERAGEND
              IF WS-FS-FER  NOT = '00'
                 MOVE  'ERRO AO FECHAR O FERAGEND'  TO WS-MSG
                 MOVE   WS-FS-FER                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  BANCRED
           IF WS-FS-BAN  NOT = '00'
              MOVE  'ERRO AO FECHAR O BANCRED'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF PERFIN-PRESENTE
              CLOSE  PERFIN
              IF WS-FS-PER  NOT = '00'
                 MOVE  'ERRO AO FECHAR O PERFIN'  TO WS-MSG
                 MOVE   WS-FS-PER                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE  'ERRO AO FECHAR O PERAUD'  TO WS-MSG
              MOVE   WS-FS-AUD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG123        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    HORAS-AULA SEM FUNCIONARIO NO CADFUNC NAO SOMEM CALADAS:
      *    CONTA E VALOR SAEM NOS TOTAIS DE CONTROLE
      *--------------------------------------------------------------*
       092-CONFERIR-AULAS.

           IF NOT AULAS-USADAS (WS-AUL-SUB)
              ADD 1  TO  WS-CTAULASEMF
              ADD WS-AULAS-VALOR (WS-AUL-SUB)  TO  WS-VLAULASEMF
              DISPLAY ' * HORA-AULA SEM FUNCIONARIO: DPTO '
                      WS-AULAS-DPTO (WS-AUL-SUB) ' FUNC '
                      WS-AULAS-FUNC (WS-AUL-SUB)
           END-IF
           ADD 1  TO  WS-AUL-SUB
           .
      *--------------------------------------------------------------*
      *    PONTO SEM FUNCIONARIO NO CADFUNC (DESLIGADO DEPOIS DO
      *    FECHAMENTO) SAI NOS TOTAIS DE CONTROLE (VER V05)
      *--------------------------------------------------------------*
       093-CONFERIR-PONTO.

           IF NOT PONTO-USADO (WS-PON-SUB)
              ADD 1  TO  WS-CTPONSEMF
              COMPUTE WS-VLPONSEMF = WS-VLPONSEMF
                                   + WS-PONTO-PROV (WS-PON-SUB)
                                   - WS-PONTO-DESC (WS-PON-SUB)
              DISPLAY ' * PONTO SEM FUNCIONARIO: DPTO '
                      WS-PONTO-DPTO (WS-PON-SUB) ' FUNC '
                      WS-PONTO-FUNC (WS-PON-SUB)
           END-IF
           ADD 1  TO  WS-PON-SUB
           .
      *--------------------------------------------------------------*
      *    ENFILEIRAR O EVENTO WS-EVENTO-CTB (VALOR WS-VALOR-CTB E
      *    REFERENCIA WS-REFER-CTB) NA FILA DA CONTABILIDADE, LIDA
      *    PELO CGPRG172 (VER V03)
      *--------------------------------------------------------------*
       094-ENFILEIRAR-CONTABIL.

           MOVE SPACES          TO  REG-CTBFILA
           MOVE WS-EVENTO-CTB   TO  WS-EVENTO-QC
           MOVE WS-PROGID       TO  WS-ORIGEM-QC
           MOVE WS-DTCRED-IN    TO  WS-DATA-QC
           MOVE WS-VALOR-CTB    TO  WS-VALOR-QC
           MOVE WS-REFER-CTB    TO  WS-REFER-QC

           WRITE REG-CTBFILA
           IF WS-FS-CTB  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO CTBFILA'  TO WS-MSG
              MOVE   WS-FS-CTB                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTCONTAB

           IF PERIODO-REABERTO
              PERFORM 074-AUDITAR-PERIODO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EVENTOS DA FOLHA DA COMPETENCIA P/ A CONTABILIDADE, SO NA
      *    PRIMEIRA EXECUCAO (VER V03 E V08)
      *--------------------------------------------------------------*
       095-ENFILEIRAR-FOLHA.

           MOVE ZEROS         TO  WS-REFER-NUM-CTB
           MOVE WS-COMPET-IN  TO  WS-REFER-SUB-CTB
           COMPUTE WS-VALOR-CTB = WS-EMP-BRUTO - WS-EMP-COMISSAO
           IF WS-VALOR-CTB > ZEROS
              MOVE 'FOL'  TO  WS-EVENTO-CTB
              PERFORM 094-ENFILEIRAR-CONTABIL
           END-IF
           IF WS-EMP-COMISSAO > ZEROS
              MOVE 'FCM'            TO  WS-EVENTO-CTB
              MOVE WS-EMP-COMISSAO  TO  WS-VALOR-CTB
              PERFORM 094-ENFILEIRAR-CONTABIL
           END-IF
           IF WS-EMP-INSS > ZEROS
              MOVE 'INS'            TO  WS-EVENTO-CTB
              MOVE WS-EMP-INSS      TO  WS-VALOR-CTB
              PERFORM 094-ENFILEIRAR-CONTABIL
           END-IF
           IF WS-EMP-IRRF > ZEROS
              MOVE 'IRF'            TO  WS-EVENTO-CTB
              MOVE WS-EMP-IRRF      TO  WS-VALOR-CTB
              PERFORM 094-ENFILEIRAR-CONTABIL
           END-IF
           IF WS-EMP-CONSIG > ZEROS
              MOVE 'CSG'            TO  WS-EVENTO-CTB
              MOVE WS-EMP-CONSIG    TO  WS-VALOR-CTB
              PERFORM 094-ENFILEIRAR-CONTABIL
           END-IF
           .
      *--------------------------------------------------------------*
      *    REEXECUCAO DA COMPETENCIA (VER V08): OS EVENTOS FICAM COMO
      *    ENFILEIRADOS NA PRIMEIRA EXECUCAO (O CTBFILA NAO TEM
      *    ESTORNO); A DIFERENCA CONTRA O TOTAL JA GRAVADO NO FOLHIST
      *    SAI NOS TOTAIS PARA O AJUSTE MANUAL DA CONTABILIDADE
      *--------------------------------------------------------------*
       096-EXIBIR-REEXECUCAO.

           COMPUTE WS-DIF-BRUTO = WS-EMP-BRUTO - WS-BRUTO-ANT
           COMPUTE WS-DIF-INSS  = WS-EMP-INSS  - WS-INSS-ANT
           COMPUTE WS-DIF-IRRF  = WS-EMP-IRRF  - WS-IRRF-ANT
           DISPLAY ' * COMPETENCIA REEXECUTADA: EVENTOS CONTABEIS'
           DISPLAY ' * NAO REENFILEIRADOS (JA NO CTBFILA)'
           DISPLAY ' * DIFERENCA DO BRUTO           = ' WS-DIF-BRUTO
           DISPLAY ' * DIFERENCA DA PREVIDENCIA     = ' WS-DIF-INSS
           DISPLAY ' * DIFERENCA DO IMPOSTO DE RENDA= ' WS-DIF-IRRF
           IF WS-DIF-BRUTO NOT = ZEROS
           OR WS-DIF-INSS  NOT = ZEROS
           OR WS-DIF-IRRF  NOT = ZEROS
              DISPLAY ' * TOTAIS ALTERADOS - AJUSTAR NA CONTABILIDADE'
              MOVE 4  TO  RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    SITUACAO DA COMPETENCIA WS-COMPET-PER DA AREA DO PROGRAMA
      *    NO CALENDARIO DE PERIODOS FINANCEIROS (VER V04). SO VAI AO
      *    PERFIN QUANDO A COMPETENCIA MUDA; SEM REGISTRO (OU SEM O
      *    ARQUIVO) O PERIODO ESTA ABERTO
      *--------------------------------------------------------------*
       070-CONFERIR-PERIODO.

           IF WS-COMPET-PER NOT = WS-COMPET-PER-ANT
              MOVE WS-COMPET-PER  TO  WS-COMPET-PER-ANT
              MOVE 'A'            TO  WS-SW-PERIODO
              IF PERFIN-PRESENTE
                 MOVE WS-AREA-PER    TO  WS-AREA-PF OF REG-PERFIN
                 MOVE WS-COMPET-PER  TO  WS-COMPET-PF OF REG-PERFIN
                 READ PERFIN
                 IF WS-FS-PER = '00'
                    MOVE WS-SIT-PF OF REG-PERFIN  TO  WS-SW-PERIODO
                 ELSE
                    IF WS-FS-PER NOT = '23'
                       MOVE 'ERRO NA LEITURA DO PERFIN'  TO WS-MSG
                       MOVE  WS-FS-PER                   TO WS-FS-MSG
                       GO TO 999-ERRO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO REJFILE O CARTAO DE PARAMETROS DA FOLHA DE UMA
      *    COMPETENCIA FECHADA NO PERFIN, ANTES DE CANCELAR A
      *    EXECUCAO (VER V04)
      *--------------------------------------------------------------*
       072-REJEITAR-PERIODO.

           ADD 1  TO  WS-CTPERFEC
           DISPLAY ' *** FOLHA EM PERIODO FECHADO - COMPET. '
                   WS-COMPET-PER ' ***'

           OPEN EXTEND REJFILE
           IF WS-FS-REJ = '35'
              OPEN OUTPUT REJFILE
           END-IF
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO ABRIR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE SPACES            TO  REG-REJFILE
           MOVE WS-PROGID         TO  WS-PROG-RJ
           MOVE ZEROS             TO  WS-RUNID-RJ
           MOVE WS-DTCRED-IN      TO  WS-DATA-RJ
           MOVE 'PER'             TO  WS-MOTIVO-RJ
           MOVE WS-REG-PARM       TO  WS-IMAGEM-RJ
           WRITE REG-REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  REJFILE
           IF WS-FS-REJ  NOT = '00'
              MOVE  'ERRO AO FECHAR O REJFILE'  TO WS-MSG
              MOVE   WS-FS-REJ                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO PERAUD O LANCAMENTO FEITO EM PERIODO REABERTO,
      *    PARA A LISTAGEM DE AUDITORIA DO CGPRG180 (VER V04)
      *--------------------------------------------------------------*
       074-AUDITAR-PERIODO.

           MOVE SPACES             TO  REG-PERAUD
           MOVE WS-AREA-PER        TO  WS-AREA-PA
           MOVE WS-COMPET-PER      TO  WS-COMPET-PA
           MOVE WS-PROGID          TO  WS-PROG-PA
           MOVE ZEROS              TO  WS-RUNID-PA
           MOVE SPACES             TO  WS-OPER-PA
           MOVE WS-DTSYS-PER       TO  WS-DATA-PA
           MOVE WS-HRSYS-PER (1:6) TO  WS-HORA-PA
           MOVE WS-DTCRED-IN       TO  WS-DT-MOVTO-PA
           MOVE WS-EVENTO-CTB      TO  WS-REFER-PA (1:3)
           MOVE WS-COMPET-IN       TO  WS-REFER-PA (4:6)
           MOVE WS-VALOR-CTB       TO  WS-VALOR-PA

           WRITE REG-PERAUD
           IF WS-FS-AUD  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PERAUD'  TO WS-MSG
              MOVE  WS-FS-AUD                    TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTPERAUD
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
