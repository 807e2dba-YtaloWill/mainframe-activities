       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG179.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PREVISAO DE CAIXA DOS RECEBIVEIS NOS 90 DIAS A
      *           PARTIR DA DATA DE REFERENCIA DO CARTAO (RELPREV),
      *           POR SEMANA (13 SEMANAS) E POR MES, EM QUATRO
      *           FLUXOS SEPARADOS E CONSOLIDADOS:
      *             1 MENSALU  - MENSALIDADES ABERTAS (RESIDUO =
      *                          PRINCIPAL + ENCARGOS - PAGO)
      *             2 MENSACOR - PARCELAS DE ACORDO ABERTAS (IDEM)
      *             3 CONVFAT  - FATURAS DE CONVENIO ABERTAS
      *             4 LOTEPARC - PARCELAS DE LOTE ABERTAS (VALOR -
      *                          PAGO; VALOR JA CORRIGIDO NO
      *                          ANIVERSARIO DO CONTRATO - CGPRG182)
      *           O VALOR A VENCER DE CADA FLUXO E AJUSTADO PELA SUA
      *           TAXA HISTORICA DE PONTUALIDADE: DOS TITULOS
      *           VENCIDOS NOS ULTIMOS N MESES (CARTAO), O VALOR PAGO
      *           ATE O VENCIMENTO SOBRE O VALOR TOTAL VENCIDO,
      *           MEDIDO PELAS DATAS DE PAGAMENTO JA GRAVADAS. FLUXO
      *           SEM TITULO VENCIDO NA JANELA FICA COM 100% (SEM
      *           HISTORICO). A FATURA DE CONVENIO NAO TEM DATA DE
      *           PAGAMENTO NO CONVFAT E FICA SEMPRE SEM HISTORICO.
      *           TITULO JA VENCIDO E ABERTO NAO ENTRA NA PREVISAO
      *           (E O RELINA DO CGPRG024 / RELATLO DO CGPRG117).
      *           A PREVISAO SEMANAL E GRAVADA NO HISTORICO PREVCXA
      *           (COPY PREVCXC); A EXECUCAO SEGUINTE CONFRONTA AS
      *           SEMANAS JA ENCERRADAS DA PREVISAO ANTERIOR COM O
      *           QUE ENTROU DE FATO (PAGAMENTOS COM DATA DENTRO DA
      *           SEMANA). O PAGAMENTO PARCIAL REPETIDO CONTA PELA
      *           DATA DO ULTIMO PAGAMENTO, A UNICA GRAVADA
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-08 DATA DE REFERENCIA AAAAMMDD (1O DIA DA PREVISAO)
      *   POS 09-10 MESES DE HISTORICO DA TAXA (ZEROS = 06)
      *   POS 11-14 RUNID DO LOTE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010208  PROGRAMA CRIADO - PREVISAO DE CAIXA
      *                          DOS RECEBIVEIS EM 90 DIAS
      *  V02    OUT/2026 010210  CORRECAO MONETARIA (CGPRG182): O
      *                          FLUXO LOTEPARC JA USA O VALOR
      *                          CORRIGIDO NO ANIVERSARIO DO CONTRATO
      *                          (LRECL 58); OS TOTAIS DE CONTROLE
      *                          MOSTRAM AS PARCELAS ABERTAS
      *                          CORRIGIDAS E A CORRECAO CONTIDA NO
      *                          SALDO ABERTO
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
           SELECT MENSALU ASSIGN TO MENSALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSALU
                  FILE STATUS   IS WS-FS-MEN
           .
           SELECT MENSACOR ASSIGN TO MENSACOJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSACOR
                  FILE STATUS   IS WS-FS-ACP
           .
           SELECT CONVFAT ASSIGN TO CONVFATJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-CF OF REG-CONVFAT
                  FILE STATUS   IS WS-FS-FAT
           .
           SELECT LOTEPARC ASSIGN TO LOTEPARJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-LP OF REG-LOTEPARC
                  FILE STATUS   IS WS-FS-PAR
           .
           SELECT PREVCXA ASSIGN TO PREVCXAJ
                  FILE STATUS   IS WS-FS-PCX
           .
           SELECT RELPREV ASSIGN TO RELPREVJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  MENSALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSALU.
           COPY MENSALUC.
       FD  MENSACOR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSACOR.
           COPY MENSALUC.
       FD  CONVFAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONVFAT.
           COPY CONVFATC.
       FD  LOTEPARC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-LOTEPARC.
           COPY LOTEPARC.
       FD  PREVCXA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PREVCXA.
           COPY PREVCXC.
       FD  RELPREV
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELPREV            PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTMEN               PIC 9(06) VALUE ZEROS.
           05  WS-CTACP               PIC 9(06) VALUE ZEROS.
           05  WS-CTFAT               PIC 9(06) VALUE ZEROS.
           05  WS-CTLOT               PIC 9(06) VALUE ZEROS.
           05  WS-CTLOTCOR            PIC 9(06) VALUE ZEROS.
           05  WS-VLR-LOTCOR          PIC 9(11)V99 VALUE ZEROS.
           05  WS-CTPREV              PIC 9(06) VALUE ZEROS.
           05  WS-CTHIST              PIC 9(06) VALUE ZEROS.
           05  WS-CTREAL              PIC 9(06) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(04) VALUE ZEROS.
           05  WS-CTCOMP              PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-ACP              PIC X(02).
           05  WS-FS-FAT              PIC X(02).
           05  WS-FS-PAR              PIC X(02).
           05  WS-FS-PCX              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG179'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-FIM                 PIC X(01).
           05  WS-SW-ACORDOS          PIC X(01) VALUE 'N'.
               88 ACORDOS-ABERTOS         VALUE 'S'.
               88 ACORDOS-AUSENTES        VALUE 'N'.
           05  WS-SW-CONVENIO         PIC X(01) VALUE 'N'.
               88 CONVENIOS-ABERTOS       VALUE 'S'.
               88 CONVENIOS-AUSENTES      VALUE 'N'.
           05  WS-SW-LOTES            PIC X(01) VALUE 'N'.
               88 LOTES-ABERTOS           VALUE 'S'.
               88 LOTES-AUSENTES          VALUE 'N'.

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-DT-REF-IN           PIC 9(08).
           05  FILLER  REDEFINES  WS-DT-REF-IN.
               10  WS-REF-ANO-IN      PIC 9(04).
               10  WS-REF-MES-IN      PIC 9(02).
               10  WS-REF-DIA-IN      PIC 9(02).
           05  WS-MESES-HIST-IN       PIC 9(02).
           05  WS-RUNID-IN            PIC 9(04).

      *-----> LIMITES DA PREVISAO E DA JANELA DE HISTORICO
       01  WS-AREA-PERIODO.
           05  WS-DT-FIM-PREV         PIC 9(08).
           05  WS-DT-HIST-INI         PIC 9(08).
           05  FILLER  REDEFINES  WS-DT-HIST-INI.
               10  WS-HIST-ANO        PIC 9(04).
               10  WS-HIST-MES        PIC 9(02).
               10  WS-HIST-DIA        PIC 9(02).
           05  WS-QTD-MESES-ABS       PIC 9(06).
           05  WS-RESTO-MES           PIC 9(02).

      *-----> CALENDARIO DOS 91 DIAS DA PREVISAO (13 SEMANAS): DATA
      *       E MES (OCORRENCIA DE WS-TAB-MES) DE CADA DIA
       01  WS-TAB-CALEND.
           05  WS-CAL-OCOR            OCCURS 91 TIMES.
               10  WS-CAL-DATA        PIC 9(08).
               10  WS-CAL-MES-SUB     PIC 9(01).
       01  WS-TAB-MES.
           05  WS-QTD-MES             PIC 9(01) VALUE ZEROS.
           05  WS-MES-OCOR            OCCURS 5 TIMES.
               10  WS-MES-COMPET      PIC 9(06).
               10  FILLER  REDEFINES  WS-MES-COMPET.
                   15  WS-MES-ANO     PIC 9(04).
                   15  WS-MES-MM      PIC 9(02).

      *-----> DATA EM CALCULO NO CALENDARIO CIVIL E QUADRO DE DIAS
      *       POR MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
       01  WS-DATA-CALC.
           05  WS-DC-ANO              PIC 9(04).
           05  WS-DC-MES              PIC 9(02).
           05  WS-DC-DIA              PIC 9(02).
       01  WS-DATA-CALC-N REDEFINES WS-DATA-CALC
                                      PIC 9(08).
       01  WS-QUADRO-MESES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-QUADRO-MESES.
           05 WS-DIAS-MES         PIC 9(02)  OCCURS 12 TIMES.
       01  WS-RESTO-BISSEXTO          PIC 9(04).
       01  WS-QUOC-BISSEXTO           PIC 9(04).
       01  WS-ULT-DIA-MES             PIC 9(02).
       01  WS-COMPET-CALC             PIC 9(06).

      *-----> ACUMULADORES POR FLUXO: HISTORICO DA PONTUALIDADE,
      *       TAXA APURADA E VALOR BRUTO A VENCER POR SEMANA E MES
       01  WS-TAB-FLUXO                           VALUE ZEROS.
           05  WS-FLX-OCOR            OCCURS 4 TIMES.
               10  WS-FLX-QTD-HIST    PIC 9(06).
               10  WS-FLX-BASE        PIC 9(09)V99.
               10  WS-FLX-PONTUAL     PIC 9(09)V99.
               10  WS-FLX-PCT         PIC 9(03)V99.
               10  WS-FLX-QTD-PREV    PIC 9(06).
               10  WS-FLX-BRUTO       PIC 9(09)V99.
               10  WS-FLX-SEMANA      PIC 9(09)V99 OCCURS 13 TIMES.
               10  WS-FLX-MES         PIC 9(09)V99 OCCURS 5 TIMES.

      *-----> NOMES DOS FLUXOS E MARCA DO FLUXO SEM DATA DE
      *       PAGAMENTO GRAVADA (NAO MEDE PONTUALIDADE NEM REALIZADO)
       01  WS-TAB-NOME-CARGA.
           05 FILLER              PIC X(13) VALUE 'MENSALIDADESS'.
           05 FILLER              PIC X(13) VALUE 'ACORDOS     S'.
           05 FILLER              PIC X(13) VALUE 'CONVENIOS   N'.
           05 FILLER              PIC X(13) VALUE 'LOTES       S'.
       01  WS-TAB-NOME  REDEFINES  WS-TAB-NOME-CARGA.
           05 WS-NOME-OCOR        OCCURS 4 TIMES.
              10 WS-FLX-NOME      PIC X(12).
              10 WS-FLX-MEDE      PIC X(01).
                 88 FLX-MEDE-PAGTO    VALUE 'S'.

      *-----> PREVISAO ANTERIOR LIDA DO PREVCXA: SO AS SEMANAS JA
      *       ENCERRADAS NA DATA DE REFERENCIA, COM O REALIZADO
      *       APURADO NA VARREDURA (FLUXO X SEMANA)
       01  WS-AREA-ANTERIOR.
           05  WS-DTREF-ANT           PIC 9(08) VALUE ZEROS.
           05  WS-RUNID-ANT           PIC 9(04) VALUE ZEROS.
           05  WS-SW-ANTERIOR         PIC X(01) VALUE 'N'.
               88 HA-ANTERIOR             VALUE 'S'.
               88 SEM-ANTERIOR            VALUE 'N'.
       01  WS-TAB-ANTERIOR                        VALUE ZEROS.
           05  WS-ANT-FLUXO           OCCURS 4 TIMES.
               10  WS-ANT-OCOR        OCCURS 13 TIMES.
                   15  WS-ANT-SIT     PIC X(01).
                       88 ANT-PRESENTE    VALUE 'S'.
                   15  WS-ANT-INI     PIC 9(08).
                   15  WS-ANT-FIM     PIC 9(08).
                   15  WS-ANT-PREV    PIC 9(09)V99.
                   15  WS-ANT-REAL    PIC 9(09)V99.

      *-----> ITEM EM CLASSIFICACAO (PREPARADO PELO LEITOR DE CADA
      *       FLUXO PARA O 045-CLASSIFICAR-ITEM)
       01  WS-AREA-ITEM.
           05  WS-IT-VENC             PIC 9(08).
           05  WS-IT-VALOR            PIC 9(09)V99.
           05  WS-IT-ABERTO           PIC S9(09)V99.
           05  WS-IT-PAGTO            PIC 9(08).
           05  WS-IT-PAGO             PIC 9(09)V99.
           05  WS-SW-IT-HIST          PIC X(01).
               88 IT-CONTA-HIST           VALUE 'S'.
               88 IT-FORA-HIST            VALUE 'N'.
           05  WS-SW-IT-PONT          PIC X(01).
               88 IT-PONTUAL              VALUE 'S'.
               88 IT-ATRASADO             VALUE 'N'.

      *-----> SUBSCRITOS E VALORES DE TRABALHO
       01  WS-AREA-SUB.
           05  WS-FLX-SUB             PIC 9(01).
           05  WS-DIA-SUB             PIC 9(02).
           05  WS-SEM-SUB             PIC 9(02).
           05  WS-MES-SUB             PIC 9(01).
           05  WS-COL-SUB             PIC 9(01).
           05  WS-DIA-AUX             PIC 9(02).
           05  WS-VLR-AJUST           PIC 9(09)V99.
           05  WS-VLR-LINHA           PIC 9(09)V99.
           05  WS-VLR-DIF             PIC S9(09)V99.
           05  WS-TOT-BRUTO-SEM       PIC 9(09)V99 VALUE ZEROS.
           05  WS-TOT-BRUTO-MES       PIC 9(09)V99 VALUE ZEROS.
           05  WS-TOT-PREV-C          PIC 9(09)V99.
           05  WS-TOT-REAL-C          PIC 9(09)V99.
           05  WS-TOT-BRUTO           PIC 9(09)V99 VALUE ZEROS.
       01  WS-TAB-TOT-COL.
           05  WS-TOT-COL             PIC 9(09)V99 OCCURS 5 TIMES.

      *-----> DATA DESMEMBRADA PARA A EDICAO DD/MM/AAAA
       01  WS-DATA-TRAB-N             PIC 9(08).
       01  FILLER  REDEFINES  WS-DATA-TRAB-N.
           05  WS-TRAB-ANO            PIC 9(04).
           05  WS-TRAB-MES            PIC 9(02).
           05  WS-TRAB-DIA            PIC 9(02).
       01  WS-DATA-ED.
           05  WS-DIA-ED              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-MES-ED              PIC 9(02).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-ANO-ED              PIC 9(04).
       01  WS-DATA-ED2                PIC X(10).

      *-----> DADOS DE SAIDA - RELATORIO DA PREVISAO (RELPREV)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(44) VALUE
              'PREVISAO DE CAIXA DOS RECEBIVEIS - 90 DIAS  '.
           05 FILLER                PIC X(11) VALUE 'REFERENCIA '.
           05 WS-REF-CAB            PIC X(10).
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB-SECAO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TIT-SECAO          PIC X(50).
           05 WS-DT-SECAO           PIC X(10).
           05 FILLER                PIC X(39) VALUE SPACES.

       01  WS-CAB2                  PIC X(100).

       01  WS-CAB-TAXA.
           05 FILLER                PIC X(15) VALUE ' FLUXO'.
           05 FILLER                PIC X(07) VALUE ' TITUL.'.
           05 FILLER                PIC X(16) VALUE
              '   VALOR VENCIDO'.
           05 FILLER                PIC X(16) VALUE
              '     PAGO EM DIA'.
           05 FILLER                PIC X(09) VALUE '     TAXA'.
           05 FILLER                PIC X(37) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           05 FILLER                PIC X(18) VALUE ' PERIODO'.
           05 FILLER                PIC X(15) VALUE
              '   MENSALIDADES'.
           05 FILLER                PIC X(15) VALUE
              '        ACORDOS'.
           05 FILLER                PIC X(15) VALUE
              '      CONVENIOS'.
           05 FILLER                PIC X(15) VALUE
              '          LOTES'.
           05 FILLER                PIC X(15) VALUE
              '    CONSOLIDADO'.
           05 FILLER                PIC X(07) VALUE SPACES.

       01  WS-CAB-COMP.
           05 FILLER                PIC X(14) VALUE ' FLUXO'.
           05 FILLER                PIC X(24) VALUE 'SEMANA'.
           05 FILLER                PIC X(15) VALUE
              '       PREVISTO'.
           05 FILLER                PIC X(15) VALUE
              '      REALIZADO'.
           05 FILLER                PIC X(15) VALUE
              '      DIFERENCA'.
           05 FILLER                PIC X(17) VALUE ' OBS.'.

       01  WS-REG-TAXA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FLX-T            PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-QTD-T            PIC ZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-BASE-T           PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PONT-T           PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PCT-T            PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE '%'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-OBS-T            PIC X(10).
           05 FILLER              PIC X(26) VALUE SPACES.

       01  WS-REG-PREV.
           05 FILLER              PIC X(01).
           05 WS-PER-P            PIC X(17).
           05 WS-COL-P            OCCURS 5 TIMES.
              10 WS-SEP-P         PIC X(01).
              10 WS-VLR-P         PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(07).

       01  WS-REG-COMP.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FLX-C            PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PER-C            PIC X(23).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PREV-C           PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REAL-C           PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIF-C            PIC -$$.$$$.$$9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-OBS-C            PIC X(10).
           05 FILLER              PIC X(07) VALUE SPACES.

       01  WS-REG-AVISO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TXT-AVISO        PIC X(60).
           05 WS-DT-AVISO         PIC X(10).
           05 FILLER              PIC X(29) VALUE SPACES.

       01  WS-LINHA               PIC X(100).
       01  WS-HIFEN               PIC X(100)      VALUE ALL '-'.

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
       000-CGPRG179.

           PERFORM 010-INICIAR
           PERFORM 020-MONTAR-CALENDARIO
           PERFORM 040-LER-ANTERIOR THRU 040-LER-ANTERIOR-FIM

           PERFORM 025-LER-MENSALU
           PERFORM 030-PROCESSAR-MENSALU UNTIL WS-FS-MEN = '10'
           PERFORM 026-LER-MENSACOR
           PERFORM 031-PROCESSAR-MENSACOR UNTIL WS-FS-ACP = '10'
           PERFORM 027-LER-CONVFAT
           PERFORM 032-PROCESSAR-CONVFAT UNTIL WS-FS-FAT = '10'
           PERFORM 028-LER-LOTEPARC
           PERFORM 033-PROCESSAR-LOTEPARC UNTIL WS-FS-PAR = '10'

           MOVE 1  TO  WS-FLX-SUB
           PERFORM 050-CALCULAR-TAXA UNTIL WS-FLX-SUB > 4

           PERFORM 060-IMPRIMIR-TAXAS
           PERFORM 065-IMPRIMIR-SEMANAS
           PERFORM 070-IMPRIMIR-MESES
           PERFORM 075-IMPRIMIR-COMPARATIVO
           PERFORM 080-GRAVAR-PREVISAO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG179 - PREVISAO DE CAIXA 90 DIAS   *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * DATA DE REFERENCIA : ' WS-DT-REF-IN
           DISPLAY ' * MESES DE HISTORICO : ' WS-MESES-HIST-IN
           DISPLAY ' * RUNID              : ' WS-RUNID-IN

           IF WS-DT-REF-IN NOT NUMERIC
              OR WS-MESES-HIST-IN NOT NUMERIC
              OR WS-RUNID-IN NOT NUMERIC
              MOVE  'PARAMETRO DA PREVISAO INVALIDO'  TO WS-MSG
              MOVE  '  '                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-REF-MES-IN < 01 OR WS-REF-MES-IN > 12
              OR WS-REF-DIA-IN < 01 OR WS-REF-DIA-IN > 31
              MOVE  'DATA DE REFERENCIA INVALIDA'     TO WS-MSG
              MOVE  '  '                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-MESES-HIST-IN = ZEROS
              MOVE 06  TO  WS-MESES-HIST-IN
           END-IF
           MOVE WS-RUNID-IN  TO  WS-RUNID-ERR

      *-----> INICIO DA JANELA DE HISTORICO: A DATA DE REFERENCIA
      *       RECUADA N MESES (O DIA SO SERVE DE LIMITE DE
      *       COMPARACAO, NAO PRECISA EXISTIR NO MES)
           COMPUTE WS-QTD-MESES-ABS = (WS-REF-ANO-IN * 12)
                   + WS-REF-MES-IN - 1 - WS-MESES-HIST-IN
           DIVIDE WS-QTD-MESES-ABS BY 12
               GIVING WS-HIST-ANO
               REMAINDER WS-RESTO-MES
           COMPUTE WS-HIST-MES = WS-RESTO-MES + 1
           MOVE WS-REF-DIA-IN  TO  WS-HIST-DIA

           MOVE WS-DTEDI      TO  WS-DATA-CAB
           MOVE WS-DT-REF-IN  TO  WS-DATA-TRAB-N
           PERFORM 016-EDITAR-DATA
           MOVE WS-DATA-ED    TO  WS-REF-CAB

           OPEN INPUT MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *    MENSACOR, CONVFAT E LOTEPARC AUSENTES (FS='35') VALEM
      *    COMO FLUXO SEM TITULOS
           OPEN INPUT MENSACOR
           IF WS-FS-ACP = '35'
              MOVE '10'  TO  WS-FS-ACP
           ELSE
              IF WS-FS-ACP  NOT = '00'
                 MOVE  'ERRO AO ABRIR O MENSACOR'  TO WS-MSG
                 MOVE   WS-FS-ACP                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              SET ACORDOS-ABERTOS  TO  TRUE
           END-IF

           OPEN INPUT CONVFAT
           IF WS-FS-FAT = '35'
              MOVE '10'  TO  WS-FS-FAT
           ELSE
              IF WS-FS-FAT  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CONVFAT'  TO WS-MSG
                 MOVE   WS-FS-FAT                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              SET CONVENIOS-ABERTOS  TO  TRUE
           END-IF

           OPEN INPUT LOTEPARC
           IF WS-FS-PAR = '35'
              MOVE '10'  TO  WS-FS-PAR
           ELSE
              IF WS-FS-PAR  NOT = '00'
                 MOVE  'ERRO AO ABRIR O LOTEPARC'  TO WS-MSG
                 MOVE   WS-FS-PAR                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              SET LOTES-ABERTOS  TO  TRUE
           END-IF

           OPEN OUTPUT RELPREV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELPREV'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           STRING  WS-DTSYS  (5:2) '/'
                   WS-DTSYS  (3:2) '/20'
                   WS-DTSYS  (1:2)
           DELIMITED BY SIZE INTO WS-DTEDI

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    EDITAR A DATA DE WS-DATA-TRAB-N EM WS-DATA-ED (DD/MM/AAAA)
      *--------------------------------------------------------------*
       016-EDITAR-DATA.

           MOVE WS-TRAB-DIA  TO  WS-DIA-ED
           MOVE WS-TRAB-MES  TO  WS-MES-ED
           MOVE WS-TRAB-ANO  TO  WS-ANO-ED
           .
      *--------------------------------------------------------------*
      *    MONTAR O CALENDARIO DOS 91 DIAS A PARTIR DA REFERENCIA,
      *    COM OS MESES QUE ELE ATRAVESSA
      *--------------------------------------------------------------*
       020-MONTAR-CALENDARIO.

           MOVE WS-DT-REF-IN  TO  WS-DATA-CALC-N
           MOVE 1  TO  WS-QTD-MES
           COMPUTE WS-MES-COMPET (1) = (WS-DC-ANO * 100) + WS-DC-MES
           MOVE 1  TO  WS-DIA-SUB
           PERFORM 022-GUARDAR-DIA UNTIL WS-DIA-SUB > 91
           MOVE WS-CAL-DATA (91)  TO  WS-DT-FIM-PREV
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM DIA NO CALENDARIO E AVANCAR A DATA
      *--------------------------------------------------------------*
       022-GUARDAR-DIA.

           MOVE WS-DATA-CALC-N  TO  WS-CAL-DATA (WS-DIA-SUB)
           COMPUTE WS-COMPET-CALC = (WS-DC-ANO * 100) + WS-DC-MES
           IF WS-MES-COMPET (WS-QTD-MES) NOT = WS-COMPET-CALC
              ADD 1  TO  WS-QTD-MES
              MOVE WS-COMPET-CALC  TO  WS-MES-COMPET (WS-QTD-MES)
           END-IF
           MOVE WS-QTD-MES  TO  WS-CAL-MES-SUB (WS-DIA-SUB)

           PERFORM 024-SOMAR-UM-DIA
           ADD 1  TO  WS-DIA-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR UM DIA A DATA EM CALCULO
      *--------------------------------------------------------------*
       024-SOMAR-UM-DIA.

           MOVE WS-DIAS-MES (WS-DC-MES)  TO  WS-ULT-DIA-MES
           IF WS-DC-MES = 2
              DIVIDE WS-DC-ANO BY 4
                  GIVING WS-QUOC-BISSEXTO
                  REMAINDER WS-RESTO-BISSEXTO
              IF WS-RESTO-BISSEXTO = ZEROS
                 MOVE 29  TO  WS-ULT-DIA-MES
              END-IF
           END-IF

           IF WS-DC-DIA < WS-ULT-DIA-MES
              ADD 1  TO  WS-DC-DIA
           ELSE
              MOVE 1  TO  WS-DC-DIA
              IF WS-DC-MES < 12
                 ADD 1  TO  WS-DC-MES
              ELSE
                 MOVE 1  TO  WS-DC-MES
                 ADD 1   TO  WS-DC-ANO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CADASTRO DE MENSALIDADES
      *--------------------------------------------------------------*
       025-LER-MENSALU.

           READ MENSALU  NEXT RECORD
           IF WS-FS-MEN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-MEN = '00'
              ADD 1  TO  WS-CTMEN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DAS PARCELAS DE ACORDO (FS JA EM '10' = ARQUIVO
      *    AUSENTE OU ESGOTADO)
      *--------------------------------------------------------------*
       026-LER-MENSACOR.

           IF WS-FS-ACP NOT = '10'
              READ MENSACOR  NEXT RECORD
              IF WS-FS-ACP  NOT = '00' AND '10'
                 MOVE  'ERRO NA LEITURA DO MENSACOR'  TO WS-MSG
                 MOVE   WS-FS-ACP                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-FS-ACP = '00'
                 ADD 1  TO  WS-CTACP
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DAS FATURAS DE CONVENIO (FS JA EM '10' = ARQUIVO
      *    AUSENTE OU ESGOTADO)
      *--------------------------------------------------------------*
       027-LER-CONVFAT.

           IF WS-FS-FAT NOT = '10'
              READ CONVFAT  NEXT RECORD
              IF WS-FS-FAT  NOT = '00' AND '10'
                 MOVE  'ERRO NA LEITURA DO CONVFAT'  TO WS-MSG
                 MOVE   WS-FS-FAT                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-FS-FAT = '00'
                 ADD 1  TO  WS-CTFAT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DAS PARCELAS DE LOTE (FS JA EM '10' = ARQUIVO
      *    AUSENTE OU ESGOTADO)
      *--------------------------------------------------------------*
       028-LER-LOTEPARC.

           IF WS-FS-PAR NOT = '10'
              READ LOTEPARC  NEXT RECORD
              IF WS-FS-PAR  NOT = '00' AND '10'
                 MOVE  'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
                 MOVE   WS-FS-PAR                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-FS-PAR = '00'
                 ADD 1  TO  WS-CTLOT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PREPARAR UMA COBRANCA DO MENSALU: A ROLADA PARA ACORDO
      *    ('R') NAO CONTA (O SALDO ESTA NO MENSACOR); A PERDA ('X')
      *    CONTA NO HISTORICO COMO NAO PAGA EM DIA
      *--------------------------------------------------------------*
       030-PROCESSAR-MENSALU.

           MOVE 1  TO  WS-FLX-SUB
           MOVE WS-DT-VENC-M OF REG-MENSALU     TO  WS-IT-VENC
           MOVE WS-VALOR-M OF REG-MENSALU       TO  WS-IT-VALOR
           MOVE WS-DT-PAGTO-M OF REG-MENSALU    TO  WS-IT-PAGTO
           MOVE WS-VALOR-PAGO-M OF REG-MENSALU  TO  WS-IT-PAGO
           MOVE ZEROS                           TO  WS-IT-ABERTO
           SET IT-CONTA-HIST  TO  TRUE
           SET IT-ATRASADO    TO  TRUE

           IF MENS-RENEGOCIADA OF REG-MENSALU
              SET IT-FORA-HIST  TO  TRUE
           END-IF
           IF MENS-ABERTA OF REG-MENSALU
              COMPUTE WS-IT-ABERTO = WS-VALOR-M OF REG-MENSALU
                    + WS-ENCARGOS-M OF REG-MENSALU
                    - WS-VALOR-PAGO-M OF REG-MENSALU
           END-IF
           IF MENS-PAGA OF REG-MENSALU
              AND WS-DT-PAGTO-M OF REG-MENSALU
                  NOT > WS-DT-VENC-M OF REG-MENSALU
              SET IT-PONTUAL  TO  TRUE
           END-IF

           PERFORM 045-CLASSIFICAR-ITEM
           PERFORM 025-LER-MENSALU
           .
      *--------------------------------------------------------------*
      *    PREPARAR UMA PARCELA DE ACORDO DO MENSACOR
      *--------------------------------------------------------------*
       031-PROCESSAR-MENSACOR.

           MOVE 2  TO  WS-FLX-SUB
           MOVE WS-DT-VENC-M OF REG-MENSACOR     TO  WS-IT-VENC
           MOVE WS-VALOR-M OF REG-MENSACOR       TO  WS-IT-VALOR
           MOVE WS-DT-PAGTO-M OF REG-MENSACOR    TO  WS-IT-PAGTO
           MOVE WS-VALOR-PAGO-M OF REG-MENSACOR  TO  WS-IT-PAGO
           MOVE ZEROS                            TO  WS-IT-ABERTO
           SET IT-CONTA-HIST  TO  TRUE
           SET IT-ATRASADO    TO  TRUE

           IF MENS-RENEGOCIADA OF REG-MENSACOR
              SET IT-FORA-HIST  TO  TRUE
           END-IF
           IF MENS-ABERTA OF REG-MENSACOR
              COMPUTE WS-IT-ABERTO = WS-VALOR-M OF REG-MENSACOR
                    + WS-ENCARGOS-M OF REG-MENSACOR
                    - WS-VALOR-PAGO-M OF REG-MENSACOR
           END-IF
           IF MENS-PAGA OF REG-MENSACOR
              AND WS-DT-PAGTO-M OF REG-MENSACOR
                  NOT > WS-DT-VENC-M OF REG-MENSACOR
              SET IT-PONTUAL  TO  TRUE
           END-IF

           PERFORM 045-CLASSIFICAR-ITEM
           PERFORM 026-LER-MENSACOR
           .
      *--------------------------------------------------------------*
      *    PREPARAR UMA FATURA DE CONVENIO: SEM DATA DE PAGAMENTO NO
      *    CONVFAT, NAO ENTRA NO HISTORICO NEM NO REALIZADO
      *--------------------------------------------------------------*
       032-PROCESSAR-CONVFAT.

           MOVE 3  TO  WS-FLX-SUB
           MOVE WS-DT-VENC-CF OF REG-CONVFAT  TO  WS-IT-VENC
           MOVE WS-VALOR-CF OF REG-CONVFAT    TO  WS-IT-VALOR
           MOVE ZEROS                         TO  WS-IT-PAGTO
           MOVE ZEROS                         TO  WS-IT-PAGO
           MOVE ZEROS                         TO  WS-IT-ABERTO
           SET IT-FORA-HIST  TO  TRUE
           SET IT-ATRASADO   TO  TRUE

           IF FATURA-ABERTA OF REG-CONVFAT
              MOVE WS-VALOR-CF OF REG-CONVFAT  TO  WS-IT-ABERTO
           END-IF

           PERFORM 045-CLASSIFICAR-ITEM
           PERFORM 027-LER-CONVFAT
           .
      *--------------------------------------------------------------*
      *    PREPARAR UMA PARCELA DE LOTE: A CANCELADA PELO DISTRATO
      *    ('C') NAO CONTA
      *--------------------------------------------------------------*
       033-PROCESSAR-LOTEPARC.

           MOVE 4  TO  WS-FLX-SUB
           MOVE WS-DT-VENC-LP OF REG-LOTEPARC     TO  WS-IT-VENC
           MOVE WS-VALOR-LP OF REG-LOTEPARC       TO  WS-IT-VALOR
           MOVE WS-DT-PAGTO-LP OF REG-LOTEPARC    TO  WS-IT-PAGTO
           MOVE WS-VALOR-PAGO-LP OF REG-LOTEPARC  TO  WS-IT-PAGO
           MOVE ZEROS                             TO  WS-IT-ABERTO
           SET IT-CONTA-HIST  TO  TRUE
           SET IT-ATRASADO    TO  TRUE

           IF PARCELA-CANCELADA OF REG-LOTEPARC
              SET IT-FORA-HIST  TO  TRUE
           END-IF
           IF PARCELA-ABERTA OF REG-LOTEPARC
              COMPUTE WS-IT-ABERTO = WS-VALOR-LP OF REG-LOTEPARC
                    - WS-VALOR-PAGO-LP OF REG-LOTEPARC
      *-----> CORRECAO MONETARIA CONTIDA NO SALDO ABERTO (VER V02)
              IF WS-VALOR-ORIG-LP OF REG-LOTEPARC NUMERIC
                 AND WS-VALOR-ORIG-LP OF REG-LOTEPARC > ZEROS
                 AND WS-VALOR-LP OF REG-LOTEPARC >
                     WS-VALOR-ORIG-LP OF REG-LOTEPARC
                 ADD 1  TO  WS-CTLOTCOR
                 COMPUTE WS-VLR-LOTCOR = WS-VLR-LOTCOR
                       + WS-VALOR-LP OF REG-LOTEPARC
                       - WS-VALOR-ORIG-LP OF REG-LOTEPARC
              END-IF
           END-IF
           IF PARCELA-PAGA OF REG-LOTEPARC
              AND WS-DT-PAGTO-LP OF REG-LOTEPARC
                  NOT > WS-DT-VENC-LP OF REG-LOTEPARC
              SET IT-PONTUAL  TO  TRUE
           END-IF

           PERFORM 045-CLASSIFICAR-ITEM
           PERFORM 028-LER-LOTEPARC
           .
      *--------------------------------------------------------------*
      *    LER O HISTORICO PREVCXA E GUARDAR AS SEMANAS ENCERRADAS
      *    DA PREVISAO ANTERIOR MAIS RECENTE (O ARQUIVO E
      *    CRONOLOGICO; REEXECUCAO DA MESMA DATA SUBSTITUI A
      *    ANTERIOR). HISTORICO AINDA INEXISTENTE (FS 35) VALE COMO
      *    PRIMEIRA PREVISAO
      *--------------------------------------------------------------*
       040-LER-ANTERIOR.

           OPEN INPUT PREVCXA
           IF WS-FS-PCX = '35'
              GO TO 040-LER-ANTERIOR-FIM
           END-IF
           IF WS-FS-PCX  NOT = '00'
              MOVE  'ERRO AO ABRIR O PREVCXA'  TO WS-MSG
              MOVE   WS-FS-PCX                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N'  TO  WS-FIM
           PERFORM 042-LER-PREVCXA
           PERFORM 044-GUARDAR-ANTERIOR
               UNTIL WS-FIM = 'S'

           CLOSE PREVCXA
           IF WS-FS-PCX  NOT = '00'
              MOVE  'ERRO AO FECHAR O PREVCXA'  TO WS-MSG
              MOVE   WS-FS-PCX                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       040-LER-ANTERIOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UMA LINHA DO HISTORICO DA PREVISAO
      *--------------------------------------------------------------*
       042-LER-PREVCXA.

           READ PREVCXA
               AT END
                   MOVE 'S'  TO  WS-FIM
           END-READ

           IF WS-FS-PCX  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PREVCXA'  TO WS-MSG
              MOVE   WS-FS-PCX                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR A SEMANA LIDA SE FOR DE PREVISAO ANTERIOR A DATA
      *    DE REFERENCIA E JA ENCERRADA; PREVISAO MAIS NOVA QUE A
      *    GUARDADA ZERA A TABELA
      *--------------------------------------------------------------*
       044-GUARDAR-ANTERIOR.

           IF WS-DTREF-PX < WS-DT-REF-IN
              AND WS-DTREF-PX NOT < WS-DTREF-ANT
              AND WS-FLUXO-PX > ZEROS AND WS-FLUXO-PX < 5
              AND WS-SEMANA-PX > ZEROS AND WS-SEMANA-PX < 14
              IF WS-DTREF-PX NOT = WS-DTREF-ANT
                 OR WS-RUNID-PX NOT = WS-RUNID-ANT
                 MOVE ZEROS        TO  WS-TAB-ANTERIOR
                 MOVE WS-DTREF-PX  TO  WS-DTREF-ANT
                 MOVE WS-RUNID-PX  TO  WS-RUNID-ANT
                 SET SEM-ANTERIOR  TO  TRUE
              END-IF
              IF WS-DT-FIM-PX < WS-DT-REF-IN
                 MOVE 'S'  TO  WS-ANT-SIT
                               (WS-FLUXO-PX WS-SEMANA-PX)
                 MOVE WS-DT-INI-PX    TO  WS-ANT-INI
                                          (WS-FLUXO-PX WS-SEMANA-PX)
                 MOVE WS-DT-FIM-PX    TO  WS-ANT-FIM
                                          (WS-FLUXO-PX WS-SEMANA-PX)
                 MOVE WS-VLR-PREV-PX  TO  WS-ANT-PREV
                                          (WS-FLUXO-PX WS-SEMANA-PX)
                 SET HA-ANTERIOR  TO  TRUE
              END-IF
           END-IF

           PERFORM 042-LER-PREVCXA
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR O ITEM DO FLUXO WS-FLX-SUB: HISTORICO DA
      *    PONTUALIDADE, VALOR A VENCER NA SEMANA/MES E REALIZADO
      *    DA PREVISAO ANTERIOR
      *--------------------------------------------------------------*
       045-CLASSIFICAR-ITEM.

           IF IT-CONTA-HIST
              AND WS-IT-VENC NOT < WS-DT-HIST-INI
              AND WS-IT-VENC < WS-DT-REF-IN
              ADD 1            TO  WS-CTHIST
              ADD 1            TO  WS-FLX-QTD-HIST (WS-FLX-SUB)
              ADD WS-IT-VALOR  TO  WS-FLX-BASE (WS-FLX-SUB)
              IF IT-PONTUAL
                 ADD WS-IT-VALOR  TO  WS-FLX-PONTUAL (WS-FLX-SUB)
              END-IF
           END-IF

           IF WS-IT-ABERTO > ZEROS
              AND WS-IT-VENC NOT < WS-DT-REF-IN
              AND WS-IT-VENC NOT > WS-DT-FIM-PREV
              ADD 1  TO  WS-CTPREV
              ADD 1  TO  WS-FLX-QTD-PREV (WS-FLX-SUB)
              ADD WS-IT-ABERTO  TO  WS-FLX-BRUTO (WS-FLX-SUB)
              MOVE 1  TO  WS-DIA-SUB
              PERFORM 047-PROXIMO-DIA
                  UNTIL WS-CAL-DATA (WS-DIA-SUB) NOT < WS-IT-VENC
              COMPUTE WS-DIA-AUX = WS-DIA-SUB - 1
              DIVIDE WS-DIA-AUX BY 7  GIVING  WS-SEM-SUB
              ADD 1  TO  WS-SEM-SUB
              MOVE WS-CAL-MES-SUB (WS-DIA-SUB)  TO  WS-MES-SUB
              ADD WS-IT-ABERTO  TO  WS-FLX-SEMANA
                                    (WS-FLX-SUB WS-SEM-SUB)
              ADD WS-IT-ABERTO  TO  WS-FLX-MES
                                    (WS-FLX-SUB WS-MES-SUB)
           END-IF

           IF HA-ANTERIOR
              AND WS-IT-PAGTO > ZEROS
              AND WS-IT-PAGO > ZEROS
              MOVE 1  TO  WS-SEM-SUB
              PERFORM 048-CONFERIR-REALIZADO
                  UNTIL WS-SEM-SUB > 13
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCAR UM DIA NA PROCURA DO VENCIMENTO NO CALENDARIO
      *--------------------------------------------------------------*
       047-PROXIMO-DIA.

           ADD 1  TO  WS-DIA-SUB
           .
      *--------------------------------------------------------------*
      *    SOMAR O PAGAMENTO AO REALIZADO DA SEMANA ANTERIOR QUE
      *    CONTEM A DATA DO PAGAMENTO
      *--------------------------------------------------------------*
       048-CONFERIR-REALIZADO.

           IF ANT-PRESENTE (WS-FLX-SUB WS-SEM-SUB)
              AND WS-IT-PAGTO NOT < WS-ANT-INI (WS-FLX-SUB WS-SEM-SUB)
              AND WS-IT-PAGTO NOT > WS-ANT-FIM (WS-FLX-SUB WS-SEM-SUB)
              ADD 1  TO  WS-CTREAL
              ADD WS-IT-PAGO  TO  WS-ANT-REAL (WS-FLX-SUB WS-SEM-SUB)
              MOVE 13  TO  WS-SEM-SUB
           END-IF
           ADD 1  TO  WS-SEM-SUB
           .
      *--------------------------------------------------------------*
      *    APURAR A TAXA DE PONTUALIDADE DO FLUXO (VALOR PAGO ATE O
      *    VENCIMENTO / VALOR VENCIDO NA JANELA); SEM HISTORICO = 100
      *--------------------------------------------------------------*
       050-CALCULAR-TAXA.

           IF WS-FLX-BASE (WS-FLX-SUB) = ZEROS
              MOVE 100  TO  WS-FLX-PCT (WS-FLX-SUB)
           ELSE
              COMPUTE WS-FLX-PCT (WS-FLX-SUB) ROUNDED =
                      WS-FLX-PONTUAL (WS-FLX-SUB) * 100
                      / WS-FLX-BASE (WS-FLX-SUB)
           END-IF
           ADD 1  TO  WS-FLX-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO (TITULO DA SECAO EM WS-CAB-SECAO E
      *    COLUNAS EM WS-CAB2)
      *--------------------------------------------------------------*
       058-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELPREV FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPREV FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPREV FROM WS-CAB-SECAO
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB-SECAO' TO WS-MSG
              MOVE WS-FS-REL                 TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPREV FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELPREV FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DO RELATORIO (JA MONTADA EM WS-LINHA)
      *--------------------------------------------------------------*
       059-GRAVAR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 058-IMPCAB
           END-IF

           WRITE REG-RELPREV  FROM  WS-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELPREV'  TO  WS-MSG
              MOVE WS-FS-REL                      TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A TAXA DE PONTUALIDADE DE CADA FLUXO
      *--------------------------------------------------------------*
       060-IMPRIMIR-TAXAS.

           MOVE 'TAXA DE PONTUALIDADE - MESES DE HISTORICO:'
                                          TO  WS-TIT-SECAO
           MOVE WS-MESES-HIST-IN          TO  WS-DT-SECAO
           MOVE WS-CAB-TAXA               TO  WS-CAB2
           MOVE 65                        TO  WS-CTLIN

           MOVE 1  TO  WS-FLX-SUB
           PERFORM 062-IMPRIMIR-TAXA UNTIL WS-FLX-SUB > 4
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DA TAXA DE UM FLUXO
      *--------------------------------------------------------------*
       062-IMPRIMIR-TAXA.

           MOVE WS-FLX-NOME (WS-FLX-SUB)      TO  WS-FLX-T
           MOVE WS-FLX-QTD-HIST (WS-FLX-SUB)  TO  WS-QTD-T
           MOVE WS-FLX-BASE (WS-FLX-SUB)      TO  WS-BASE-T
           MOVE WS-FLX-PONTUAL (WS-FLX-SUB)   TO  WS-PONT-T
           MOVE WS-FLX-PCT (WS-FLX-SUB)       TO  WS-PCT-T
           IF NOT FLX-MEDE-PAGTO (WS-FLX-SUB)
              MOVE 'SEM PAGTO.'  TO  WS-OBS-T
           ELSE
              IF WS-FLX-BASE (WS-FLX-SUB) = ZEROS
                 MOVE 'SEM HIST. '  TO  WS-OBS-T
              ELSE
                 MOVE SPACES        TO  WS-OBS-T
              END-IF
           END-IF

           MOVE WS-REG-TAXA  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA
           ADD 1  TO  WS-FLX-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A PREVISAO SEMANAL (13 SEMANAS), AJUSTADA PELA
      *    TAXA DE CADA FLUXO, COM OS TOTAIS AJUSTADO E BRUTO
      *--------------------------------------------------------------*
       065-IMPRIMIR-SEMANAS.

           MOVE 'PREVISAO SEMANAL AJUSTADA PELA PONTUALIDADE - ATE'
                                          TO  WS-TIT-SECAO
           MOVE WS-DT-FIM-PREV            TO  WS-DATA-TRAB-N
           PERFORM 016-EDITAR-DATA
           MOVE WS-DATA-ED                TO  WS-DT-SECAO
           MOVE WS-CAB-COLUNAS            TO  WS-CAB2
           MOVE 65                        TO  WS-CTLIN
           MOVE ZEROS                     TO  WS-TAB-TOT-COL

           MOVE 1  TO  WS-SEM-SUB
           PERFORM 066-IMPRIMIR-SEMANA UNTIL WS-SEM-SUB > 13

           PERFORM 068-IMPRIMIR-TOTAL
           PERFORM 069-IMPRIMIR-BRUTO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UMA SEMANA (PERIODO DD/MM A DD/MM)
      *--------------------------------------------------------------*
       066-IMPRIMIR-SEMANA.

           MOVE SPACES  TO  WS-REG-PREV
           COMPUTE WS-DIA-SUB = ((WS-SEM-SUB - 1) * 7) + 1
           MOVE WS-CAL-DATA (WS-DIA-SUB)  TO  WS-DATA-TRAB-N
           PERFORM 016-EDITAR-DATA
           MOVE WS-DATA-ED  TO  WS-DATA-ED2
           COMPUTE WS-DIA-SUB = WS-SEM-SUB * 7
           MOVE WS-CAL-DATA (WS-DIA-SUB)  TO  WS-DATA-TRAB-N
           PERFORM 016-EDITAR-DATA
           STRING 'S'  WS-SEM-SUB  ' '
                  WS-DATA-ED2 (1:5)  ' A '  WS-DATA-ED (1:5)
           DELIMITED BY SIZE INTO WS-PER-P

           MOVE ZEROS  TO  WS-VLR-LINHA
           MOVE 1      TO  WS-COL-SUB
           PERFORM 067-AJUSTAR-SEMANA UNTIL WS-COL-SUB > 4
           MOVE WS-VLR-LINHA  TO  WS-VLR-P (5)
           ADD WS-VLR-LINHA   TO  WS-TOT-COL (5)

           MOVE WS-REG-PREV  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA
           ADD 1  TO  WS-SEM-SUB
           .
      *--------------------------------------------------------------*
      *    AJUSTAR O BRUTO DA SEMANA DE UM FLUXO PELA SUA TAXA
      *--------------------------------------------------------------*
       067-AJUSTAR-SEMANA.

           ADD WS-FLX-SEMANA (WS-COL-SUB WS-SEM-SUB)
                                   TO  WS-TOT-BRUTO-SEM
           COMPUTE WS-VLR-AJUST ROUNDED =
                   WS-FLX-SEMANA (WS-COL-SUB WS-SEM-SUB)
                 * WS-FLX-PCT (WS-COL-SUB) / 100
           MOVE WS-VLR-AJUST  TO  WS-VLR-P (WS-COL-SUB)
           ADD WS-VLR-AJUST   TO  WS-TOT-COL (WS-COL-SUB)
           ADD WS-VLR-AJUST   TO  WS-VLR-LINHA
           ADD 1  TO  WS-COL-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TOTAL AJUSTADO DAS COLUNAS
      *--------------------------------------------------------------*
       068-IMPRIMIR-TOTAL.

           MOVE WS-HIFEN  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA

           MOVE SPACES            TO  WS-REG-PREV
           MOVE 'TOTAL PREVISTO'  TO  WS-PER-P
           MOVE WS-TOT-COL (1)    TO  WS-VLR-P (1)
           MOVE WS-TOT-COL (2)    TO  WS-VLR-P (2)
           MOVE WS-TOT-COL (3)    TO  WS-VLR-P (3)
           MOVE WS-TOT-COL (4)    TO  WS-VLR-P (4)
           MOVE WS-TOT-COL (5)    TO  WS-VLR-P (5)
           MOVE WS-REG-PREV  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TOTAL BRUTO A VENCER (SEM O AJUSTE DA TAXA)
      *--------------------------------------------------------------*
       069-IMPRIMIR-BRUTO.

           MOVE SPACES              TO  WS-REG-PREV
           MOVE 'TOTAL SEM AJUSTE'  TO  WS-PER-P
           MOVE WS-FLX-BRUTO (1)    TO  WS-VLR-P (1)
           MOVE WS-FLX-BRUTO (2)    TO  WS-VLR-P (2)
           MOVE WS-FLX-BRUTO (3)    TO  WS-VLR-P (3)
           MOVE WS-FLX-BRUTO (4)    TO  WS-VLR-P (4)
           COMPUTE WS-TOT-BRUTO = WS-FLX-BRUTO (1) + WS-FLX-BRUTO (2)
                 + WS-FLX-BRUTO (3) + WS-FLX-BRUTO (4)
           MOVE WS-TOT-BRUTO        TO  WS-VLR-P (5)
           MOVE WS-REG-PREV  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A PREVISAO MENSAL (MESES QUE OS 91 DIAS
      *    ATRAVESSAM - O PRIMEIRO E O ULTIMO SAO PARCIAIS)
      *--------------------------------------------------------------*
       070-IMPRIMIR-MESES.

           MOVE 'PREVISAO MENSAL AJUSTADA PELA PONTUALIDADE - ATE'
                                          TO  WS-TIT-SECAO
           MOVE WS-DT-FIM-PREV            TO  WS-DATA-TRAB-N
           PERFORM 016-EDITAR-DATA
           MOVE WS-DATA-ED                TO  WS-DT-SECAO
           MOVE WS-CAB-COLUNAS            TO  WS-CAB2
           MOVE 65                        TO  WS-CTLIN
           MOVE ZEROS                     TO  WS-TAB-TOT-COL

           MOVE 1  TO  WS-MES-SUB
           PERFORM 071-IMPRIMIR-MES UNTIL WS-MES-SUB > WS-QTD-MES

           PERFORM 068-IMPRIMIR-TOTAL
           PERFORM 069-IMPRIMIR-BRUTO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM MES (MES MM/AAAA)
      *--------------------------------------------------------------*
       071-IMPRIMIR-MES.

           MOVE SPACES  TO  WS-REG-PREV
           STRING 'MES '  WS-MES-MM (WS-MES-SUB)  '/'
                  WS-MES-ANO (WS-MES-SUB)
           DELIMITED BY SIZE INTO WS-PER-P

           MOVE ZEROS  TO  WS-VLR-LINHA
           MOVE 1      TO  WS-COL-SUB
           PERFORM 072-AJUSTAR-MES UNTIL WS-COL-SUB > 4
           MOVE WS-VLR-LINHA  TO  WS-VLR-P (5)
           ADD WS-VLR-LINHA   TO  WS-TOT-COL (5)

           MOVE WS-REG-PREV  TO  WS-LINHA
           PERFORM 059-GRAVAR-LINHA
           ADD 1  TO  WS-MES-SUB
           .
      *--------------------------------------------------------------*
      *    AJUSTAR O BRUTO DO MES DE UM FLUXO PELA SUA TAXA
      *--------------------------------------------------------------*
       072-AJUSTAR-MES.

           ADD WS-FLX-MES (WS-COL-SUB WS-MES-SUB)
                                   TO  WS-TOT-BRUTO-MES
           COMPUTE WS-VLR-AJUST ROUNDED =
                   WS-FLX-MES (WS-COL-SUB WS-MES-SUB)
                 * WS-FLX-PCT (WS-COL-SUB) / 100
           MOVE WS-VLR-AJUST  TO  WS-VLR-P (WS-COL-SUB)
           ADD WS-VLR-AJUST   TO  WS-TOT-COL (WS-COL-SUB)
           ADD WS-VLR-AJUST   TO  WS-VLR-LINHA
           ADD 1  TO  WS-COL-SUB
           .
      *--------------------------------------------------------------*
      *    CONFRONTAR AS SEMANAS ENCERRADAS DA PREVISAO ANTERIOR COM
      *    O REALIZADO; O TOTAL SO SOMA OS FLUXOS QUE GRAVAM A DATA
      *    DE PAGAMENTO
      *--------------------------------------------------------------*
       075-IMPRIMIR-COMPARATIVO.

           MOVE 'PREVISTO X REALIZADO - PREVISAO ANTERIOR DE'
                                          TO  WS-TIT-SECAO
           MOVE SPACES                    TO  WS-DT-SECAO
           MOVE WS-CAB-COMP               TO  WS-CAB2
           MOVE 65                        TO  WS-CTLIN
           MOVE ZEROS                     TO  WS-TOT-PREV-C
           MOVE ZEROS                     TO  WS-TOT-REAL-C

           IF SEM-ANTERIOR
              MOVE 'SEM PREVISAO ANTERIOR COM SEMANA ENCERRADA'
                                          TO  WS-TXT-AVISO
              MOVE SPACES                 TO  WS-DT-AVISO
              MOVE WS-REG-AVISO  TO  WS-LINHA
              PERFORM 059-GRAVAR-LINHA
           ELSE
              MOVE WS-DTREF-ANT  TO  WS-DATA-TRAB-N
              PERFORM 016-EDITAR-DATA
              MOVE WS-DATA-ED    TO  WS-DT-SECAO
              MOVE 1  TO  WS-FLX-SUB
              PERFORM 076-COMPARAR-FLUXO UNTIL WS-FLX-SUB > 4

              MOVE WS-HIFEN  TO  WS-LINHA
              PERFORM 059-GRAVAR-LINHA
              MOVE 'TOTAL MEDIDO'  TO  WS-FLX-C
              MOVE SPACES          TO  WS-PER-C
              MOVE WS-TOT-PREV-C   TO  WS-PREV-C
              MOVE WS-TOT-REAL-C   TO  WS-REAL-C
              COMPUTE WS-VLR-DIF = WS-TOT-REAL-C - WS-TOT-PREV-C
              MOVE WS-VLR-DIF      TO  WS-DIF-C
              MOVE SPACES          TO  WS-OBS-C
              MOVE WS-REG-COMP  TO  WS-LINHA
              PERFORM 059-GRAVAR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFRONTAR AS SEMANAS DE UM FLUXO
      *--------------------------------------------------------------*
       076-COMPARAR-FLUXO.

           MOVE 1  TO  WS-SEM-SUB
           PERFORM 077-COMPARAR-SEMANA UNTIL WS-SEM-SUB > 13
           ADD 1  TO  WS-FLX-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O PREVISTO X REALIZADO DE UMA SEMANA ENCERRADA
      *--------------------------------------------------------------*
       077-COMPARAR-SEMANA.

           IF ANT-PRESENTE (WS-FLX-SUB WS-SEM-SUB)
              ADD 1  TO  WS-CTCOMP
              MOVE WS-FLX-NOME (WS-FLX-SUB)  TO  WS-FLX-C
              MOVE WS-ANT-INI (WS-FLX-SUB WS-SEM-SUB)
                                             TO  WS-DATA-TRAB-N
              PERFORM 016-EDITAR-DATA
              MOVE WS-DATA-ED                TO  WS-DATA-ED2
              MOVE WS-ANT-FIM (WS-FLX-SUB WS-SEM-SUB)
                                             TO  WS-DATA-TRAB-N
              PERFORM 016-EDITAR-DATA
              STRING WS-DATA-ED2  ' A '  WS-DATA-ED
              DELIMITED BY SIZE INTO WS-PER-C
              MOVE WS-ANT-PREV (WS-FLX-SUB WS-SEM-SUB)  TO  WS-PREV-C
              MOVE WS-ANT-REAL (WS-FLX-SUB WS-SEM-SUB)  TO  WS-REAL-C
              COMPUTE WS-VLR-DIF =
                      WS-ANT-REAL (WS-FLX-SUB WS-SEM-SUB)
                    - WS-ANT-PREV (WS-FLX-SUB WS-SEM-SUB)
              MOVE WS-VLR-DIF  TO  WS-DIF-C
              IF NOT FLX-MEDE-PAGTO (WS-FLX-SUB)
                 MOVE 'SEM PAGTO.'  TO  WS-OBS-C
              ELSE
                 ADD WS-ANT-PREV (WS-FLX-SUB WS-SEM-SUB)
                                    TO  WS-TOT-PREV-C
                 ADD WS-ANT-REAL (WS-FLX-SUB WS-SEM-SUB)
                                    TO  WS-TOT-REAL-C
                 IF WS-VLR-DIF < ZEROS
                    MOVE 'A MENOR   '  TO  WS-OBS-C
                 ELSE
                    IF WS-VLR-DIF > ZEROS
                       MOVE 'A MAIOR   '  TO  WS-OBS-C
                    ELSE
                       MOVE SPACES        TO  WS-OBS-C
                    END-IF
                 END-IF
              END-IF
              MOVE WS-REG-COMP  TO  WS-LINHA
              PERFORM 059-GRAVAR-LINHA
           END-IF
           ADD 1  TO  WS-SEM-SUB
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PREVISAO SEMANAL DESTA EXECUCAO NO HISTORICO
      *--------------------------------------------------------------*
       080-GRAVAR-PREVISAO.

           OPEN EXTEND PREVCXA
           IF WS-FS-PCX = '35'
              OPEN OUTPUT PREVCXA
           END-IF
           IF WS-FS-PCX  NOT = '00'
              MOVE  'ERRO AO ABRIR O PREVCXA'  TO WS-MSG
              MOVE   WS-FS-PCX                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 1  TO  WS-FLX-SUB
           PERFORM 082-GRAVAR-FLUXO UNTIL WS-FLX-SUB > 4

           CLOSE PREVCXA
           IF WS-FS-PCX  NOT = '00'
              MOVE  'ERRO AO FECHAR O PREVCXA'  TO WS-MSG
              MOVE   WS-FS-PCX                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR AS 13 SEMANAS DE UM FLUXO
      *--------------------------------------------------------------*
       082-GRAVAR-FLUXO.

           MOVE 1  TO  WS-SEM-SUB
           PERFORM 084-GRAVAR-SEMANA UNTIL WS-SEM-SUB > 13
           ADD 1  TO  WS-FLX-SUB
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA SEMANA DE UM FLUXO NO PREVCXA
      *--------------------------------------------------------------*
       084-GRAVAR-SEMANA.

           MOVE SPACES                 TO  REG-PREVCXA
           MOVE WS-DT-REF-IN           TO  WS-DTREF-PX
           MOVE WS-RUNID-IN            TO  WS-RUNID-PX
           MOVE WS-FLX-SUB             TO  WS-FLUXO-PX
           MOVE WS-SEM-SUB             TO  WS-SEMANA-PX
           COMPUTE WS-DIA-SUB = ((WS-SEM-SUB - 1) * 7) + 1
           MOVE WS-CAL-DATA (WS-DIA-SUB)  TO  WS-DT-INI-PX
           COMPUTE WS-DIA-SUB = WS-SEM-SUB * 7
           MOVE WS-CAL-DATA (WS-DIA-SUB)  TO  WS-DT-FIM-PX
           MOVE WS-FLX-SEMANA (WS-FLX-SUB WS-SEM-SUB)
                                       TO  WS-VLR-BRUTO-PX
           MOVE WS-FLX-PCT (WS-FLX-SUB)
                                       TO  WS-PCT-PX
           COMPUTE WS-VLR-PREV-PX ROUNDED =
                   WS-FLX-SEMANA (WS-FLX-SUB WS-SEM-SUB)
                 * WS-FLX-PCT (WS-FLX-SUB) / 100

           WRITE REG-PREVCXA
           IF WS-FS-PCX  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO PREVCXA'  TO WS-MSG
              MOVE   WS-FS-PCX                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTGRAV
           ADD 1  TO  WS-SEM-SUB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG179        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * COBRANCAS LIDAS   - MENSALU  = ' WS-CTMEN
           DISPLAY ' * PARCELAS LIDAS    - MENSACOR = ' WS-CTACP
           DISPLAY ' * FATURAS LIDAS     - CONVFAT  = ' WS-CTFAT
           DISPLAY ' * PARCELAS LIDAS    - LOTEPARC = ' WS-CTLOT
           DISPLAY ' * LOTEPARC ABERTAS CORRIGIDAS  = ' WS-CTLOTCOR
           DISPLAY ' * CORRECAO MONETARIA NO ABERTO = ' WS-VLR-LOTCOR
           DISPLAY ' * TITULOS NA PREVISAO (90 DIAS)= ' WS-CTPREV
           DISPLAY ' * TITULOS NO HISTORICO DA TAXA = ' WS-CTHIST
           DISPLAY ' * PAGAMENTOS NO REALIZADO      = ' WS-CTREAL
           DISPLAY ' * SEMANAS CONFRONTADAS         = ' WS-CTCOMP
           DISPLAY ' * SEMANAS GRAVADAS  - PREVCXA  = ' WS-CTGRAV
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

      *    O BRUTO A VENCER TEM DE FECHAR NAS TRES VISOES: POR
      *    FLUXO, POR SEMANA E POR MES
           IF WS-TOT-BRUTO-SEM NOT = WS-TOT-BRUTO
              OR WS-TOT-BRUTO-MES NOT = WS-TOT-BRUTO
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - SEMANA X MES      *'
              DISPLAY ' * BRUTO POR FLUXO  = ' WS-TOT-BRUTO
              DISPLAY ' * BRUTO POR SEMANA = ' WS-TOT-BRUTO-SEM
              DISPLAY ' * BRUTO POR MES    = ' WS-TOT-BRUTO-MES
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF ACORDOS-ABERTOS
              CLOSE  MENSACOR
              IF WS-FS-ACP  NOT = '00'
                 MOVE  'ERRO AO FECHAR O MENSACOR'  TO WS-MSG
                 MOVE   WS-FS-ACP                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF CONVENIOS-ABERTOS
              CLOSE  CONVFAT
              IF WS-FS-FAT  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CONVFAT'  TO WS-MSG
                 MOVE   WS-FS-FAT                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF LOTES-ABERTOS
              CLOSE  LOTEPARC
              IF WS-FS-PAR  NOT = '00'
                 MOVE  'ERRO AO FECHAR O LOTEPARC'  TO WS-MSG
                 MOVE   WS-FS-PAR                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELPREV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELPREV'  TO WS-MSG
              MOVE   WS-FS-REL                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG179        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG179 <
