       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG216.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ANONIMIZACAO ANUAL POR RETENCAO (LGPD) DOS EX-ALUNOS
      *           E EX-COMPRADORES. UM CARTAO DE SYSIN POR EXECUCAO,
      *           COM O MODO:
      *             P - PROPOSTA: SO LISTA (RELANOJ) QUEM SERIA
      *                 ANONIMIZADO E QUEM FICA PELAS EXCECOES - PARA
      *                 O ENCARREGADO DE DADOS CONFERIR ANTES;
      *             A - APLICAR: MESMA SELECAO, AGORA GRAVANDO.
      *           O PRAZO DE RETENCAO, EM ANOS, VEM DA VERSAO VIGENTE
      *           DO RETPARM (ACERVO PARMVER, LIDO PELO CGPRG213 -
      *           UM REGISTRO PARA ALUNO E UM PARA COMPRADOR); O
      *           CORTE E A DATA DE REFERENCIA MENOS O PRAZO.
      *           EX-ALUNO (CADALU TRANCADO OU CANCELADO) E SELECIONADO
      *           QUANDO A ULTIMA ATIVIDADE - A MAIOR ENTRE A MUDANCA
      *           DE SITUACAO (SEM ELA, O LOTE DO CADASTRO), O ULTIMO
      *           PAGAMENTO NO MENSALU/MENSACOR E O DIPLOMA (DIPLIDX/
      *           DIPLREG) - E ANTERIOR AO CORTE. EX-COMPRADOR
      *           (COMPMST INATIVO) IDEM, PELO ULTIMO MOVIMENTO DAS
      *           PARCELAS NO LOTEPARC. EXCECOES LEGAIS, LISTADAS E
      *           MANTIDAS COMO ESTAO:
      *             - ALUNO COM DIPLOMA REGISTRADO (O DIPLREG E O
      *               ACERVO QUE O SUSTENTA NAO SE ELIMINAM);
      *             - DEBITO EM ABERTO (MENSALIDADE, PARCELA DE
      *               ACORDO OU PARCELA DE LOTE);
      *             - SEM DATA DE ATIVIDADE (REVISAO MANUAL).
      *           NO MODO A, NOME, CPF, ENDERECO, CEP, TELEFONE,
      *           E-MAIL, CELULAR E RESPONSAVEL RECEBEM VALORES FIXOS
      *           (COPY ANONVALC) NO CADALU, CADEND, CONTFAM, FAMCTA
      *           E COMPMST; A REGRAVACAO DO CADALU VAI AO DIARIO
      *           MSTJRNL SO COM A IMAGEM DEPOIS, PARA A RECONSTRUCAO
      *           (CGPRG136) NAO TRAZER O ORIGINAL DE VOLTA. NOTAS,
      *           VALORES, DATAS,
      *           CURSO, SEXO, IDADE, CIDADE E UF FICAM, E A
      *           MATRICULA CONTINUA AMARRANDO MENSALU, EVASAO E
      *           ESTATISTICAS. OS VINCULOS DA PESSOA NO CADASTRO
      *           UNICO (PESSOA) SAO BAIXADOS. CADA PESSOA GERA UM
      *           REGISTRO NO ANONLOG (COPY ANONLOGC) SEM NENHUM VALOR
      *           ORIGINAL. AS GERACOES DO HISTALU SAO ACERTADAS NOS
      *           STEPS SEGUINTES DO JOB, PELO CGPRG217.
      *           CARTAO RECUSADO NA CRITICA NAO ALTERA NADA E
      *           TERMINA COM RC 4
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01    MODO (P/A)
      *   POS 02-09 DATA DE REFERENCIA AAAAMMDD (EM BRANCO = HOJE)
      *   POS 10-12 OPERADOR (P = NIVEL 2 OU MAIS / A = NIVEL 3)
      *   POS 13-16 LOTE (RUN-ID GRAVADO NO ANONLOG)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010233  PROGRAMA CRIADO - ANONIMIZACAO POR
      *                          RETENCAO DOS EX-ALUNOS E
      *                          EX-COMPRADORES
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
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
      *-----> PAGAMENTOS E DEBITOS DO ALUNO (COBRANCA E ACORDO)
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
      *-----> DIPLOMAS DO ALUNO (INDICE MATRICULA+CURSO E LIVRO)
           SELECT DIPLIDX ASSIGN TO DIPLIDXJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-DI OF REG-DIPLIDX
                  FILE STATUS   IS WS-FS-DIX
           .
           SELECT DIPLREG ASSIGN TO DIPLREGJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-DIPLOMA-DG OF REG-DIPLREG
                  FILE STATUS   IS WS-FS-DIP
           .
      *-----> PARCELAS DAS VENDAS DE LOTES (ATIVIDADE DO COMPRADOR)
           SELECT LOTEPARC ASSIGN TO LOTEPARJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-LP OF REG-LOTEPARC
                  FILE STATUS   IS WS-FS-LPA
           .
           SELECT COMPMST ASSIGN TO COMPMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-COMPRADOR-CP OF REG-COMPMST
                  FILE STATUS   IS WS-FS-CMP
           .
      *-----> CADASTRO UNICO DE PESSOAS (VINCULOS BAIXADOS NO MODO A)
           SELECT PESSOA ASSIGN TO PESSOAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-PS OF REG-PESSOA
                  FILE STATUS   IS WS-FS-PES
           .
      *-----> REGISTRO DAS ANONIMIZACOES (MODO A)
           SELECT ANONLOG ASSIGN TO ANONLOGJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-AN OF REG-ANONLOG
                  FILE STATUS   IS WS-FS-ANL
           .
      *-----> CONTATOS DA FAMILIA E CONTA FAMILIA (MODO A)
           SELECT CONTFAM ASSIGN TO CONTFAMJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-CF OF REG-CONTFAM
                  FILE STATUS   IS WS-FS-CON
           .
           SELECT FAMCTA ASSIGN TO FAMCTAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-FC OF REG-FAMCTA
                  FILE STATUS   IS WS-FS-FAM
           .
      *-----> DIARIO COMUM DE MESTRES (REGRAVACAO DO CADALU, MODO A)
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
      *-----> AUTORIDADE DO OPERADOR DO CARTAO
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-OPERID-T OF REG-OPERTAB
                  FILE STATUS   IS WS-FS-OPE
           .
      *-----> PROPOSTA OU RELATORIO DA APLICACAO
           SELECT RELANO ASSIGN TO RELANOJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CADALU
           LABEL RECORD STANDARD
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CADEND
           LABEL RECORD STANDARD
           .
       01  REG-CADEND.
           COPY CADENDC.
       FD  MENSALU
           LABEL RECORD STANDARD
           .
       01  REG-MENSALU.
           COPY MENSALUC.
       FD  MENSACOR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MENSACOR.
           COPY MENSALUC.
      *-----> INDICE DOS DIPLOMAS (MATRICULA+CURSO -> NUMERO)
       FD  DIPLIDX
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DIPLIDX.
           05 WS-CHAVE-DI.
              10 WS-NUMERO-DI     PIC 9(05)      COMP-3.
              10 WS-CURSO-DI      PIC X(12).
           05 WS-DIPLOMA-DI       PIC 9(06)      COMP-3.
           05 FILLER              PIC X(06).
       FD  DIPLREG
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DIPLREG.
           COPY DIPLREGC.
       FD  LOTEPARC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-LOTEPARC.
           COPY LOTEPARC.
       FD  COMPMST
           LABEL RECORD STANDARD
           .
       01  REG-COMPMST.
           COPY COMPMSTC.
       FD  PESSOA
           LABEL RECORD STANDARD
           .
       01  REG-PESSOA.
           COPY PESSOAC.
       FD  ANONLOG
           LABEL RECORD STANDARD
           .
       01  REG-ANONLOG.
           COPY ANONLOGC.
       FD  CONTFAM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONTFAM.
           COPY CONTFAMC.
       FD  FAMCTA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FAMCTA.
           COPY FAMCTAC.
      *-----> DIARIO COMUM DE MESTRES
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
       FD  RELANO
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELANO             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTALU-LIDO          PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-EX            PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-JA            PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-RET           PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-DIPL          PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-DEB           PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-SDATA         PIC 9(05) VALUE ZEROS.
           05  WS-CTALU-ANON          PIC 9(05) VALUE ZEROS.
           05  WS-CTEND-ANON          PIC 9(05) VALUE ZEROS.
           05  WS-CTCON-ANON          PIC 9(05) VALUE ZEROS.
           05  WS-CTFAM-ANON          PIC 9(05) VALUE ZEROS.
           05  WS-CTCMP-LIDO          PIC 9(05) VALUE ZEROS.
           05  WS-CTCMP-EX            PIC 9(05) VALUE ZEROS.
           05  WS-CTCMP-JA            PIC 9(05) VALUE ZEROS.
           05  WS-CTCMP-RET           PIC 9(05) VALUE ZEROS.
           05  WS-CTCMP-DEB           PIC 9(05) VALUE ZEROS.
           05  WS-CTCMP-SDATA         PIC 9(05) VALUE ZEROS.
           05  WS-CTCMP-ANON          PIC 9(05) VALUE ZEROS.
           05  WS-CTPARC              PIC 9(07) VALUE ZEROS.
           05  WS-CTVINC              PIC 9(05) VALUE ZEROS.
           05  WS-CTLOG               PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-PAG                 PIC 9(02) VALUE ZEROS.
           05  WS-SUB                 PIC 9(05) COMP.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-DT-REF              PIC 9(08).
           05  WS-DT-CORTE-ALU        PIC 9(08) VALUE ZEROS.
           05  WS-DT-CORTE-CMP        PIC 9(08) VALUE ZEROS.
           05  WS-ANOS-ALU            PIC 9(02) VALUE ZEROS.
           05  WS-ANOS-CMP            PIC 9(02) VALUE ZEROS.
           05  WS-ANOS-CALC           PIC 9(02).
           05  WS-DT-ULTATV           PIC 9(08).
           05  WS-ORIG-ULTATV         PIC X(01).
           05  WS-SW-DEBITO           PIC X(01).
               88 COM-DEBITO              VALUE 'S'.
           05  WS-SW-DIPLOMA          PIC X(01).
               88 COM-DIPLOMA             VALUE 'S'.
           05  WS-SW-FIM-LEIT         PIC X(01).
               88 FIM-LEITURA             VALUE 'S'.
           05  WS-SW-ENDERECO         PIC X(01).
           05  WS-SW-CONTATO          PIC X(01).
           05  WS-SW-FAMILIA          PIC X(01).
           05  WS-SW-FAMCTA           PIC X(01) VALUE 'N'.
               88 FAMCTA-ABERTO           VALUE 'S'.
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-ACP              PIC X(02).
           05  WS-FS-DIX              PIC X(02).
           05  WS-FS-DIP              PIC X(02).
           05  WS-FS-LPA              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-PES              PIC X(02).
           05  WS-FS-ANL              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-PAR              PIC X(02).
           05  WS-FS-CON              PIC X(02).
           05  WS-FS-FAM              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG216'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-RECUSA              PIC X(40) VALUE SPACES.

      *-----> CARTAO DE PARAMETROS
       01  WS-REG-PARM.
           05  WS-MODO-IN             PIC X(01).
               88 MODO-PROPOSTA           VALUE 'P'.
               88 MODO-APLICAR            VALUE 'A'.
               88 MODO-VALIDO             VALUE 'P' 'A'.
           05  WS-DTREF-IN-X          PIC X(08).
           05  WS-DTREF-IN  REDEFINES  WS-DTREF-IN-X
                                      PIC 9(08).
           05  WS-DTREF-IN-R  REDEFINES  WS-DTREF-IN-X.
               10  WS-ANO-IN          PIC 9(04).
               10  WS-MES-IN          PIC 9(02).
               10  WS-DIA-IN          PIC 9(02).
           05  WS-OPER-IN             PIC X(03).
           05  WS-RUNID-IN-X          PIC X(04).
           05  WS-RUNID-IN  REDEFINES  WS-RUNID-IN-X
                                      PIC 9(04).
           05  FILLER                 PIC X(64).
       01  WS-RUNID-ATUAL         PIC 9(04)       VALUE ZEROS.

      *-----> APOIO DO DIARIO COMUM DE MESTRES
       01  WS-AREA-JORNAL.
           05  WS-FS-JRN              PIC X(02).
           05  WS-HRSYS-JRN           PIC 9(08).
           05  WS-CHAVE-JRN-MAT       PIC 9(05).

      *-----> PRAZOS DE RETENCAO - VERSAO VIGENTE LIDA DO PARMVER PELO
      *       CGPRG213 (UM REGISTRO POR TIPO DE TITULAR)
       01  REG-RETPARM.
           05 WS-PAR-TIPO         PIC X(01).
              88 PAR-ALUNO            VALUE 'A'.
              88 PAR-COMPRADOR        VALUE 'C'.
           05 WS-PAR-ANOS         PIC 9(02).
           05 WS-PAR-DESCR        PIC X(17).
      *-----> AREA DO CALL AO LEITOR DE PARAMETROS (CGPRG213)
       01  WS-PARMLER.
           COPY PARMLERC.

      *-----> DATA DO CORTE (REFERENCIA MENOS OS ANOS DE RETENCAO)
       01  WS-DN-DATA             PIC 9(08).
       01  FILLER  REDEFINES  WS-DN-DATA.
           05  WS-DN-ANO              PIC 9(04).
           05  WS-DN-MES              PIC 9(02).
           05  WS-DN-DIA              PIC 9(02).
       01  WS-QUOC                PIC 9(04).
       01  WS-RESTO               PIC 9(04).
       01  WS-SW-BISSEXTO         PIC X(01).
           88 ANO-BISSEXTO            VALUE 'S'.

      *-----> MATRICULAS E COMPRADORES ANONIMIZADOS NESTA EXECUCAO,
      *       PELO PROPRIO NUMERO (PARA A BAIXA DOS VINCULOS NO PESSOA)
       01  WS-TAB-ANON-ALU.
           05  WS-ANON-ALU            PIC X(01)  OCCURS 99999 TIMES.
       01  WS-TAB-ANON-CMP.
           05  WS-ANON-CMP            PIC X(01)  OCCURS 9999 TIMES.

      *-----> ULTIMO MOVIMENTO E PARCELA ABERTA DE CADA COMPRADOR,
      *       PELO CODIGO (MONTADO NA LEITURA DO LOTEPARC)
       01  WS-TAB-ATV-CMP.
           05  WS-ATV-CMP-OCOR        OCCURS 9999 TIMES.
               10  WS-CP-ULTATV       PIC 9(08).
               10  WS-CP-ABERTO       PIC X(01).

      *-----> VALORES FIXOS DA ANONIMIZACAO
       01  WS-AREA-ANON.
           COPY ANONVALC.

      *-----> DADOS DE SAIDA - PROPOSTA / APLICACAO (RELANO)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TITULO-CAB         PIC X(44).
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02).
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(40) VALUE
              ' T  IDENT  S  CURSO         ULT.ATIV O  '.
           05 FILLER                PIC X(40) VALUE
              'CORTE     RESULTADO                     '.

       01  WS-LIN-DET.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TIPO-LD            PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-IDENT-LD           PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SIT-LD             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CURSO-LD           PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-ULTATV-LD          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-ORIG-LD            PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CORTE-LD           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RESULT-LD          PIC X(30).

       01  WS-LIN-TOTAL.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TEXTO-LT           PIC X(40).
           05 WS-QTD-LT             PIC ZZZZ9.
           05 FILLER                PIC X(34) VALUE SPACES.

       01  WS-LIN-MSG.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TEXTO-LM           PIC X(79).

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

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
       000-CGPRG216.

           PERFORM 010-INICIAR
           PERFORM 020-CRITICAR-CARTAO THRU 020-CRITICAR-CARTAO-FIM

           IF WS-RECUSA = SPACES
              PERFORM 030-CARREGAR-RETPARM
              PERFORM 100-ALUNOS
              PERFORM 200-COMPRADORES
              IF MODO-APLICAR
                 PERFORM 300-VINCULOS
              END-IF
              PERFORM 400-TOTAIS
           ELSE
              PERFORM 080-RECUSAR
           END-IF

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG216 - ANONIMIZACAO POR RETENCAO   *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           MOVE WS-REG-PARM  TO  WS-IMAGEM-ERR
           DISPLAY ' * MODO      : ' WS-MODO-IN
           DISPLAY ' * REFERENCIA: ' WS-DTREF-IN-X
           DISPLAY ' * OPERADOR  : ' WS-OPER-IN
           DISPLAY ' * LOTE      : ' WS-RUNID-IN-X

           IF NOT MODO-VALIDO
              MOVE  'MODO INVALIDO (P/A)'  TO WS-MSG
              MOVE  '  '                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-RUNID-IN-X NUMERIC
              MOVE WS-RUNID-IN  TO  WS-RUNID-ATUAL
              MOVE WS-RUNID-IN  TO  WS-RUNID-ERR
           END-IF

      *-----> NA PROPOSTA NADA E GRAVADO: CADASTROS SO PARA LEITURA
           IF MODO-APLICAR
              OPEN I-O CADALU
           ELSE
              OPEN INPUT CADALU
           END-IF
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-APLICAR
              OPEN I-O CADEND
           ELSE
              OPEN INPUT CADEND
           END-IF
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-APLICAR
              OPEN I-O COMPMST
           ELSE
              OPEN INPUT COMPMST
           END-IF
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MENSACOR
           IF WS-FS-ACP  NOT = '00'
              MOVE  'ERRO AO ABRIR O MENSACOR'  TO WS-MSG
              MOVE   WS-FS-ACP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DIPLIDX
           IF WS-FS-DIX  NOT = '00'
              MOVE  'ERRO AO ABRIR O DIPLIDX'  TO WS-MSG
              MOVE   WS-FS-DIX                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DIPLREG
           IF WS-FS-DIP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DIPLREG'  TO WS-MSG
              MOVE   WS-FS-DIP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT LOTEPARC
           IF WS-FS-LPA  NOT = '00'
              MOVE  'ERRO AO ABRIR O LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-LPA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> A PRIMEIRA APLICACAO CRIA O ANONLOG
           IF MODO-APLICAR
              OPEN I-O PESSOA
              IF WS-FS-PES  NOT = '00'
                 MOVE  'ERRO AO ABRIR O PESSOA'  TO WS-MSG
                 MOVE   WS-FS-PES                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              OPEN I-O ANONLOG
              IF WS-FS-ANL = '35'
                 OPEN OUTPUT ANONLOG
                 CLOSE ANONLOG
                 OPEN I-O ANONLOG
              END-IF
              IF WS-FS-ANL  NOT = '00'
                 MOVE  'ERRO AO ABRIR O ANONLOG'  TO WS-MSG
                 MOVE   WS-FS-ANL                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              OPEN I-O CONTFAM
              IF WS-FS-CON  NOT = '00'
                 MOVE  'ERRO AO ABRIR O CONTFAM'  TO WS-MSG
                 MOVE   WS-FS-CON                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
      *-----> SEM FAMCTA (NENHUMA MONTAGEM DO CGPRG176) NAO HA CONTA
      *       FAMILIA A ANONIMIZAR
              OPEN I-O FAMCTA
              IF WS-FS-FAM = '35'
                 DISPLAY ' * FAMCTA AUSENTE - SEM CONTA FAMILIA'
              ELSE
                 IF WS-FS-FAM  NOT = '00'
                    MOVE  'ERRO AO ABRIR O FAMCTA'  TO WS-MSG
                    MOVE   WS-FS-FAM                TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 MOVE 'S'  TO  WS-SW-FAMCTA
              END-IF
              OPEN EXTEND MSTJRNL
              IF WS-FS-JRN = '35'
                 OPEN OUTPUT MSTJRNL
              END-IF
              IF WS-FS-JRN  NOT = '00'
                 MOVE  'ERRO AO ABRIR O MSTJRNL'  TO WS-MSG
                 MOVE   WS-FS-JRN                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ACCEPT WS-HRSYS-JRN  FROM TIME
           END-IF

           OPEN OUTPUT RELANO
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELANO'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-APLICAR
              MOVE 'ANONIMIZACAO POR RETENCAO - APLICACAO'
                   TO  WS-TITULO-CAB
           ELSE
              MOVE 'ANONIMIZACAO POR RETENCAO - PROPOSTA'
                   TO  WS-TITULO-CAB
           END-IF
           MOVE WS-DTEDI  TO  WS-DATA-CAB
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
           ACCEPT  WS-DATA-HOJE  FROM DATE YYYYMMDD

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO (A PRIMEIRA RECUSA ENCONTRADA FICA EM
      *    WS-RECUSA). APLICAR E IRREVERSIVEL: SO OPERADOR NIVEL 3
      *--------------------------------------------------------------*
       020-CRITICAR-CARTAO.

           IF WS-DTREF-IN-X = SPACES
              MOVE WS-DATA-HOJE  TO  WS-DT-REF
           ELSE
              IF WS-DTREF-IN-X NOT NUMERIC
                 OR WS-MES-IN < 01 OR WS-MES-IN > 12
                 OR WS-DIA-IN < 01 OR WS-DIA-IN > 31
                 MOVE 'DATA DE REFERENCIA INVALIDA'  TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
              IF WS-DTREF-IN > WS-DATA-HOJE
                 MOVE 'DATA DE REFERENCIA FUTURA'  TO  WS-RECUSA
                 GO TO 020-CRITICAR-CARTAO-FIM
              END-IF
              MOVE WS-DTREF-IN  TO  WS-DT-REF
           END-IF

           IF WS-RUNID-IN-X NOT = SPACES
              AND WS-RUNID-IN-X NOT NUMERIC
              MOVE 'LOTE INVALIDO'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF

           MOVE WS-OPER-IN  TO  WS-OPERID-T OF REG-OPERTAB
           READ OPERTAB
           IF WS-FS-OPE = '23'
              MOVE 'OPERADOR NAO CADASTRADO'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF OPER-REVOGADO OF REG-OPERTAB
              MOVE 'OPERADOR REVOGADO'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF
           IF WS-DT-INI-T OF REG-OPERTAB NUMERIC
              AND WS-DATA-HOJE < WS-DT-INI-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF
           IF WS-DT-FIM-T OF REG-OPERTAB NUMERIC
              AND WS-DT-FIM-T OF REG-OPERTAB > ZEROS
              AND WS-DATA-HOJE > WS-DT-FIM-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF
           IF WS-NIVEL-T OF REG-OPERTAB < 2
              MOVE 'OPERADOR SEM NIVEL PARA A PROPOSTA'  TO  WS-RECUSA
              GO TO 020-CRITICAR-CARTAO-FIM
           END-IF
           IF MODO-APLICAR
              AND WS-NIVEL-T OF REG-OPERTAB < 3
              MOVE 'APLICAR EXIGE OPERADOR NIVEL 3'  TO  WS-RECUSA
           END-IF
           .
       020-CRITICAR-CARTAO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGAR OS PRAZOS DE RETENCAO DA VERSAO VIGENTE DO RETPARM
      *    E CALCULAR OS CORTES
      *--------------------------------------------------------------*
       030-CARREGAR-RETPARM.

           MOVE 'RETPARM'   TO  WS-ARQ-PL
           SET PL-ABRIR     TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PAR
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO ABRIR O RETPARM'  TO WS-MSG
              MOVE   WS-FS-PAR                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY ' * RETPARM VIGENTE  : VERSAO ' WS-VERSAO-PL
                   ' APROVADA POR ' WS-REVISOR-PL

           PERFORM 031-LER-RETPARM
           PERFORM 032-GUARDAR-RETPARM
               UNTIL WS-FS-PAR = '10'

           SET PL-FECHAR    TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PAR
           IF WS-FS-PAR  NOT = '00'
              MOVE  'ERRO AO FECHAR O RETPARM'  TO WS-MSG
              MOVE   WS-FS-PAR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-ANOS-ALU = ZEROS OR WS-ANOS-CMP = ZEROS
              MOVE  'RETPARM SEM PRAZO A OU C'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-ANOS-ALU  TO  WS-ANOS-CALC
           PERFORM 035-CALCULAR-CORTE
           MOVE WS-DN-DATA   TO  WS-DT-CORTE-ALU
           MOVE WS-ANOS-CMP  TO  WS-ANOS-CALC
           PERFORM 035-CALCULAR-CORTE
           MOVE WS-DN-DATA   TO  WS-DT-CORTE-CMP

           DISPLAY ' * CORTE ALUNO      : ' WS-DT-CORTE-ALU
                   ' (' WS-ANOS-ALU ' ANOS)'
           DISPLAY ' * CORTE COMPRADOR  : ' WS-DT-CORTE-CMP
                   ' (' WS-ANOS-CMP ' ANOS)'

           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'MODO ' WS-MODO-IN ' - REFERENCIA ' WS-DT-REF
                  ' - RETPARM VERSAO ' WS-VERSAO-PL
                  ' APROVADA POR ' WS-REVISOR-PL
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'EX-ALUNO: RETENCAO DE ' WS-ANOS-ALU
                  ' ANOS - ULTIMA ATIVIDADE ANTES DE ' WS-DT-CORTE-ALU
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'EX-COMPRADOR: RETENCAO DE ' WS-ANOS-CMP
                  ' ANOS - ULTIMA ATIVIDADE ANTES DE ' WS-DT-CORTE-CMP
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'ORIGEM DA ULTIMA ATIVIDADE: S = SITUACAO/CADASTRO, '
                  'P = PAGAMENTO, D = DIPLOMA'
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           MOVE SPACES  TO  WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO RETPARM
      *--------------------------------------------------------------*
       031-LER-RETPARM.

           SET PL-LER       TO  TRUE
           CALL 'CGPRG213'  USING WS-PARMLER
           MOVE WS-FS-PL    TO  WS-FS-PAR
           MOVE WS-REG-PL   TO  REG-RETPARM

           IF WS-FS-PAR  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO RETPARM'  TO WS-MSG
              MOVE   WS-FS-PAR                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR O PRAZO DE UM TIPO DE TITULAR
      *--------------------------------------------------------------*
       032-GUARDAR-RETPARM.

           IF WS-PAR-ANOS NOT NUMERIC OR WS-PAR-ANOS = ZEROS
              MOVE  'RETPARM COM PRAZO INVALIDO'  TO WS-MSG
              MOVE  '  '                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           EVALUATE TRUE
               WHEN PAR-ALUNO
                   MOVE WS-PAR-ANOS  TO  WS-ANOS-ALU
               WHEN PAR-COMPRADOR
                   MOVE WS-PAR-ANOS  TO  WS-ANOS-CMP
               WHEN OTHER
                   MOVE  'RETPARM COM TIPO INVALIDO'  TO WS-MSG
                   MOVE  '  '                         TO WS-FS-MSG
                   GO TO  999-ERRO
           END-EVALUATE

           PERFORM 031-LER-RETPARM
           .
      *--------------------------------------------------------------*
      *    CORTE = DATA DE REFERENCIA MENOS WS-ANOS-CALC ANOS (29/02
      *    EM ANO COMUM VIRA 28/02), DEVOLVIDO EM WS-DN-DATA
      *--------------------------------------------------------------*
       035-CALCULAR-CORTE.

           MOVE WS-DT-REF  TO  WS-DN-DATA
           SUBTRACT WS-ANOS-CALC  FROM  WS-DN-ANO
           IF WS-DN-MES = 2 AND WS-DN-DIA = 29
              PERFORM 062-VERIFICAR-BISSEXTO
              IF NOT ANO-BISSEXTO
                 MOVE 28  TO  WS-DN-DIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICAR SE WS-DN-ANO E BISSEXTO (REGRA GREGORIANA)
      *--------------------------------------------------------------*
       062-VERIFICAR-BISSEXTO.

           MOVE 'N'  TO  WS-SW-BISSEXTO
           DIVIDE WS-DN-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO = ZEROS
              MOVE 'S'  TO  WS-SW-BISSEXTO
              DIVIDE WS-DN-ANO BY 100 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 'N'  TO  WS-SW-BISSEXTO
                 DIVIDE WS-DN-ANO BY 400 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    MOVE 'S'  TO  WS-SW-BISSEXTO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTAO RECUSADO: AVISO NO SYSOUT E NA LISTAGEM, RC 4
      *--------------------------------------------------------------*
       080-RECUSAR.

           DISPLAY ' *** CARTAO RECUSADO - ' WS-RECUSA ' ***'

           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'CARTAO RECUSADO: ' WS-RECUSA
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG

           MOVE 4  TO  RETURN-CODE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE MENSAGEM MONTADA EM WS-TEXTO-LM
      *--------------------------------------------------------------*
       085-IMPRIMIR-MSG.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELANO  FROM  WS-LIN-MSG
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELANO'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE DETALHE (WS-LIN-DET)
      *--------------------------------------------------------------*
       086-IMPRIMIR-DET.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELANO  FROM  WS-LIN-DET
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELANO'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO
      *--------------------------------------------------------------*
       087-IMPCAB.

           ADD    1        TO WS-PAG
           MOVE   WS-PAG   TO WS-PAG-CAB

           WRITE REG-RELANO FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELANO FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELANO FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 3 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE TOTAL (WS-LIN-TOTAL)
      *--------------------------------------------------------------*
       088-IMPRIMIR-TOTAL.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELANO  FROM  WS-LIN-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELANO'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    EX-ALUNOS: VARREDURA DO CADALU
      *--------------------------------------------------------------*
       100-ALUNOS.

           MOVE SPACES  TO  WS-TAB-ANON-ALU
           PERFORM 105-LER-CADALU
           PERFORM 110-AVALIAR-ALUNO
               UNTIL WS-FS-ALU = '10'
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO ALUNO DO CADALU
      *--------------------------------------------------------------*
       105-LER-CADALU.

           READ CADALU NEXT RECORD
           IF WS-FS-ALU  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-ALU = '00'
              ADD 1  TO  WS-CTALU-LIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVALIAR UM ALUNO: SO TRANCADO OU CANCELADO AINDA NAO
      *    ANONIMIZADO; ULTIMA ATIVIDADE X CORTE E EXCECOES
      *--------------------------------------------------------------*
       110-AVALIAR-ALUNO.

           IF (ALUNO-TRANCADO OF REG-CADALU
               OR ALUNO-CANCELADO OF REG-CADALU)
              IF WS-NOME-S OF REG-CADALU = WS-NOME-ANON
                 ADD 1  TO  WS-CTALU-JA
              ELSE
                 ADD 1  TO  WS-CTALU-EX
                 PERFORM 115-ATIVIDADE-ALUNO
                 PERFORM 150-DECIDIR-ALUNO
              END-IF
           END-IF

           PERFORM 105-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    ULTIMA ATIVIDADE DO ALUNO: MUDANCA DE SITUACAO (SEM ELA, O
      *    LOTE DO CADASTRO), PAGAMENTOS E DIPLOMA; MARCA DEBITO EM
      *    ABERTO E DIPLOMA REGISTRADO
      *--------------------------------------------------------------*
       115-ATIVIDADE-ALUNO.

           MOVE ZEROS  TO  WS-DT-ULTATV
           MOVE SPACES TO  WS-ORIG-ULTATV
           MOVE 'N'    TO  WS-SW-DEBITO
           MOVE 'N'    TO  WS-SW-DIPLOMA

           IF WS-DT-SIT-S OF REG-CADALU NUMERIC
              AND WS-DT-SIT-S OF REG-CADALU > ZEROS
              MOVE WS-DT-SIT-S OF REG-CADALU  TO  WS-DT-ULTATV
              MOVE 'S'                        TO  WS-ORIG-ULTATV
           ELSE
              IF WS-DTLOTE-S OF REG-CADALU NUMERIC
                 AND WS-DTLOTE-S OF REG-CADALU > ZEROS
                 MOVE WS-DTLOTE-S OF REG-CADALU  TO  WS-DT-ULTATV
                 MOVE 'S'                        TO  WS-ORIG-ULTATV
              END-IF
           END-IF

           PERFORM 120-ATIVIDADE-MENSALU
           PERFORM 130-ATIVIDADE-MENSACOR
           PERFORM 140-ATIVIDADE-DIPLOMA
           .
      *--------------------------------------------------------------*
      *    COBRANCAS DO ALUNO NO MENSALU
      *--------------------------------------------------------------*
       120-ATIVIDADE-MENSALU.

           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-NUMERO-M OF REG-MENSALU
           MOVE ZEROS  TO  WS-COMPET-M OF REG-MENSALU
           MOVE 'N'                        TO  WS-SW-FIM-LEIT
           START MENSALU KEY NOT < WS-CHAVE-M OF REG-MENSALU
           IF WS-FS-MEN = '23'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-MEN  NOT = '00'
                 MOVE  'ERRO NO START DO MENSALU'  TO WS-MSG
                 MOVE   WS-FS-MEN                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              PERFORM 122-LER-MENSALU
           END-IF

           PERFORM 124-SOMAR-MENSALU
               UNTIL FIM-LEITURA
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA COBRANCA; ACABA NA DE OUTRA MATRICULA
      *--------------------------------------------------------------*
       122-LER-MENSALU.

           READ MENSALU NEXT RECORD
           IF WS-FS-MEN = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-MEN  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
                 MOVE   WS-FS-MEN                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-NUMERO-M OF REG-MENSALU
                 NOT = WS-NUMERO-S OF REG-CADALU
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PAGAMENTO MAIS RECENTE E COBRANCA EM ABERTO
      *--------------------------------------------------------------*
       124-SOMAR-MENSALU.

           IF MENS-ABERTA OF REG-MENSALU
              MOVE 'S'  TO  WS-SW-DEBITO
           END-IF
           IF WS-DT-PAGTO-M OF REG-MENSALU NUMERIC
              AND WS-DT-PAGTO-M OF REG-MENSALU > WS-DT-ULTATV
              MOVE WS-DT-PAGTO-M OF REG-MENSALU  TO  WS-DT-ULTATV
              MOVE 'P'                           TO  WS-ORIG-ULTATV
           END-IF

           PERFORM 122-LER-MENSALU
           .
      *--------------------------------------------------------------*
      *    PARCELAS DE ACORDO DO ALUNO NO MENSACOR
      *--------------------------------------------------------------*
       130-ATIVIDADE-MENSACOR.

           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-NUMERO-M OF REG-MENSACOR
           MOVE ZEROS  TO  WS-COMPET-M OF REG-MENSACOR
           MOVE 'N'    TO  WS-SW-FIM-LEIT
           START MENSACOR KEY NOT < WS-CHAVE-M OF REG-MENSACOR
           IF WS-FS-ACP = '23'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-ACP  NOT = '00'
                 MOVE  'ERRO NO START DO MENSACOR'  TO WS-MSG
                 MOVE   WS-FS-ACP                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              PERFORM 132-LER-MENSACOR
           END-IF

           PERFORM 134-SOMAR-MENSACOR
               UNTIL FIM-LEITURA
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA PARCELA DE ACORDO; ACABA NA DE OUTRA
      *    MATRICULA
      *--------------------------------------------------------------*
       132-LER-MENSACOR.

           READ MENSACOR NEXT RECORD
           IF WS-FS-ACP = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-ACP  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO MENSACOR'  TO WS-MSG
                 MOVE   WS-FS-ACP                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-NUMERO-M OF REG-MENSACOR
                 NOT = WS-NUMERO-S OF REG-CADALU
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PAGAMENTO MAIS RECENTE E PARCELA DE ACORDO EM ABERTO
      *--------------------------------------------------------------*
       134-SOMAR-MENSACOR.

           IF MENS-ABERTA OF REG-MENSACOR
              MOVE 'S'  TO  WS-SW-DEBITO
           END-IF
           IF WS-DT-PAGTO-M OF REG-MENSACOR NUMERIC
              AND WS-DT-PAGTO-M OF REG-MENSACOR > WS-DT-ULTATV
              MOVE WS-DT-PAGTO-M OF REG-MENSACOR  TO  WS-DT-ULTATV
              MOVE 'P'                            TO  WS-ORIG-ULTATV
           END-IF

           PERFORM 132-LER-MENSACOR
           .
      *--------------------------------------------------------------*
      *    DIPLOMAS DA MATRICULA (QUALQUER CURSO) NO DIPLIDX, COM A
      *    DATA DE EMISSAO DO DIPLREG
      *--------------------------------------------------------------*
       140-ATIVIDADE-DIPLOMA.

           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-NUMERO-DI OF REG-DIPLIDX
           MOVE LOW-VALUES  TO  WS-CURSO-DI OF REG-DIPLIDX
           MOVE 'N'         TO  WS-SW-FIM-LEIT
           START DIPLIDX KEY NOT < WS-CHAVE-DI OF REG-DIPLIDX
           IF WS-FS-DIX = '23'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-DIX  NOT = '00'
                 MOVE  'ERRO NO START DO DIPLIDX'  TO WS-MSG
                 MOVE   WS-FS-DIX                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              PERFORM 142-LER-DIPLIDX
           END-IF

           PERFORM 144-DATA-DIPLOMA
               UNTIL FIM-LEITURA
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO DIPLOMA; ACABA NO DE OUTRA MATRICULA
      *--------------------------------------------------------------*
       142-LER-DIPLIDX.

           READ DIPLIDX NEXT RECORD
           IF WS-FS-DIX = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-DIX  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO DIPLIDX'  TO WS-MSG
                 MOVE   WS-FS-DIX                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-NUMERO-DI OF REG-DIPLIDX
                 NOT = WS-NUMERO-S OF REG-CADALU
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    DIPLOMA REGISTRADO: DATA DE EMISSAO NO LIVRO (DIPLREG)
      *--------------------------------------------------------------*
       144-DATA-DIPLOMA.

           MOVE 'S'  TO  WS-SW-DIPLOMA
           MOVE WS-DIPLOMA-DI OF REG-DIPLIDX
                TO  WS-DIPLOMA-DG OF REG-DIPLREG
           READ DIPLREG
           IF WS-FS-DIP = '00'
              IF WS-DTEMISSAO-DG OF REG-DIPLREG > WS-DT-ULTATV
                 MOVE WS-DTEMISSAO-DG OF REG-DIPLREG  TO  WS-DT-ULTATV
                 MOVE 'D'                             TO WS-ORIG-ULTATV
              END-IF
           ELSE
              IF WS-FS-DIP  NOT = '23'
                 MOVE  'ERRO NA LEITURA DO DIPLREG'  TO WS-MSG
                 MOVE   WS-FS-DIP                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM 142-LER-DIPLIDX
           .
      *--------------------------------------------------------------*
      *    DECIDIR: DENTRO DA RETENCAO SO CONTA; ALEM DELA, EXCECAO
      *    LEGAL (LISTADA E MANTIDA) OU ANONIMIZACAO
      *--------------------------------------------------------------*
       150-DECIDIR-ALUNO.

           IF WS-DT-ULTATV NOT = ZEROS
              AND WS-DT-ULTATV NOT < WS-DT-CORTE-ALU
              ADD 1  TO  WS-CTALU-RET
           ELSE
              MOVE SPACES                        TO  WS-LIN-DET
              MOVE 'A'                           TO  WS-TIPO-LD
              MOVE WS-NUMERO-S OF REG-CADALU     TO  WS-IDENT-LD
              MOVE WS-SIT-ALUNO-S OF REG-CADALU  TO  WS-SIT-LD
              MOVE WS-CURSO-S OF REG-CADALU      TO  WS-CURSO-LD
              MOVE WS-DT-ULTATV                  TO  WS-ULTATV-LD
              MOVE WS-ORIG-ULTATV                TO  WS-ORIG-LD
              MOVE WS-DT-CORTE-ALU               TO  WS-CORTE-LD
              EVALUATE TRUE
                  WHEN COM-DIPLOMA
                      MOVE 'MANTIDO - DIPLOMA (DIPLREG)'
                           TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTALU-DIPL
                  WHEN COM-DEBITO
                      MOVE 'MANTIDO - DEBITO EM ABERTO'
                           TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTALU-DEB
                  WHEN WS-DT-ULTATV = ZEROS
                      MOVE 'MANTIDO - SEM DATA DE ATIVID.'
                           TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTALU-SDATA
                  WHEN MODO-APLICAR
                      PERFORM 160-ANONIMIZAR-ALUNO
                      MOVE 'ANONIMIZADO'  TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTALU-ANON
                  WHEN OTHER
                      MOVE 'A ANONIMIZAR'  TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTALU-ANON
              END-EVALUATE
              PERFORM 086-IMPRIMIR-DET
           END-IF
           .
      *--------------------------------------------------------------*
      *    ANONIMIZAR O EX-ALUNO: CADEND, CONTFAM, FAMCTA E, POR
      *    ULTIMO (E O NOME FIXO NO CADALU QUE DA O ALUNO POR
      *    ANONIMIZADO), CADALU, COM OS VALORES FIXOS; MARCA PARA A
      *    BAIXA DOS VINCULOS E REGISTRO NO ANONLOG
      *--------------------------------------------------------------*
       160-ANONIMIZAR-ALUNO.

           MOVE 'N'  TO  WS-SW-ENDERECO
           MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-NUMERO-D OF REG-CADEND
           READ CADEND
           IF WS-FS-END = '00'
              MOVE WS-ENDER-ANON  TO  WS-ENDER-D OF REG-CADEND
              MOVE ZEROS          TO  WS-CEP-D OF REG-CADEND
              MOVE ZEROS          TO  WS-FONE-D OF REG-CADEND
              MOVE WS-NOME-ANON   TO  WS-RESPON-D OF REG-CADEND
              REWRITE REG-CADEND
              IF WS-FS-END  NOT = '00'
                 MOVE  'ERRO NA REGRAVACAO DO CADEND'  TO WS-MSG
                 MOVE   WS-FS-END                      TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-ENDERECO
              ADD 1  TO  WS-CTEND-ANON
           ELSE
              IF WS-FS-END  NOT = '23'
                 MOVE  'ERRO NA LEITURA DO CADEND'  TO WS-MSG
                 MOVE   WS-FS-END                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM 162-ANONIMIZAR-CONTATO
           PERFORM 164-ANONIMIZAR-FAMILIA

           MOVE WS-NOME-ANON  TO  WS-NOME-S OF REG-CADALU
           MOVE ZEROS         TO  WS-CPF-S OF REG-CADALU
           REWRITE REG-CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           PERFORM 166-JORNALIZAR-CADALU

           IF WS-NUMERO-S OF REG-CADALU > ZEROS
              MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-SUB
              MOVE 'S'  TO  WS-ANON-ALU (WS-SUB)
           END-IF

           MOVE SPACES  TO  REG-ANONLOG
           MOVE 'A'     TO  WS-TIPO-AN OF REG-ANONLOG
           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-IDENT-AN OF REG-ANONLOG
           MOVE WS-DT-CORTE-ALU  TO  WS-DTCORTE-AN OF REG-ANONLOG
           MOVE WS-ANOS-ALU      TO  WS-ANOS-AN OF REG-ANONLOG
           MOVE 'S'              TO  WS-CADASTRO-AN OF REG-ANONLOG
           MOVE WS-SW-ENDERECO   TO  WS-ENDERECO-AN OF REG-ANONLOG
           MOVE WS-SW-CONTATO    TO  WS-CONTATO-AN OF REG-ANONLOG
           MOVE WS-SW-FAMILIA    TO  WS-FAMILIA-AN OF REG-ANONLOG
           PERFORM 170-GRAVAR-ANONLOG
           .
      *--------------------------------------------------------------*
      *    CONTATOS DA FAMILIA (CONTFAM): E-MAIL EM BRANCO E CELULAR
      *    ZERADO. A OPCAO DE NAO RECEBER MENSAGENS E MANTIDA
      *--------------------------------------------------------------*
       162-ANONIMIZAR-CONTATO.

           MOVE 'N'  TO  WS-SW-CONTATO
           MOVE WS-NUMERO-S OF REG-CADALU
                TO  WS-NUMERO-CF OF REG-CONTFAM
           READ CONTFAM
           IF WS-FS-CON = '00'
              MOVE SPACES  TO  WS-EMAIL-CF OF REG-CONTFAM
              MOVE ZEROS   TO  WS-CELULAR-CF OF REG-CONTFAM
              REWRITE REG-CONTFAM
              IF WS-FS-CON  NOT = '00'
                 MOVE  'ERRO NA REGRAVACAO DO CONTFAM'  TO WS-MSG
                 MOVE   WS-FS-CON                       TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'  TO  WS-SW-CONTATO
              ADD 1  TO  WS-CTCON-ANON
           ELSE
              IF WS-FS-CON  NOT = '23'
                 MOVE  'ERRO NA LEITURA DO CONTFAM'  TO WS-MSG
                 MOVE   WS-FS-CON                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTA FAMILIA (FAMCTA): CPF DO RESPONSAVEL ZERADO E NOME
      *    DO RESPONSAVEL FIXO, COMO NO CADEND
      *--------------------------------------------------------------*
       164-ANONIMIZAR-FAMILIA.

           MOVE 'N'  TO  WS-SW-FAMILIA
           IF FAMCTA-ABERTO
              MOVE WS-NUMERO-S OF REG-CADALU
                   TO  WS-NUMERO-FC OF REG-FAMCTA
              READ FAMCTA
              IF WS-FS-FAM = '00'
                 MOVE ZEROS         TO  WS-CPF-RESP-FC OF REG-FAMCTA
                 MOVE WS-NOME-ANON  TO  WS-RESPON-FC OF REG-FAMCTA
                 REWRITE REG-FAMCTA
                 IF WS-FS-FAM  NOT = '00'
                    MOVE  'ERRO NA REGRAVACAO DO FAMCTA'  TO WS-MSG
                    MOVE   WS-FS-FAM                      TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 MOVE 'S'  TO  WS-SW-FAMILIA
                 ADD 1  TO  WS-CTFAM-ANON
              ELSE
                 IF WS-FS-FAM  NOT = '23'
                    MOVE  'ERRO NA LEITURA DO FAMCTA'  TO WS-MSG
                    MOVE   WS-FS-FAM                   TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A REGRAVACAO DO CADALU NO DIARIO COMUM DE MESTRES:
      *    SO A IMAGEM DEPOIS - A IMAGEM ANTES FICA EM BRANCO PARA O
      *    DIARIO NAO GUARDAR O NOME E O CPF ORIGINAIS
      *--------------------------------------------------------------*
       166-JORNALIZAR-CADALU.

           MOVE 'CADALU  '        TO  WS-ARQ-MJ
           MOVE 'R'               TO  WS-OP-MJ
           MOVE SPACES            TO  WS-CHAVE-MJ
           MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-CHAVE-JRN-MAT
           MOVE WS-CHAVE-JRN-MAT  TO  WS-CHAVE-MJ (1:5)
           MOVE SPACES            TO  WS-OPER-MJ
           MOVE WS-OPER-IN        TO  WS-OPER-MJ
           MOVE WS-DATA-HOJE      TO  WS-DATA-MJ
           COMPUTE WS-HORA-MJ = WS-HRSYS-JRN / 100
           MOVE SPACES            TO  WS-ANTES-MJ
           MOVE SPACES            TO  WS-DEPOIS-MJ
           MOVE REG-CADALU        TO  WS-DEPOIS-MJ

           WRITE REG-MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MSTJRNL'  TO WS-MSG
              MOVE  WS-FS-JRN                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPLETAR E GRAVAR O REGISTRO DO ANONLOG MONTADO (PESSOA
      *    JA REGISTRADA, NUMA APLICACAO INTERROMPIDA ANTES DA
      *    REGRAVACAO DO CADASTRO, TEM O REGISTRO REFEITO)
      *--------------------------------------------------------------*
       170-GRAVAR-ANONLOG.

           MOVE WS-DATA-HOJE      TO  WS-DTANON-AN OF REG-ANONLOG
           MOVE WS-DT-ULTATV      TO  WS-DTULTATV-AN OF REG-ANONLOG
           MOVE WS-ORIG-ULTATV    TO  WS-ORIGATV-AN OF REG-ANONLOG
           MOVE WS-VERSAO-PL      TO  WS-VERPARM-AN OF REG-ANONLOG
           MOVE ZEROS             TO  WS-QTDVINC-AN OF REG-ANONLOG
           MOVE WS-OPER-IN        TO  WS-OPER-AN OF REG-ANONLOG
           MOVE WS-RUNID-ATUAL    TO  WS-RUNID-AN OF REG-ANONLOG

           WRITE REG-ANONLOG
           IF WS-FS-ANL = '22'
              REWRITE REG-ANONLOG
           END-IF
           IF WS-FS-ANL  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO ANONLOG'  TO WS-MSG
              MOVE   WS-FS-ANL                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTLOG
           .
      *--------------------------------------------------------------*
      *    EX-COMPRADORES: ULTIMO MOVIMENTO DAS PARCELAS (LOTEPARC) E
      *    VARREDURA DO COMPMST
      *--------------------------------------------------------------*
       200-COMPRADORES.

           MOVE SPACES  TO  WS-TAB-ANON-CMP
           MOVE 1       TO  WS-SUB
           PERFORM 205-LIMPAR-ATIVIDADE
               UNTIL WS-SUB > 9999

           PERFORM 210-LER-LOTEPARC
           PERFORM 215-SOMAR-PARCELA
               UNTIL WS-FS-LPA = '10'

           PERFORM 220-LER-COMPMST
           PERFORM 225-AVALIAR-COMPRADOR
               UNTIL WS-FS-CMP = '10'
           .
       205-LIMPAR-ATIVIDADE.

           MOVE ZEROS  TO  WS-CP-ULTATV (WS-SUB)
           MOVE 'N'    TO  WS-CP-ABERTO (WS-SUB)
           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA PARCELA DO LOTEPARC
      *--------------------------------------------------------------*
       210-LER-LOTEPARC.

           READ LOTEPARC
           IF WS-FS-LPA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-LPA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVIMENTO MAIS RECENTE (PAGAMENTO OU LOTE QUE GRAVOU/BAIXOU
      *    A PARCELA) E PARCELA EM ABERTO, POR COMPRADOR
      *--------------------------------------------------------------*
       215-SOMAR-PARCELA.

           ADD 1  TO  WS-CTPARC
           IF WS-COMPRADOR-LP OF REG-LOTEPARC > ZEROS
              MOVE WS-COMPRADOR-LP OF REG-LOTEPARC  TO  WS-SUB
              IF PARCELA-ABERTA OF REG-LOTEPARC
                 MOVE 'S'  TO  WS-CP-ABERTO (WS-SUB)
              END-IF
              IF WS-DT-PAGTO-LP OF REG-LOTEPARC NUMERIC
                 AND WS-DT-PAGTO-LP OF REG-LOTEPARC
                     > WS-CP-ULTATV (WS-SUB)
                 MOVE WS-DT-PAGTO-LP OF REG-LOTEPARC
                      TO  WS-CP-ULTATV (WS-SUB)
              END-IF
              IF WS-DTLOTE-LP OF REG-LOTEPARC NUMERIC
                 AND WS-DTLOTE-LP OF REG-LOTEPARC
                     > WS-CP-ULTATV (WS-SUB)
                 MOVE WS-DTLOTE-LP OF REG-LOTEPARC
                      TO  WS-CP-ULTATV (WS-SUB)
              END-IF
           END-IF

           PERFORM 210-LER-LOTEPARC
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO COMPRADOR DO COMPMST
      *--------------------------------------------------------------*
       220-LER-COMPMST.

           READ COMPMST NEXT RECORD
           IF WS-FS-CMP  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-FS-CMP = '00'
              ADD 1  TO  WS-CTCMP-LIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVALIAR UM COMPRADOR: SO INATIVO AINDA NAO ANONIMIZADO
      *--------------------------------------------------------------*
       225-AVALIAR-COMPRADOR.

           IF COMPRADOR-INATIVO OF REG-COMPMST
              AND WS-COMPRADOR-CP OF REG-COMPMST > ZEROS
              IF WS-NOME-CP OF REG-COMPMST = WS-NOME-ANON
                 ADD 1  TO  WS-CTCMP-JA
              ELSE
                 ADD 1  TO  WS-CTCMP-EX
                 MOVE WS-COMPRADOR-CP OF REG-COMPMST  TO  WS-SUB
                 MOVE WS-CP-ULTATV (WS-SUB)  TO  WS-DT-ULTATV
                 MOVE 'P'                    TO  WS-ORIG-ULTATV
                 IF WS-DT-ULTATV = ZEROS
                    MOVE SPACES  TO  WS-ORIG-ULTATV
                 END-IF
                 MOVE WS-CP-ABERTO (WS-SUB)  TO  WS-SW-DEBITO
                 PERFORM 230-DECIDIR-COMPRADOR
              END-IF
           END-IF

           PERFORM 220-LER-COMPMST
           .
      *--------------------------------------------------------------*
      *    DECIDIR: DENTRO DA RETENCAO SO CONTA; ALEM DELA, EXCECAO
      *    (LISTADA E MANTIDA) OU ANONIMIZACAO
      *--------------------------------------------------------------*
       230-DECIDIR-COMPRADOR.

           IF WS-DT-ULTATV NOT = ZEROS
              AND WS-DT-ULTATV NOT < WS-DT-CORTE-CMP
              ADD 1  TO  WS-CTCMP-RET
           ELSE
              MOVE SPACES                        TO  WS-LIN-DET
              MOVE 'C'                           TO  WS-TIPO-LD
              MOVE WS-COMPRADOR-CP OF REG-COMPMST  TO  WS-IDENT-LD
              MOVE WS-SIT-CP OF REG-COMPMST      TO  WS-SIT-LD
              MOVE WS-DT-ULTATV                  TO  WS-ULTATV-LD
              MOVE WS-ORIG-ULTATV                TO  WS-ORIG-LD
              MOVE WS-DT-CORTE-CMP               TO  WS-CORTE-LD
              EVALUATE TRUE
                  WHEN COM-DEBITO
                      MOVE 'MANTIDO - PARCELA EM ABERTO'
                           TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTCMP-DEB
                  WHEN WS-DT-ULTATV = ZEROS
                      MOVE 'MANTIDO - SEM DATA DE ATIVID.'
                           TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTCMP-SDATA
                  WHEN MODO-APLICAR
                      PERFORM 240-ANONIMIZAR-COMPRADOR
                      MOVE 'ANONIMIZADO'  TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTCMP-ANON
                  WHEN OTHER
                      MOVE 'A ANONIMIZAR'  TO  WS-RESULT-LD
                      ADD 1  TO  WS-CTCMP-ANON
              END-EVALUATE
              PERFORM 086-IMPRIMIR-DET
           END-IF
           .
      *--------------------------------------------------------------*
      *    ANONIMIZAR O EX-COMPRADOR NO COMPMST E REGISTRAR NO ANONLOG
      *--------------------------------------------------------------*
       240-ANONIMIZAR-COMPRADOR.

           MOVE WS-NOME-ANON  TO  WS-NOME-CP OF REG-COMPMST
           MOVE ZEROS         TO  WS-CPF-CP OF REG-COMPMST
           MOVE ZEROS         TO  WS-FONE-CP OF REG-COMPMST
           REWRITE REG-COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-COMPRADOR-CP OF REG-COMPMST  TO  WS-SUB
           MOVE 'S'  TO  WS-ANON-CMP (WS-SUB)

           MOVE SPACES  TO  REG-ANONLOG
           MOVE 'C'     TO  WS-TIPO-AN OF REG-ANONLOG
           MOVE WS-COMPRADOR-CP OF REG-COMPMST
                TO  WS-IDENT-AN OF REG-ANONLOG
           MOVE WS-DT-CORTE-CMP  TO  WS-DTCORTE-AN OF REG-ANONLOG
           MOVE WS-ANOS-CMP      TO  WS-ANOS-AN OF REG-ANONLOG
           MOVE 'S'              TO  WS-CADASTRO-AN OF REG-ANONLOG
           MOVE 'N'              TO  WS-ENDERECO-AN OF REG-ANONLOG
           MOVE 'N'              TO  WS-CONTATO-AN OF REG-ANONLOG
           MOVE 'N'              TO  WS-FAMILIA-AN OF REG-ANONLOG
           PERFORM 170-GRAVAR-ANONLOG
           .
      *--------------------------------------------------------------*
      *    BAIXAR DO PESSOA OS VINCULOS DAS PESSOAS ANONIMIZADAS:
      *    ALUNO E RESPONSAVEL PELA MATRICULA, COMPRADOR PELO CODIGO
      *    (O VINCULO DE FUNCIONARIO NAO E TOCADO). CADA BAIXA SOMA
      *    NO REGISTRO DA PESSOA NO ANONLOG
      *--------------------------------------------------------------*
       300-VINCULOS.

           IF WS-CTALU-ANON > ZEROS OR WS-CTCMP-ANON > ZEROS
              PERFORM 305-LER-PESSOA
              PERFORM 310-CONFERIR-VINCULO
                  UNTIL WS-FS-PES = '10'
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO VINCULO DO PESSOA
      *--------------------------------------------------------------*
       305-LER-PESSOA.

           READ PESSOA NEXT RECORD
           IF WS-FS-PES  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    VINCULO DE PESSOA ANONIMIZADA NESTA EXECUCAO E BAIXADO
      *--------------------------------------------------------------*
       310-CONFERIR-VINCULO.

           MOVE SPACES  TO  WS-CHAVE-AN OF REG-ANONLOG
           EVALUATE TRUE
               WHEN PAPEL-ALUNO OF REG-PESSOA
                 OR PAPEL-RESPONSAVEL OF REG-PESSOA
                   IF WS-MATRICULA-PS OF REG-PESSOA NUMERIC
                      AND WS-MATRICULA-PS OF REG-PESSOA > ZEROS
                      MOVE WS-MATRICULA-PS OF REG-PESSOA  TO  WS-SUB
                      IF WS-ANON-ALU (WS-SUB) = 'S'
                         MOVE 'A'  TO  WS-TIPO-AN OF REG-ANONLOG
                         MOVE WS-MATRICULA-PS OF REG-PESSOA
                              TO  WS-IDENT-AN OF REG-ANONLOG
                      END-IF
                   END-IF
               WHEN PAPEL-COMPRADOR OF REG-PESSOA
                   IF WS-COMPRADOR-PS OF REG-PESSOA NUMERIC
                      AND WS-COMPRADOR-PS OF REG-PESSOA > ZEROS
                      MOVE WS-COMPRADOR-PS OF REG-PESSOA  TO  WS-SUB
                      IF WS-ANON-CMP (WS-SUB) = 'S'
                         MOVE 'C'  TO  WS-TIPO-AN OF REG-ANONLOG
                         MOVE WS-COMPRADOR-PS OF REG-PESSOA
                              TO  WS-IDENT-AN OF REG-ANONLOG
                      END-IF
                   END-IF
           END-EVALUATE

           IF WS-TIPO-AN OF REG-ANONLOG NOT = SPACES
              DELETE PESSOA RECORD
              IF WS-FS-PES  NOT = '00'
                 MOVE  'ERRO NA EXCLUSAO DO PESSOA'  TO WS-MSG
                 MOVE   WS-FS-PES                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1  TO  WS-CTVINC
              PERFORM 320-SOMAR-VINCULO
           END-IF

           PERFORM 305-LER-PESSOA
           .
      *--------------------------------------------------------------*
      *    SOMAR O VINCULO BAIXADO NO REGISTRO DA PESSOA NO ANONLOG
      *--------------------------------------------------------------*
       320-SOMAR-VINCULO.

           READ ANONLOG
           IF WS-FS-ANL  NOT = '00'
              MOVE  'ERRO NA LEITURA DO ANONLOG'  TO WS-MSG
              MOVE   WS-FS-ANL                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-QTDVINC-AN OF REG-ANONLOG
           REWRITE REG-ANONLOG
           IF WS-FS-ANL  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO ANONLOG'  TO WS-MSG
              MOVE   WS-FS-ANL                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TOTAIS DA PROPOSTA / APLICACAO
      *--------------------------------------------------------------*
       400-TOTAIS.

           MOVE SPACES  TO  WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           MOVE 'CADALU - ALUNOS LIDOS'             TO  WS-TEXTO-LT
           MOVE WS-CTALU-LIDO                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  TRANCADOS/CANCELADOS JA ANONIMIZADOS'
                TO  WS-TEXTO-LT
           MOVE WS-CTALU-JA                         TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  TRANCADOS/CANCELADOS AVALIADOS'  TO  WS-TEXTO-LT
           MOVE WS-CTALU-EX                         TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    DENTRO DA RETENCAO'            TO  WS-TEXTO-LT
           MOVE WS-CTALU-RET                        TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    MANTIDOS - DIPLOMA REGISTRADO' TO  WS-TEXTO-LT
           MOVE WS-CTALU-DIPL                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    MANTIDOS - DEBITO EM ABERTO'   TO  WS-TEXTO-LT
           MOVE WS-CTALU-DEB                        TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    MANTIDOS - SEM DATA DE ATIVIDADE'
                TO  WS-TEXTO-LT
           MOVE WS-CTALU-SDATA                      TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           IF MODO-APLICAR
              MOVE '    ANONIMIZADOS'               TO  WS-TEXTO-LT
           ELSE
              MOVE '    A ANONIMIZAR'               TO  WS-TEXTO-LT
           END-IF
           MOVE WS-CTALU-ANON                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    ENDERECOS ANONIMIZADOS (CADEND)'
                TO  WS-TEXTO-LT
           MOVE WS-CTEND-ANON                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    CONTATOS ANONIMIZADOS (CONTFAM)'
                TO  WS-TEXTO-LT
           MOVE WS-CTCON-ANON                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    CONTAS FAMILIA ANONIMIZADAS (FAMCTA)'
                TO  WS-TEXTO-LT
           MOVE WS-CTFAM-ANON                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL

           MOVE 'COMPMST - COMPRADORES LIDOS'       TO  WS-TEXTO-LT
           MOVE WS-CTCMP-LIDO                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  INATIVOS JA ANONIMIZADOS'        TO  WS-TEXTO-LT
           MOVE WS-CTCMP-JA                         TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  INATIVOS AVALIADOS'              TO  WS-TEXTO-LT
           MOVE WS-CTCMP-EX                         TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    DENTRO DA RETENCAO'            TO  WS-TEXTO-LT
           MOVE WS-CTCMP-RET                        TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    MANTIDOS - PARCELA EM ABERTO'  TO  WS-TEXTO-LT
           MOVE WS-CTCMP-DEB                        TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '    MANTIDOS - SEM DATA DE ATIVIDADE'
                TO  WS-TEXTO-LT
           MOVE WS-CTCMP-SDATA                      TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           IF MODO-APLICAR
              MOVE '    ANONIMIZADOS'               TO  WS-TEXTO-LT
           ELSE
              MOVE '    A ANONIMIZAR'               TO  WS-TEXTO-LT
           END-IF
           MOVE WS-CTCMP-ANON                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL

           IF MODO-APLICAR
              MOVE 'PESSOA - VINCULOS BAIXADOS'     TO  WS-TEXTO-LT
              MOVE WS-CTVINC                        TO  WS-QTD-LT
              PERFORM 088-IMPRIMIR-TOTAL
              MOVE 'ANONLOG - REGISTROS GRAVADOS'   TO  WS-TEXTO-LT
              MOVE WS-CTLOG                         TO  WS-QTD-LT
              PERFORM 088-IMPRIMIR-TOTAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG216        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS LIDOS                 = ' WS-CTALU-LIDO
           DISPLAY ' * EX-ALUNOS AVALIADOS          = ' WS-CTALU-EX
           DISPLAY ' * EX-ALUNOS ANONIMIZ./PROPOSTOS= ' WS-CTALU-ANON
           DISPLAY ' * PARCELAS DE LOTE LIDAS       = ' WS-CTPARC
           DISPLAY ' * COMPRADORES LIDOS            = ' WS-CTCMP-LIDO
           DISPLAY ' * EX-COMPRADORES AVALIADOS     = ' WS-CTCMP-EX
           DISPLAY ' * EX-COMPR. ANONIMIZ./PROPOSTOS= ' WS-CTCMP-ANON
           DISPLAY ' * VINCULOS BAIXADOS (PESSOA)   = ' WS-CTVINC
           DISPLAY ' * GRAVADOS NO ANONLOG          = ' WS-CTLOG
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF MODO-APLICAR
              AND WS-CTLOG NOT = WS-CTALU-ANON + WS-CTCMP-ANON
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - ANONIMIZADO X LOG *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MENSACOR
           IF WS-FS-ACP  NOT = '00'
              MOVE  'ERRO AO FECHAR O MENSACOR'  TO WS-MSG
              MOVE   WS-FS-ACP                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DIPLIDX
           IF WS-FS-DIX  NOT = '00'
              MOVE  'ERRO AO FECHAR O DIPLIDX'  TO WS-MSG
              MOVE   WS-FS-DIX                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DIPLREG
           IF WS-FS-DIP  NOT = '00'
              MOVE  'ERRO AO FECHAR O DIPLREG'  TO WS-MSG
              MOVE   WS-FS-DIP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  LOTEPARC
           IF WS-FS-LPA  NOT = '00'
              MOVE  'ERRO AO FECHAR O LOTEPARC'  TO WS-MSG
              MOVE   WS-FS-LPA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF MODO-APLICAR
              CLOSE  PESSOA
              IF WS-FS-PES  NOT = '00'
                 MOVE  'ERRO AO FECHAR O PESSOA'  TO WS-MSG
                 MOVE   WS-FS-PES                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE  ANONLOG
              IF WS-FS-ANL  NOT = '00'
                 MOVE  'ERRO AO FECHAR O ANONLOG'  TO WS-MSG
                 MOVE   WS-FS-ANL                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE  CONTFAM
              IF WS-FS-CON  NOT = '00'
                 MOVE  'ERRO AO FECHAR O CONTFAM'  TO WS-MSG
                 MOVE   WS-FS-CON                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF FAMCTA-ABERTO
                 CLOSE  FAMCTA
                 IF WS-FS-FAM  NOT = '00'
                    MOVE  'ERRO AO FECHAR O FAMCTA'  TO WS-MSG
                    MOVE   WS-FS-FAM                 TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
              CLOSE  MSTJRNL
              IF WS-FS-JRN  NOT = '00'
                 MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
                 MOVE   WS-FS-JRN                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  RELANO
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELANO'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG216        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG216 <
