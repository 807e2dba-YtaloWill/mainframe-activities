       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG215.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ATENDIMENTO DOS PEDIDOS DE ACESSO DO TITULAR (LGPD)
      *           - ALUNO, RESPONSAVEL, COMPRADOR OU FUNCIONARIO QUE
      *           PERGUNTA QUE DADOS PESSOAIS A CASA GUARDA DELE, COM
      *           PRAZO LEGAL DE 15 DIAS CORRIDOS DESDE O PEDIDO.
      *           CARTOES DE SYSIN EM LOTE COM CABECALHO/RODAPE
      *           (COPY SYSINHT):
      *             S - PEDIDO: O CPF E CONFERIDO (DIGITOS
      *                 VERIFICADORES), RECEBE UM PROTOCOLO NO
      *                 LGPDREQ (COPY LGPDREQC) E O RELATORIO DO
      *                 TITULAR (RELTITJ) E GERADO NA HORA, COM TODO
      *                 REGISTRO LIGADO A PESSOA:
      *                   - VINCULOS DO CADASTRO UNICO (PESSOA) PELO
      *                     CPF - DAI SAEM AS MATRICULAS DE ALUNO E
      *                     DE RESPONSAVEL, O COMPRADOR E O
      *                     FUNCIONARIO;
      *                   - TODAS AS GERACOES DO HISTALU, PELO CPF
      *                     DO REGISTRO OU PELA MATRICULA (O EX-ALUNO
      *                     QUE JA SAIU DO PESSOA E ACHADO AQUI);
      *                   - CADALU ATUAL, CADEND (ENDERECO E
      *                     RESPONSAVEL), CONTFAM (E-MAIL E CELULAR
      *                     DA FAMILIA) E MENSALU DAS MATRICULAS;
      *                   - CONTAS FAMILIA (FAMCTA) EM QUE O CPF E O
      *                     RESPONSAVEL FINANCEIRO (VARREDURA DO
      *                     ARQUIVO - FAMCTA AUSENTE = SEM CONTA);
      *                   - COMPMST E CADFUNC DOS VINCULOS;
      *                   - EXECUCOES DO DISCLOG QUE REVELARAM CPF
      *                     PLENO DESDE O PRIMEIRO DADO DA PESSOA (O
      *                     DISCLOG NAO GUARDA O CPF: SAEM TODAS AS
      *                     DO PERIODO COMO POSSIVEIS REVELACOES).
      *                 O RELATORIO VAI AO TITULAR E TRAZ O CPF
      *                 PLENO: O OPERADOR DO CARTAO TEM DE SER NIVEL 2
      *                 OU MAIS, ATIVO E DENTRO DA VIGENCIA NO OPERTAB
      *                 E CADA RELATORIO E GRAVADO NO DISCLOG;
      *             E - ENTREGA: REGISTRA NO PEDIDO A DATA DO
      *                 ATENDIMENTO (ENTREGA DO RELATORIO AO TITULAR).
      *           NO FIM, A LISTAGEM DE CONTROLE (RELLGPJ) TRAZ OS
      *           PEDIDOS AINDA NAO ATENDIDOS COM OS DIAS QUE FALTAM
      *           PARA O PRAZO LEGAL: VENCIDO OU VENCENDO EM ATE 5
      *           DIAS SAI MARCADO. O CPF SAI MASCARADO NA LISTAGEM.
      *           RC 4 = CARTAO RECUSADO OU PEDIDO COM PRAZO VENCIDO;
      *           LIDO X PROCESSADO DIVERGENTE = RC 8
      *--------------------------------------------------------------*
      * CARTAO DE PEDIDO (SYSIN, ENTRE O CABECALHO E O SENTINELA):
      *   POS 01    TIPO 'S'
      *   POS 02-12 CPF DO TITULAR (COM OS DIGITOS VERIFICADORES)
      *   POS 13-20 DATA DO PEDIDO AAAAMMDD (EM BRANCO = HOJE)
      *   POS 21-23 OPERADOR (NIVEL 2 OU MAIS)
      *   POS 24-43 NOME DO TITULAR, COMO CONSTA NO PEDIDO
      * CARTAO DE ENTREGA:
      *   POS 01    TIPO 'E'
      *   POS 02-07 PROTOCOLO DO PEDIDO
      *   POS 08-15 DATA DA ENTREGA AAAAMMDD (EM BRANCO = HOJE)
      *   POS 16-18 OPERADOR
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010232  PROGRAMA CRIADO - RELATORIO DE
      *                          ACESSO DO TITULAR (LGPD) PELO CPF
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
      *-----> PEDIDOS DE ACESSO DO TITULAR
           SELECT LGPDREQ ASSIGN TO LGPDREQJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-PROT-LG OF REG-LGPDREQ
                  FILE STATUS   IS WS-FS-LGP
           .
      *-----> CADASTRO UNICO DE PESSOAS (VINCULOS PELO CPF)
           SELECT PESSOA ASSIGN TO PESSOAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-PS OF REG-PESSOA
                  FILE STATUS   IS WS-FS-PES
           .
      *-----> GERACOES DO HISTALU CONCATENADAS
           SELECT HISTALL ASSIGN TO HISTALLJ
                  FILE STATUS   IS WS-FS-HIS
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CADEND ASSIGN TO CADENDJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-D OF REG-CADEND
                  FILE STATUS   IS WS-FS-END
           .
      *-----> CONTATOS ELETRONICOS DA FAMILIA E CONTA FAMILIA
           SELECT CONTFAM ASSIGN TO CONTFAMJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-CF OF REG-CONTFAM
                  FILE STATUS   IS WS-FS-CON
           .
           SELECT FAMCTA ASSIGN TO FAMCTAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-NUMERO-FC OF REG-FAMCTA
                  FILE STATUS   IS WS-FS-FAM
           .
           SELECT MENSALU ASSIGN TO MENSALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-M OF REG-MENSALU
                  FILE STATUS   IS WS-FS-MEN
           .
           SELECT COMPMST ASSIGN TO COMPMSTJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-COMPRADOR-CP OF REG-COMPMST
                  FILE STATUS   IS WS-FS-CMP
           .
           SELECT CADFUNC ASSIGN TO CADFUNCJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FU OF REG-CADFUNC
                  FILE STATUS   IS WS-FS-FUN
           .
      *-----> REVELACOES DE CPF PLENO (CONSULTADO E GRAVADO)
           SELECT DISCLOG ASSIGN TO DISCLOGJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-CHAVE-DL OF REG-DISCLOG
                  FILE STATUS   IS WS-FS-DIS
           .
      *-----> AUTORIDADE DOS OPERADORES DOS CARTOES
           SELECT OPERTAB ASSIGN TO OPERTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-OPERID-T OF REG-OPERTAB
                  FILE STATUS   IS WS-FS-OPE
           .
      *-----> RELATORIOS DO TITULAR (UM POR PEDIDO, EM PAGINA NOVA)
           SELECT RELTIT ASSIGN TO RELTITJ
                  FILE STATUS   IS WS-FS-RTT
           .
      *-----> LISTAGEM DE CONTROLE DOS CARTOES E DOS PRAZOS
           SELECT RELLGP ASSIGN TO RELLGPJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  LGPDREQ
           LABEL RECORD STANDARD
           .
       01  REG-LGPDREQ.
           COPY LGPDREQC.
       FD  PESSOA
           LABEL RECORD STANDARD
           .
       01  REG-PESSOA.
           COPY PESSOAC.
       FD  HISTALL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-HISTALL.
           COPY CADALUC.
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
       FD  CONTFAM
           LABEL RECORD STANDARD
           .
       01  REG-CONTFAM.
           COPY CONTFAMC.
       FD  FAMCTA
           LABEL RECORD STANDARD
           .
       01  REG-FAMCTA.
           COPY FAMCTAC.
       FD  MENSALU
           LABEL RECORD STANDARD
           .
       01  REG-MENSALU.
           COPY MENSALUC.
       FD  COMPMST
           LABEL RECORD STANDARD
           .
       01  REG-COMPMST.
           COPY COMPMSTC.
       FD  CADFUNC
           LABEL RECORD STANDARD
           .
       01  REG-CADFUNC.
           COPY CADFUNCC.
       FD  DISCLOG
           LABEL RECORD STANDARD
           .
       01  REG-DISCLOG.
           COPY DISCLOGC.
       FD  OPERTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-OPERTAB.
           COPY OPERTABC.
       FD  RELTIT
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELTIT             PIC X(80)
           .
       FD  RELLGP
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELLGP             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(04) VALUE ZEROS.
           05  WS-CTPED               PIC 9(04) VALUE ZEROS.
           05  WS-CTENT               PIC 9(04) VALUE ZEROS.
           05  WS-CTENT-FORA          PIC 9(04) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(04) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(04) VALUE ZEROS.
           05  WS-CTPEND              PIC 9(04) VALUE ZEROS.
           05  WS-CTPROX              PIC 9(04) VALUE ZEROS.
           05  WS-CTVENC              PIC 9(04) VALUE ZEROS.
           05  WS-CTDISC              PIC 9(04) VALUE ZEROS.
           05  WS-CTREG               PIC 9(04) VALUE ZEROS.
           05  WS-CTSECAO             PIC 9(04) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-PAG                 PIC 9(02) VALUE ZEROS.
           05  WS-CTLIN-T             PIC 9(02) VALUE 65.
           05  WS-PAG-T               PIC 9(02) VALUE ZEROS.
           05  WS-SUB                 PIC 9(03) COMP.
           05  WS-SUB2                PIC 9(03) COMP.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DATA-HOJE           PIC 9(08).
           05  WS-DT-PEDIDO           PIC 9(08).
           05  WS-DT-PRAZO            PIC 9(08).
           05  WS-DT-ENTREGA          PIC 9(08).
           05  WS-DT-INI-DADOS        PIC 9(08).
           05  WS-DIAS-REST           PIC S9(05).
           05  WS-FIM                 PIC X(01) VALUE 'N'.
               88 FIM-SYSIN               VALUE 'S'.
           05  WS-FS-LGP              PIC X(02).
           05  WS-FS-PES              PIC X(02).
           05  WS-FS-HIS              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-END              PIC X(02).
           05  WS-FS-CON              PIC X(02).
           05  WS-FS-FAM              PIC X(02).
           05  WS-FS-MEN              PIC X(02).
           05  WS-FS-CMP              PIC X(02).
           05  WS-FS-FUN              PIC X(02).
           05  WS-FS-DIS              PIC X(02).
           05  WS-FS-OPE              PIC X(02).
           05  WS-FS-RTT              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG215'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-RECUSA              PIC X(38) VALUE SPACES.
           05  WS-OPER-BUSCA          PIC X(03).
           05  WS-NIVEL-MIN           PIC 9(01).
           05  WS-SW-ACHOU            PIC X(01).
               88 ACHOU                   VALUE 'S'.
           05  WS-SW-FIM-LEIT         PIC X(01).
               88 FIM-LEITURA             VALUE 'S'.
           05  WS-SW-FAMCTA           PIC X(01) VALUE 'N'.
               88 FAMCTA-PRESENTE         VALUE 'S'.

      *-----> PRAZO LEGAL DO ATENDIMENTO E JANELA DE AVISO, EM DIAS
      *       CORRIDOS
       01  WS-PRAZO-LEGAL         PIC 9(02)       VALUE 15.
       01  WS-DIAS-ALERTA         PIC 9(02)       VALUE 05.

      *-----> NUMERO DO DIA DESDE 01/01/0001: ANOS COMPLETOS X 365
      *       + DIAS BISSEXTOS + DIAS DOS MESES ANTERIORES + DIA
       01  WS-DN-DATA             PIC 9(08).
       01  FILLER  REDEFINES  WS-DN-DATA.
           05  WS-DN-ANO              PIC 9(04).
           05  WS-DN-MES              PIC 9(02).
           05  WS-DN-DIA              PIC 9(02).
       01  WS-DN-NUM              PIC 9(07).
       01  WS-DN-HOJE             PIC 9(07).
       01  WS-DN-ANO-ANT          PIC 9(04).
       01  WS-DN-Q4               PIC 9(04).
       01  WS-DN-Q100             PIC 9(04).
       01  WS-DN-Q400             PIC 9(04).
       01  WS-QUOC                PIC 9(04).
       01  WS-RESTO               PIC 9(04).
       01  WS-QTD-DIAS-MES        PIC 9(02).
       01  WS-SW-BISSEXTO         PIC X(01).
           88 ANO-BISSEXTO            VALUE 'S'.

      *-----> DIAS ACUMULADOS ANTES DE CADA MES (ANO COMUM)
       01  WS-TAB-DIAS-ACUM.
           05  FILLER                 PIC X(36)  VALUE
               '000031059090120151181212243273304334'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-ACUM.
           05  WS-DIAS-ACUM           PIC 9(03)  OCCURS 12 TIMES.

      *-----> DIAS DE CADA MES (ANO COMUM)
       01  WS-TAB-DIAS-MES.
           05  FILLER                 PIC X(24)  VALUE
               '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-TAB-DIAS-MES.
           05  WS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.

      *-----> CARTAO DE PEDIDO OU DE ENTREGA
       01  WS-REG-SYSIN.
           05  WS-TIPO-IN             PIC X(01).
               88 CARTAO-PEDIDO           VALUE 'S'.
               88 CARTAO-ENTREGA          VALUE 'E'.
           05  WS-DADOS-IN            PIC X(79).
           05  WS-PEDIDO-IN  REDEFINES  WS-DADOS-IN.
               10  WS-CPF-IN-X        PIC X(11).
               10  WS-CPF-IN  REDEFINES  WS-CPF-IN-X
                                      PIC 9(11).
               10  WS-DTPED-IN-X      PIC X(08).
               10  WS-DTPED-IN  REDEFINES  WS-DTPED-IN-X
                                      PIC 9(08).
               10  WS-DTPED-IN-R  REDEFINES  WS-DTPED-IN-X.
                   15  WS-ANO-PED-IN  PIC 9(04).
                   15  WS-MES-PED-IN  PIC 9(02).
                   15  WS-DIA-PED-IN  PIC 9(02).
               10  WS-OPER-PED-IN     PIC X(03).
               10  WS-NOME-IN         PIC X(20).
               10  FILLER             PIC X(37).
           05  WS-ENTREGA-IN  REDEFINES  WS-DADOS-IN.
               10  WS-PROT-IN-X       PIC X(06).
               10  WS-PROT-IN  REDEFINES  WS-PROT-IN-X
                                      PIC 9(06).
               10  WS-DTENT-IN-X      PIC X(08).
               10  WS-DTENT-IN  REDEFINES  WS-DTENT-IN-X
                                      PIC 9(08).
               10  WS-DTENT-IN-R  REDEFINES  WS-DTENT-IN-X.
                   15  WS-ANO-ENT-IN  PIC 9(04).
                   15  WS-MES-ENT-IN  PIC 9(02).
                   15  WS-DIA-ENT-IN  PIC 9(02).
               10  WS-OPER-ENT-IN     PIC X(03).
               10  FILLER             PIC X(62).

      *-----> CABECALHO E RODAPE DO LOTE DE CARTOES
           COPY SYSINHT.

      *-----> PEDIDO EM ATENDIMENTO
       01  WS-PEDIDO-ATUAL.
           05  WS-PROT-ATUAL          PIC 9(06).
           05  WS-CPF-ATUAL           PIC 9(11).
           05  WS-NOME-ATUAL          PIC X(20).
           05  WS-OPER-ATUAL          PIC X(03).

      *-----> VINCULOS DO CADASTRO UNICO ACHADOS PARA O CPF (ATE 50)
       01  WS-TAB-VINC.
           05  WS-QTD-VINC            PIC 9(03)  VALUE ZEROS.
           05  WS-VINC-OCOR           OCCURS 50 TIMES.
               10  WS-VI-PAPEL        PIC X(01).
               10  WS-VI-ID           PIC X(08).
               10  WS-VI-ID-CMP  REDEFINES  WS-VI-ID.
                   15  WS-VI-COMPRADOR PIC 9(04).
                   15  FILLER          PIC X(04).
               10  WS-VI-ID-FUN  REDEFINES  WS-VI-ID.
                   15  WS-VI-DPTO      PIC 9(04).
                   15  WS-VI-FUNC      PIC 9(04).

      *-----> MATRICULAS LIGADAS A PESSOA - COMO ALUNO (PESSOA OU
      *       HISTALU) E/OU COMO RESPONSAVEL (PESSOA) (ATE 50)
       01  WS-TAB-MATR.
           05  WS-QTD-MATR            PIC 9(03)  VALUE ZEROS.
           05  WS-MATR-OCOR           OCCURS 50 TIMES.
               10  WS-MT-MATR         PIC 9(05).
               10  WS-MT-ALUNO        PIC X(01).
                   88 MT-ALUNO            VALUE 'S'.
               10  WS-MT-RESP         PIC X(01).
                   88 MT-RESP             VALUE 'S'.
       01  WS-MATR-BUSCA          PIC 9(05).

      *-----> DIGITOS VERIFICADORES DO CPF (MODULO 11)
       01  WS-AREA-DV-CPF.
           05  WS-CPF-DIGITOS         PIC 9(11).
           05  WS-CPF-DIG  REDEFINES  WS-CPF-DIGITOS
                                      OCCURS 11 TIMES  PIC 9(01).
           05  WS-CPF-SOMA            PIC 9(04).
           05  WS-CPF-QUOC            PIC 9(04).
           05  WS-CPF-SUB             PIC 9(02).
           05  WS-CPF-PESO            PIC 9(02).
           05  WS-CPF-RESTO           PIC 9(02).
           05  WS-CPF-DV1             PIC 9(02).
           05  WS-CPF-DV2             PIC 9(02).
           05  WS-SW-CPF              PIC X(01).
               88 CPF-VALIDO              VALUE 'S'.
               88 CPF-INVALIDO            VALUE 'N'.

      *-----> CONVENCAO COMUM DE MASCARA DE CPF - PLENO NO RELATORIO
      *       DO TITULAR, MASCARADO NA LISTAGEM DE CONTROLE
       01  WS-AREA-CPF.
           COPY CPFMSKDC.
       01  WS-HRSYS-DL            PIC 9(08).

      *-----> DADOS DE SAIDA - LISTAGEM DE CONTROLE (RELLGP)
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TITULO-CAB         PIC X(44).
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02).
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2                PIC X(80).

       01  WS-CAB2-CARTAO.
           05 FILLER                PIC X(40) VALUE
              ' CARTAO  CPF/PROTOC.     DATA     OPE  R'.
           05 FILLER                PIC X(40) VALUE
              'ESULTADO                                '.

       01  WS-CAB2-PEND.
           05 FILLER                PIC X(40) VALUE
              ' PROTOC  CPF             TITULAR        '.
           05 FILLER                PIC X(40) VALUE
              '      PEDIDO   PRAZO    DIAS AVISO      '.

       01  WS-LIN-CARTAO.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-TIPO-LK            PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-IDENT-LK           PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DATA-LK            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-OPER-LK            PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RESULT-LK          PIC X(41).

       01  WS-LIN-PEND.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PROT-LP            PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CPF-LP             PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-NOME-LP            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTPED-LP           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTPRAZO-LP         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DIAS-LP            PIC -ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-AVISO-LP           PIC X(11).

       01  WS-LIN-TOTAL.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TEXTO-LT           PIC X(40).
           05 WS-QTD-LT             PIC ZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.

       01  WS-LIN-MSG.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-TEXTO-LM           PIC X(79).

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

      *-----> DADOS DE SAIDA - RELATORIO DO TITULAR (RELTIT)
       01  WS-CAB1-TT.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(29) VALUE
              'RELATORIO DO TITULAR - LGPD'.
           05 FILLER                PIC X(10) VALUE 'PROTOCOLO '.
           05 WS-PROT-TT            PIC 9(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DATA-TT            PIC X(10).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-TT             PIC 9(02).
           05 FILLER                PIC X(10) VALUE SPACES.

       01  WS-LIN-TIT1.
           05 FILLER                PIC X(10) VALUE ' TITULAR: '.
           05 WS-NOME-TT            PIC X(20).
           05 FILLER                PIC X(07) VALUE '  CPF: '.
           05 WS-CPF-TT             PIC X(14).
           05 FILLER                PIC X(10) VALUE '  PEDIDO: '.
           05 WS-DTPED-TT           PIC 9(08).
           05 FILLER                PIC X(11) VALUE SPACES.

       01  WS-LIN-TIT2.
           05 FILLER                PIC X(14) VALUE
              ' PRAZO LEGAL: '.
           05 WS-DTPRAZO-TT         PIC 9(08).
           05 FILLER                PIC X(13) VALUE
              '  GERADO EM: '.
           05 WS-DTGERA-TT          PIC 9(08).
           05 FILLER                PIC X(12) VALUE
              '  OPERADOR: '.
           05 WS-OPER-TT            PIC X(03).
           05 FILLER                PIC X(22) VALUE SPACES.

       01  WS-LIN-DET             PIC X(80).

       01  WS-LIN-VINC.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'PAPEL '.
           05 WS-PAPEL-LV           PIC X(11).
           05 FILLER                PIC X(08) VALUE ' IDENT. '.
           05 WS-ID-LV              PIC X(09).
           05 FILLER                PIC X(06) VALUE ' NOME '.
           05 WS-NOME-LV            PIC X(20).
           05 FILLER                PIC X(07) VALUE ' DESDE '.
           05 WS-DTINCL-LV          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.

       01  WS-LIN-ALU1.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'MATRICULA '.
           05 WS-MATR-LA            PIC 9(05).
           05 FILLER                PIC X(07) VALUE '  NOME '.
           05 WS-NOME-LA            PIC X(20).
           05 FILLER                PIC X(06) VALUE '  CPF '.
           05 WS-CPF-LA             PIC X(14).
           05 FILLER                PIC X(15) VALUE SPACES.

       01  WS-LIN-ALU2.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'SEXO '.
           05 WS-SEXO-LA            PIC X(01).
           05 FILLER                PIC X(07) VALUE ' IDADE '.
           05 WS-IDADE-LA           PIC Z9.
           05 FILLER                PIC X(07) VALUE ' CURSO '.
           05 WS-CURSO-LA           PIC X(12).
           05 FILLER                PIC X(10) VALUE ' SITUACAO '.
           05 WS-SIT-LA             PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DTSIT-LA           PIC 9(08).
           05 FILLER                PIC X(07) VALUE ' UNID. '.
           05 WS-UNID-LA            PIC X(01).
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-LIN-ALU3.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'NOTAS '.
           05 WS-NOTA1-LA           PIC Z9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-NOTA2-LA           PIC Z9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-NOTA3-LA           PIC Z9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-NOTA4-LA           PIC Z9,99.
           05 FILLER                PIC X(07) VALUE ' MEDIA '.
           05 WS-MEDIA-LA           PIC Z9,99.
           05 FILLER                PIC X(06) VALUE ' REC. '.
           05 WS-NREC-LA            PIC Z9,99.
           05 FILLER                PIC X(06) VALUE ' LOTE '.
           05 WS-DTLOTE-LA          PIC 9(08).
           05 FILLER                PIC X(09) VALUE SPACES.

       01  WS-LIN-END1.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'MATRICULA '.
           05 WS-MATR-LE            PIC 9(05).
           05 FILLER                PIC X(14) VALUE
              '  RESPONSAVEL '.
           05 WS-RESPON-LE          PIC X(20).
           05 FILLER                PIC X(07) VALUE '  FONE '.
           05 WS-FONE-LE            PIC 9(11).
           05 FILLER                PIC X(10) VALUE SPACES.

       01  WS-LIN-END2.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE 'ENDERECO '.
           05 WS-ENDER-LE           PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CEP-LE             PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CIDADE-LE          PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-UF-LE              PIC X(02).
           05 FILLER                PIC X(03) VALUE SPACES.

       01  WS-LIN-CONT1.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'MATRICULA '.
           05 WS-MATR-LO            PIC 9(05).
           05 FILLER                PIC X(09) VALUE '  E-MAIL '.
           05 WS-EMAIL-LO           PIC X(45).
           05 FILLER                PIC X(08) VALUE SPACES.

       01  WS-LIN-CONT2.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'CELULAR '.
           05 WS-CELULAR-LO         PIC 9(11).
           05 FILLER                PIC X(09) VALUE '  OPCAO '.
           05 WS-OPCAO-LO           PIC X(01).
           05 FILLER                PIC X(04) VALUE ' EM '.
           05 WS-DTOPCAO-LO         PIC 9(08).
           05 FILLER                PIC X(34) VALUE SPACES.

       01  WS-LIN-FAM.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'MATRICULA '.
           05 WS-MATR-LM            PIC 9(05).
           05 FILLER                PIC X(10) VALUE '  TITULAR '.
           05 WS-TITULAR-LM         PIC 9(05).
           05 FILLER                PIC X(08) VALUE '  ORDEM '.
           05 WS-ORDEM-LM           PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-QTDFIL-LM          PIC 9(02).
           05 FILLER                PIC X(14) VALUE
              '  RESPONSAVEL '.
           05 WS-RESPON-LM          PIC X(20).

       01  WS-LIN-MENS.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'COMPET '.
           05 WS-COMPET-LN          PIC 9(06).
           05 FILLER                PIC X(07) VALUE ' VALOR '.
           05 WS-VALOR-LN           PIC ZZZZZZ9,99.
           05 FILLER                PIC X(06) VALUE ' VENC '.
           05 WS-DTVENC-LN          PIC 9(08).
           05 FILLER                PIC X(06) VALUE ' PAGO '.
           05 WS-VPAGO-LN           PIC ZZZZZZ9,99.
           05 FILLER                PIC X(04) VALUE ' EM '.
           05 WS-DTPAG-LN           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SIT-LN             PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.

       01  WS-LIN-COMP.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'COMPRADOR '.
           05 WS-COD-LC             PIC 9(04).
           05 FILLER                PIC X(07) VALUE '  NOME '.
           05 WS-NOME-LC            PIC X(20).
           05 FILLER                PIC X(06) VALUE '  CPF '.
           05 WS-CPF-LC             PIC X(14).
           05 FILLER                PIC X(06) VALUE ' FONE '.
           05 WS-FONE-LC            PIC 9(11).

       01  WS-LIN-FUNC1.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'DEPTO/FUNC. '.
           05 WS-DPTO-LF            PIC 9(04).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-FUNC-LF            PIC 9(04).
           05 FILLER                PIC X(07) VALUE '  NOME '.
           05 WS-NOME-LF            PIC X(20).
           05 FILLER                PIC X(08) VALUE '  DEPTO '.
           05 WS-NDPTO-LF           PIC X(10).
           05 FILLER                PIC X(11) VALUE SPACES.

       01  WS-LIN-FUNC2.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE 'FUNCAO '.
           05 WS-FUNCAO-LF          PIC X(15).
           05 FILLER                PIC X(10) VALUE ' ADMISSAO '.
           05 WS-ADMIS-LF           PIC 9(08).
           05 FILLER                PIC X(09) VALUE ' SALARIO '.
           05 WS-SALARIO-LF         PIC ZZZZZZ9,99.
           05 FILLER                PIC X(05) VALUE ' PIS '.
           05 WS-PIS-LF             PIC 9(11).

       01  WS-LIN-DISC.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'DATA '.
           05 WS-DATA-LD            PIC 9(08).
           05 FILLER                PIC X(07) VALUE '  HORA '.
           05 WS-HORA-LD            PIC 9(06).
           05 FILLER                PIC X(11) VALUE '  PROGRAMA '.
           05 WS-PROG-LD            PIC X(08).
           05 FILLER                PIC X(11) VALUE '  OPERADOR '.
           05 WS-OPER-LD            PIC X(08).
           05 FILLER                PIC X(07) VALUE '  CPFS '.
           05 WS-QTD-LD             PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.

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
       000-CGPRG215.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR
               UNTIL FIM-SYSIN
           PERFORM 500-LISTAR-PENDENTES
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG215 - ACESSO DO TITULAR (LGPD)    *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

      *-----> O PRIMEIRO PEDIDO CRIA O LGPDREQ E O CONTROLE DA
      *       NUMERACAO DOS PROTOCOLOS
           OPEN I-O LGPDREQ
           IF WS-FS-LGP = '35'
              OPEN OUTPUT LGPDREQ
              CLOSE LGPDREQ
              OPEN I-O LGPDREQ
           END-IF
           IF WS-FS-LGP  NOT = '00'
              MOVE  'ERRO AO ABRIR O LGPDREQ'  TO WS-MSG
              MOVE   WS-FS-LGP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE ZEROS  TO  WS-PROT-LG OF REG-LGPDREQ
           READ LGPDREQ
           IF WS-FS-LGP = '23'
              MOVE SPACES  TO  REG-LGPDREQ
              MOVE ZEROS   TO  WS-PROT-LG OF REG-LGPDREQ
              MOVE ZEROS   TO  WS-ULTPROT-LG OF REG-LGPDREQ
              WRITE REG-LGPDREQ
           END-IF
           IF WS-FS-LGP  NOT = '00'
              MOVE  'ERRO NO CONTROLE DO LGPDREQ'  TO WS-MSG
              MOVE   WS-FS-LGP                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO ABRIR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADEND
           IF WS-FS-END  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADEND'  TO WS-MSG
              MOVE   WS-FS-END                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CONTFAM
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONTFAM'  TO WS-MSG
              MOVE   WS-FS-CON                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> SEM FAMCTA (NENHUMA MONTAGEM DO CGPRG176) NAO HA CONTA
      *       FAMILIA A LISTAR
           OPEN INPUT FAMCTA
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

           OPEN INPUT MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO ABRIR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> DISCLOG AINDA INEXISTENTE E CRIADO (COMO NO CGPRG039)
           OPEN I-O DISCLOG
           IF WS-FS-DIS = '35'
              OPEN OUTPUT DISCLOG
              CLOSE DISCLOG
              OPEN I-O DISCLOG
           END-IF
           IF WS-FS-DIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O DISCLOG'  TO WS-MSG
              MOVE   WS-FS-DIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO ABRIR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELTIT
           IF WS-FS-RTT  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELTIT'  TO WS-MSG
              MOVE   WS-FS-RTT                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELLGP
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELLGP'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-DTEDI  TO  WS-DATA-CAB
           MOVE WS-DTEDI  TO  WS-DATA-TT
           MOVE 'PEDIDOS DE ACESSO DO TITULAR - LGPD'
                TO  WS-TITULO-CAB
           MOVE WS-CAB2-CARTAO  TO  WS-CAB2
           SET CPF-MODO-MASCARADO  TO  TRUE

           MOVE WS-DATA-HOJE  TO  WS-DN-DATA
           PERFORM 060-CALCULAR-DIA
           MOVE WS-DN-NUM     TO  WS-DN-HOJE

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - LOTE  : ' WS-HDR-RUNID
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA
           MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR

           PERFORM 025-LER-SYSIN
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
      *    LEITURA DADOS DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTLIDO
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE PEDIDO OU DE ENTREGA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE SPACES  TO  WS-RECUSA

           EVALUATE TRUE
               WHEN CARTAO-PEDIDO
                   PERFORM 100-PEDIDO THRU 100-PEDIDO-FIM
               WHEN CARTAO-ENTREGA
                   PERFORM 300-ENTREGA THRU 300-ENTREGA-FIM
               WHEN OTHER
                   MOVE SPACES          TO  WS-LIN-CARTAO
                   MOVE WS-TIPO-IN      TO  WS-TIPO-LK
                   MOVE 'TIPO DE CARTAO INVALIDO (S/E)'
                        TO  WS-RECUSA
           END-EVALUATE

           IF WS-RECUSA  NOT = SPACES
              PERFORM 080-RECUSAR
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDAR OS DIGITOS VERIFICADORES DO CPF (MODULO 11)
      *--------------------------------------------------------------*
       035-VALIDAR-CPF.

           SET CPF-VALIDO  TO TRUE
           MOVE WS-CPF-IN  TO  WS-CPF-DIGITOS

           MOVE ZEROS  TO  WS-CPF-SOMA
           MOVE 1      TO  WS-CPF-SUB
           MOVE 10     TO  WS-CPF-PESO
           PERFORM 036-SOMAR-CPF
               UNTIL WS-CPF-PESO < 2
           DIVIDE WS-CPF-SOMA  BY  11
                  GIVING WS-CPF-QUOC  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE ZEROS  TO  WS-CPF-DV1
           ELSE
              COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
           END-IF

           MOVE ZEROS  TO  WS-CPF-SOMA
           MOVE 1      TO  WS-CPF-SUB
           MOVE 11     TO  WS-CPF-PESO
           PERFORM 036-SOMAR-CPF
               UNTIL WS-CPF-PESO < 2
           DIVIDE WS-CPF-SOMA  BY  11
                  GIVING WS-CPF-QUOC  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE ZEROS  TO  WS-CPF-DV2
           ELSE
              COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
           END-IF

           IF WS-CPF-DIG (10) NOT = WS-CPF-DV1
              OR WS-CPF-DIG (11) NOT = WS-CPF-DV2
              SET CPF-INVALIDO  TO TRUE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR UM DIGITO PONDERADO DA SOMA DO MODULO 11
      *--------------------------------------------------------------*
       036-SOMAR-CPF.

           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIG (WS-CPF-SUB) * WS-CPF-PESO
           ADD 1       TO    WS-CPF-SUB
           SUBTRACT 1  FROM  WS-CPF-PESO
           .
      *--------------------------------------------------------------*
      *    CONFERIR A AUTORIDADE DO OPERADOR DO CARTAO (WS-OPER-BUSCA)
      *    NO OPERTAB: ATIVO, DENTRO DA VIGENCIA E COM O NIVEL MINIMO
      *    (WS-NIVEL-MIN). A RECUSA FICA EM WS-RECUSA
      *--------------------------------------------------------------*
       040-VALIDAR-OPERADOR.

           MOVE WS-OPER-BUSCA  TO  WS-OPERID-T OF REG-OPERTAB
           READ OPERTAB
           IF WS-FS-OPE = '23'
              MOVE 'OPERADOR NAO CADASTRADO'  TO  WS-RECUSA
              GO TO 040-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO NA LEITURA DO OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF OPER-REVOGADO OF REG-OPERTAB
              MOVE 'OPERADOR REVOGADO'  TO  WS-RECUSA
              GO TO 040-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-INI-T OF REG-OPERTAB NUMERIC
              AND WS-DATA-HOJE < WS-DT-INI-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-RECUSA
              GO TO 040-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-DT-FIM-T OF REG-OPERTAB NUMERIC
              AND WS-DT-FIM-T OF REG-OPERTAB > ZEROS
              AND WS-DATA-HOJE > WS-DT-FIM-T OF REG-OPERTAB
              MOVE 'OPERADOR FORA DE VIGENCIA'  TO  WS-RECUSA
              GO TO 040-VALIDAR-OPERADOR-FIM
           END-IF
           IF WS-NIVEL-T OF REG-OPERTAB < WS-NIVEL-MIN
              MOVE 'OPERADOR SEM NIVEL PARA O CARTAO'  TO  WS-RECUSA
           END-IF
           .
       040-VALIDAR-OPERADOR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    NUMERO DO DIA DE WS-DN-DATA DESDE 01/01/0001
      *--------------------------------------------------------------*
       060-CALCULAR-DIA.

           COMPUTE WS-DN-ANO-ANT = WS-DN-ANO - 1
           DIVIDE WS-DN-ANO-ANT BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-ANO-ANT BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-ANO-ANT BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-NUM = (WS-DN-ANO-ANT * 365) + WS-DN-Q4
                             - WS-DN-Q100 + WS-DN-Q400
                             + WS-DIAS-ACUM (WS-DN-MES) + WS-DN-DIA
           IF WS-DN-MES > 2
              PERFORM 062-VERIFICAR-BISSEXTO
              IF ANO-BISSEXTO
                 ADD 1  TO  WS-DN-NUM
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
      *    PRAZO LEGAL: DATA DO PEDIDO (WS-DT-PEDIDO) + 15 DIAS
      *    CORRIDOS, VIRANDO O MES (E O ANO) QUANDO PRECISO
      *--------------------------------------------------------------*
       065-CALCULAR-PRAZO.

           MOVE WS-DT-PEDIDO    TO  WS-DN-DATA
           ADD  WS-PRAZO-LEGAL  TO  WS-DN-DIA

           MOVE WS-DIAS-MES (WS-DN-MES)  TO  WS-QTD-DIAS-MES
           IF WS-DN-MES = 2
              PERFORM 062-VERIFICAR-BISSEXTO
              IF ANO-BISSEXTO
                 ADD 1  TO  WS-QTD-DIAS-MES
              END-IF
           END-IF

           IF WS-DN-DIA > WS-QTD-DIAS-MES
              SUBTRACT WS-QTD-DIAS-MES  FROM  WS-DN-DIA
              ADD 1  TO  WS-DN-MES
              IF WS-DN-MES > 12
                 MOVE 1  TO  WS-DN-MES
                 ADD  1  TO  WS-DN-ANO
              END-IF
           END-IF

           MOVE WS-DN-DATA  TO  WS-DT-PRAZO
           .
      *--------------------------------------------------------------*
      *    CARTAO RECUSADO: AVISO NO SYSOUT E NA LISTAGEM, RC 4
      *--------------------------------------------------------------*
       080-RECUSAR.

           DISPLAY ' *** CARTAO RECUSADO - ' WS-RECUSA ' ***'

           MOVE SPACES  TO  WS-RESULT-LK
           STRING 'REJ - ' WS-RECUSA
               DELIMITED BY SIZE INTO WS-RESULT-LK
           PERFORM 086-IMPRIMIR-CARTAO

           ADD 1  TO  WS-CTREJ
           MOVE 4  TO  RETURN-CODE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE MENSAGEM MONTADA EM WS-TEXTO-LM
      *--------------------------------------------------------------*
       085-IMPRIMIR-MSG.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELLGP  FROM  WS-LIN-MSG
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELLGP'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DO CARTAO (WS-LIN-CARTAO) COM O RESULTADO
      *--------------------------------------------------------------*
       086-IMPRIMIR-CARTAO.

           IF WS-CTLIN > 55
              PERFORM 087-IMPCAB
           END-IF

           WRITE REG-RELLGP  FROM  WS-LIN-CARTAO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELLGP'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM DE CONTROLE (COM O
      *    CABECALHO DE COLUNAS DA PARTE CORRENTE EM WS-CAB2)
      *--------------------------------------------------------------*
       087-IMPCAB.

           ADD    1        TO WS-PAG
           MOVE   WS-PAG   TO WS-PAG-CAB

           WRITE REG-RELLGP FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELLGP FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELLGP FROM WS-CAB2
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

           WRITE REG-RELLGP  FROM  WS-LIN-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELLGP'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DISCLOG O RELATORIO DO TITULAR QUE REVELOU O
      *    CPF PLENO. DOIS RELATORIOS NO MESMO SEGUNDO DARIAM A
      *    MESMA CHAVE: SOMA 1 NA HORA PARA NAO PERDER O REGISTRO
      *--------------------------------------------------------------*
       092-GRAVAR-DISCLOG.

           ACCEPT WS-HRSYS-DL  FROM TIME

           MOVE WS-DATA-HOJE    TO  WS-DATA-DL OF REG-DISCLOG
           COMPUTE WS-HORA-DL OF REG-DISCLOG
                   = WS-HRSYS-DL / 100
           MOVE WS-PROGID       TO  WS-PROG-DL OF REG-DISCLOG
           MOVE SPACES          TO  WS-OPER-DL OF REG-DISCLOG
           MOVE WS-OPER-ATUAL   TO  WS-OPER-DL
                                    OF REG-DISCLOG (1:3)
           MOVE WS-CT-CPF-PLENO TO  WS-QTD-DL OF REG-DISCLOG
           .
       092-GRAVAR-DISCLOG-GRV.

           WRITE REG-DISCLOG
           IF WS-FS-DIS = '22'
              ADD 1  TO  WS-HORA-DL OF REG-DISCLOG
              GO TO 092-GRAVAR-DISCLOG-GRV
           END-IF
           IF WS-FS-DIS  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO DISCLOG'  TO WS-MSG
              MOVE   WS-FS-DIS                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-CTDISC
           .
       092-GRAVAR-DISCLOG-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PEDIDO DO TITULAR: CRITICAR O CARTAO, EMITIR O PROTOCOLO,
      *    GERAR O RELATORIO E REGISTRAR O PEDIDO NO LGPDREQ
      *--------------------------------------------------------------*
       100-PEDIDO.

           MOVE SPACES        TO  WS-LIN-CARTAO
           MOVE WS-TIPO-IN    TO  WS-TIPO-LK
           MOVE WS-DTPED-IN-X TO  WS-DATA-LK
           MOVE WS-OPER-PED-IN  TO  WS-OPER-LK

           IF WS-CPF-IN-X NOT NUMERIC OR WS-CPF-IN = ZEROS
              MOVE WS-CPF-IN-X  TO  WS-IDENT-LK
              MOVE 'CPF INVALIDO'  TO  WS-RECUSA
              GO TO 100-PEDIDO-FIM
           END-IF
           MOVE WS-CPF-IN  TO  WS-CPF-ENTRADA
           PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
           MOVE WS-CPF-SAIDA  TO  WS-IDENT-LK

           PERFORM 035-VALIDAR-CPF
           IF CPF-INVALIDO
              MOVE 'CPF COM DIGITO VERIFICADOR INVALIDO'
                   TO  WS-RECUSA
              GO TO 100-PEDIDO-FIM
           END-IF

           IF WS-DTPED-IN-X = SPACES
              MOVE WS-DATA-HOJE  TO  WS-DT-PEDIDO
           ELSE
              IF WS-DTPED-IN-X NOT NUMERIC
                 OR WS-MES-PED-IN < 01 OR WS-MES-PED-IN > 12
                 OR WS-DIA-PED-IN < 01 OR WS-DIA-PED-IN > 31
                 MOVE 'DATA DO PEDIDO INVALIDA'  TO  WS-RECUSA
                 GO TO 100-PEDIDO-FIM
              END-IF
              IF WS-DTPED-IN > WS-DATA-HOJE
                 MOVE 'DATA DO PEDIDO FUTURA'  TO  WS-RECUSA
                 GO TO 100-PEDIDO-FIM
              END-IF
              MOVE WS-DTPED-IN  TO  WS-DT-PEDIDO
           END-IF
           MOVE WS-DT-PEDIDO  TO  WS-DATA-LK

           IF WS-NOME-IN = SPACES
              MOVE 'NOME DO TITULAR NAO INFORMADO'  TO  WS-RECUSA
              GO TO 100-PEDIDO-FIM
           END-IF

      *-----> O RELATORIO TRAZ O CPF PLENO: OPERADOR NIVEL 2 OU MAIS
           MOVE WS-OPER-PED-IN  TO  WS-OPER-BUSCA
           MOVE 2               TO  WS-NIVEL-MIN
           PERFORM 040-VALIDAR-OPERADOR THRU 040-VALIDAR-OPERADOR-FIM
           IF WS-RECUSA  NOT = SPACES
              GO TO 100-PEDIDO-FIM
           END-IF

           PERFORM 065-CALCULAR-PRAZO

      *-----> PROTOCOLO: PROXIMO NUMERO DO CONTROLE
           MOVE ZEROS  TO  WS-PROT-LG OF REG-LGPDREQ
           PERFORM 110-LER-LGPDREQ
           ADD 1  TO  WS-ULTPROT-LG OF REG-LGPDREQ
           MOVE WS-ULTPROT-LG OF REG-LGPDREQ  TO  WS-PROT-ATUAL
           REWRITE REG-LGPDREQ
           IF WS-FS-LGP  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO LGPDREQ'  TO WS-MSG
              MOVE   WS-FS-LGP                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-CPF-IN       TO  WS-CPF-ATUAL
           MOVE WS-NOME-IN      TO  WS-NOME-ATUAL
           MOVE WS-OPER-PED-IN  TO  WS-OPER-ATUAL

           PERFORM 200-GERAR-RELATORIO

           MOVE SPACES          TO  REG-LGPDREQ
           MOVE WS-PROT-ATUAL   TO  WS-PROT-LG OF REG-LGPDREQ
           MOVE WS-CPF-ATUAL    TO  WS-CPF-LG OF REG-LGPDREQ
           MOVE WS-NOME-ATUAL   TO  WS-NOME-LG OF REG-LGPDREQ
           MOVE WS-DT-PEDIDO    TO  WS-DTPED-LG OF REG-LGPDREQ
           MOVE WS-DT-PRAZO     TO  WS-DTPRAZO-LG OF REG-LGPDREQ
           MOVE WS-DATA-HOJE    TO  WS-DTGERA-LG OF REG-LGPDREQ
           MOVE ZEROS           TO  WS-DTATEND-LG OF REG-LGPDREQ
           MOVE 'G'             TO  WS-SIT-LG OF REG-LGPDREQ
           MOVE WS-OPER-ATUAL   TO  WS-OPERPED-LG OF REG-LGPDREQ
           MOVE SPACES          TO  WS-OPERATD-LG OF REG-LGPDREQ
           MOVE WS-CTREG        TO  WS-QTDREG-LG OF REG-LGPDREQ
           MOVE WS-HDR-RUNID    TO  WS-RUNID-LG OF REG-LGPDREQ
           WRITE REG-LGPDREQ
           IF WS-FS-LGP  NOT = '00'
              MOVE  'ERRO NA GRAVACAO DO LGPDREQ'  TO WS-MSG
              MOVE   WS-FS-LGP                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1  TO  WS-CTPED
           MOVE SPACES  TO  WS-RESULT-LK
           STRING 'PROTOCOLO ' WS-PROT-ATUAL ' - RELATORIO GERADO'
               DELIMITED BY SIZE INTO WS-RESULT-LK
           PERFORM 086-IMPRIMIR-CARTAO
           .
       100-PEDIDO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PEDIDO (OU O CONTROLE) PELO PROTOCOLO DA CHAVE
      *--------------------------------------------------------------*
       110-LER-LGPDREQ.

           READ LGPDREQ
           IF WS-FS-LGP  NOT = '00' AND '23'
              MOVE  'ERRO NA LEITURA DO LGPDREQ'  TO WS-MSG
              MOVE   WS-FS-LGP                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    RELATORIO DO TITULAR: TODO REGISTRO LIGADO AO CPF, SECAO
      *    POR SECAO, EM PAGINA NOVA, COM O CPF PLENO
      *--------------------------------------------------------------*
       200-GERAR-RELATORIO.

           MOVE ZEROS     TO  WS-CTREG
           MOVE ZEROS     TO  WS-CT-CPF-PLENO
           MOVE ZEROS     TO  WS-QTD-VINC
           MOVE ZEROS     TO  WS-QTD-MATR
           MOVE 99999999  TO  WS-DT-INI-DADOS
           MOVE ZEROS     TO  WS-PAG-T
           SET CPF-MODO-PLENO  TO  TRUE

           MOVE WS-PROT-ATUAL  TO  WS-PROT-TT
           MOVE WS-NOME-ATUAL  TO  WS-NOME-TT
           MOVE WS-CPF-ATUAL   TO  WS-CPF-ENTRADA
           PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
           MOVE WS-CPF-SAIDA   TO  WS-CPF-TT
           MOVE WS-DT-PEDIDO   TO  WS-DTPED-TT
           MOVE WS-DT-PRAZO    TO  WS-DTPRAZO-TT
           MOVE WS-DATA-HOJE   TO  WS-DTGERA-TT
           MOVE WS-OPER-ATUAL  TO  WS-OPER-TT
           PERFORM 187-IMPCAB-TIT

           PERFORM 210-VINCULOS
           PERFORM 220-HISTORICO
           PERFORM 230-CADASTRO
           PERFORM 240-ENDERECOS
           PERFORM 244-CONTATOS
           PERFORM 246-CONTA-FAMILIA
           PERFORM 250-MENSALIDADES
           PERFORM 260-COMPRADOR
           PERFORM 270-FUNCIONARIO
           PERFORM 280-REVELACOES

           MOVE SPACES  TO  WS-TEXTO-LM
           PERFORM 185-IMPRIMIR-MSG-TIT
           MOVE 'TOTAL DE REGISTROS DO TITULAR'  TO  WS-TEXTO-LT
           MOVE WS-CTREG                         TO  WS-QTD-LT
           MOVE WS-LIN-TOTAL  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET
           MOVE SPACES  TO  WS-TEXTO-LM
           STRING 'FIM DO RELATORIO DO TITULAR - PROTOCOLO '
                  WS-PROT-ATUAL
               DELIMITED BY SIZE INTO WS-TEXTO-LM
           PERFORM 185-IMPRIMIR-MSG-TIT

           PERFORM 092-GRAVAR-DISCLOG THRU 092-GRAVAR-DISCLOG-FIM
           SET CPF-MODO-MASCARADO  TO  TRUE
           .
      *--------------------------------------------------------------*
      *    TITULO DE SECAO DO RELATORIO DO TITULAR (WS-TEXTO-LM),
      *    COM UMA LINHA EM BRANCO ANTES; SECAO NO PE DA PAGINA
      *    COMECA NA PAGINA SEGUINTE
      *--------------------------------------------------------------*
       180-IMPRIMIR-SECAO.

           IF WS-CTLIN-T > 50
              PERFORM 187-IMPCAB-TIT
           END-IF

           WRITE REG-RELTIT  FROM  SPACES
           IF WS-FS-RTT  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELTIT'  TO  WS-MSG
              MOVE WS-FS-RTT                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN-T

           PERFORM 185-IMPRIMIR-MSG-TIT
           MOVE ZEROS  TO  WS-CTSECAO
           .
      *--------------------------------------------------------------*
      *    FECHAR A SECAO: SEM REGISTRO, DIZ ISSO
      *--------------------------------------------------------------*
       182-FECHAR-SECAO.

           IF WS-CTSECAO = ZEROS
              MOVE '   NENHUM REGISTRO'  TO  WS-TEXTO-LM
              PERFORM 185-IMPRIMIR-MSG-TIT
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE MENSAGEM (WS-TEXTO-LM) NO RELTIT
      *--------------------------------------------------------------*
       185-IMPRIMIR-MSG-TIT.

           MOVE WS-LIN-MSG  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA MONTADA EM WS-LIN-DET NO RELTIT
      *--------------------------------------------------------------*
       186-IMPRIMIR-DET.

           IF WS-CTLIN-T > 55
              PERFORM 187-IMPCAB-TIT
           END-IF

           WRITE REG-RELTIT  FROM  WS-LIN-DET
           IF WS-FS-RTT  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELTIT'  TO  WS-MSG
              MOVE WS-FS-RTT                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN-T
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DO RELATORIO DO TITULAR (PROTOCOLO E
      *    IDENTIFICACAO DO TITULAR EM TODA PAGINA)
      *--------------------------------------------------------------*
       187-IMPCAB-TIT.

           ADD    1          TO WS-PAG-T
           MOVE   WS-PAG-T   TO WS-PAG-TT

           WRITE REG-RELTIT FROM WS-CAB1-TT AFTER PAGE
           IF WS-FS-RTT NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1-TT' TO WS-MSG
              MOVE WS-FS-RTT TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELTIT FROM WS-HIFEN
           IF WS-FS-RTT NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN' TO WS-MSG
              MOVE WS-FS-RTT TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELTIT FROM WS-LIN-TIT1
           IF WS-FS-RTT NOT = '00'
              MOVE 'ERRO GRAVACAO TIT1' TO WS-MSG
              MOVE WS-FS-RTT TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELTIT FROM WS-LIN-TIT2
           IF WS-FS-RTT NOT = '00'
              MOVE 'ERRO GRAVACAO TIT2' TO WS-MSG
              MOVE WS-FS-RTT TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELTIT FROM WS-HIFEN
           IF WS-FS-RTT NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN' TO WS-MSG
              MOVE WS-FS-RTT TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN-T
           .
      *--------------------------------------------------------------*
      *    SECAO 1 - VINCULOS DO CADASTRO UNICO PELO CPF (GUARDA OS
      *    PAPEIS PARA AS SECOES SEGUINTES)
      *--------------------------------------------------------------*
       210-VINCULOS.

           MOVE '1 - VINCULOS NO CADASTRO UNICO DE PESSOAS (PESSOA)'
                TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           MOVE LOW-VALUES    TO  WS-CHAVE-PS OF REG-PESSOA
           MOVE WS-CPF-ATUAL  TO  WS-CPF-PS OF REG-PESSOA
           MOVE 'N'           TO  WS-SW-FIM-LEIT
           START PESSOA KEY NOT < WS-CHAVE-PS OF REG-PESSOA
           IF WS-FS-PES = '23'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-PES  NOT = '00'
                 MOVE  'ERRO NO START DO PESSOA'  TO WS-MSG
                 MOVE   WS-FS-PES                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              PERFORM 212-LER-PESSOA
           END-IF

           PERFORM 214-LISTAR-VINCULO
               UNTIL FIM-LEITURA

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO VINCULO; ACABA NO PRIMEIRO DE OUTRO CPF
      *--------------------------------------------------------------*
       212-LER-PESSOA.

           READ PESSOA NEXT RECORD
           IF WS-FS-PES = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-PES  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
                 MOVE   WS-FS-PES                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-CPF-PS OF REG-PESSOA NOT = WS-CPF-ATUAL
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UM VINCULO E GUARDAR O PAPEL
      *--------------------------------------------------------------*
       214-LISTAR-VINCULO.

           MOVE SPACES  TO  WS-ID-LV
           EVALUATE TRUE
               WHEN PAPEL-ALUNO OF REG-PESSOA
                   MOVE 'ALUNO'        TO  WS-PAPEL-LV
                   MOVE WS-MATRICULA-PS OF REG-PESSOA  TO  WS-ID-LV
                   MOVE WS-MATRICULA-PS OF REG-PESSOA
                        TO  WS-MATR-BUSCA
                   PERFORM 216-INCLUIR-MATRICULA
                   MOVE 'S'  TO  WS-MT-ALUNO (WS-SUB)
               WHEN PAPEL-RESPONSAVEL OF REG-PESSOA
                   MOVE 'RESPONSAVEL'  TO  WS-PAPEL-LV
                   MOVE WS-MATRICULA-PS OF REG-PESSOA  TO  WS-ID-LV
                   MOVE WS-MATRICULA-PS OF REG-PESSOA
                        TO  WS-MATR-BUSCA
                   PERFORM 216-INCLUIR-MATRICULA
                   MOVE 'S'  TO  WS-MT-RESP (WS-SUB)
               WHEN PAPEL-COMPRADOR OF REG-PESSOA
                   MOVE 'COMPRADOR'    TO  WS-PAPEL-LV
                   MOVE WS-COMPRADOR-PS OF REG-PESSOA  TO  WS-ID-LV
               WHEN OTHER
                   MOVE 'FUNCIONARIO'  TO  WS-PAPEL-LV
                   STRING WS-DPTO-PS OF REG-PESSOA '/'
                          WS-FUNC-PS OF REG-PESSOA
                       DELIMITED BY SIZE INTO WS-ID-LV
           END-EVALUATE
           MOVE WS-NOME-PS OF REG-PESSOA     TO  WS-NOME-LV
           MOVE WS-DT-INCL-PS OF REG-PESSOA  TO  WS-DTINCL-LV
           MOVE WS-LIN-VINC  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET
           ADD 1  TO  WS-CTSECAO
           ADD 1  TO  WS-CTREG

           IF WS-DT-INCL-PS OF REG-PESSOA < WS-DT-INI-DADOS
              MOVE WS-DT-INCL-PS OF REG-PESSOA  TO  WS-DT-INI-DADOS
           END-IF

           IF WS-QTD-VINC = 50
              MOVE 'MAIS DE 50 VINCULOS NO CPF'  TO WS-MSG
              MOVE '  '                          TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-VINC
           MOVE WS-PAPEL-PS OF REG-PESSOA  TO  WS-VI-PAPEL (WS-QTD-VINC)
           MOVE WS-ID-PS OF REG-PESSOA     TO  WS-VI-ID (WS-QTD-VINC)

           PERFORM 212-LER-PESSOA
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A MATRICULA WS-MATR-BUSCA NA TABELA, INCLUINDO
      *    SE NAO ESTIVER (WS-SUB APONTA A OCORRENCIA)
      *--------------------------------------------------------------*
       216-INCLUIR-MATRICULA.

           PERFORM 218-LOCALIZAR-MATRICULA
           IF WS-SUB > WS-QTD-MATR
              IF WS-QTD-MATR = 50
                 MOVE 'MAIS DE 50 MATRICULAS NO CPF'  TO WS-MSG
                 MOVE '  '                            TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-QTD-MATR
              MOVE WS-QTD-MATR     TO  WS-SUB
              MOVE WS-MATR-BUSCA   TO  WS-MT-MATR (WS-SUB)
              MOVE 'N'             TO  WS-MT-ALUNO (WS-SUB)
              MOVE 'N'             TO  WS-MT-RESP (WS-SUB)
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A MATRICULA WS-MATR-BUSCA (WS-SUB > WS-QTD-MATR
      *    QUANDO NAO ESTA NA TABELA)
      *--------------------------------------------------------------*
       218-LOCALIZAR-MATRICULA.

           MOVE 1  TO  WS-SUB
           PERFORM 219-COMPARAR-MATRICULA
               UNTIL WS-SUB > WS-QTD-MATR
                  OR WS-MT-MATR (WS-SUB) = WS-MATR-BUSCA
           .
       219-COMPARAR-MATRICULA.

           ADD 1  TO  WS-SUB
           .
      *--------------------------------------------------------------*
      *    SECAO 2 - TODAS AS GERACOES DO HISTALU: REGISTRO COM O CPF
      *    DO TITULAR OU DE MATRICULA DELE COMO ALUNO. MATRICULA
      *    ACHADA SO AQUI (EX-ALUNO) ENTRA NA TABELA
      *--------------------------------------------------------------*
       220-HISTORICO.

           MOVE '2 - ALUNO - GERACOES DO HISTORICO (HISTALU)'
                TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           OPEN INPUT HISTALL
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO ABRIR O HISTALL'  TO WS-MSG
              MOVE   WS-FS-HIS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 222-LER-HISTALL
           PERFORM 224-CONFERIR-HISTORICO
               UNTIL WS-FS-HIS = '10'

           CLOSE HISTALL
           IF WS-FS-HIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O HISTALL'  TO WS-MSG
              MOVE   WS-FS-HIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DAS GERACOES DO HISTALU
      *--------------------------------------------------------------*
       222-LER-HISTALL.

           READ HISTALL
           IF WS-FS-HIS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO HISTALL'  TO WS-MSG
              MOVE   WS-FS-HIS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR SE O REGISTRO DO HISTALU E DO TITULAR
      *--------------------------------------------------------------*
       224-CONFERIR-HISTORICO.

           MOVE WS-NUMERO-S OF REG-HISTALL  TO  WS-MATR-BUSCA
           MOVE 'N'  TO  WS-SW-ACHOU

           IF WS-CPF-S OF REG-HISTALL NUMERIC
              AND WS-CPF-S OF REG-HISTALL = WS-CPF-ATUAL
              PERFORM 216-INCLUIR-MATRICULA
              MOVE 'S'  TO  WS-MT-ALUNO (WS-SUB)
              MOVE 'S'  TO  WS-SW-ACHOU
           ELSE
              PERFORM 218-LOCALIZAR-MATRICULA
              IF WS-SUB NOT > WS-QTD-MATR
                 AND MT-ALUNO (WS-SUB)
                 MOVE 'S'  TO  WS-SW-ACHOU
              END-IF
           END-IF

           IF ACHOU
              MOVE REG-HISTALL  TO  REG-CADALU
              PERFORM 235-LISTAR-ALUNO
              IF WS-DTLOTE-S OF REG-HISTALL NUMERIC
                 AND WS-DTLOTE-S OF REG-HISTALL > ZEROS
                 AND WS-DTLOTE-S OF REG-HISTALL < WS-DT-INI-DADOS
                 MOVE WS-DTLOTE-S OF REG-HISTALL
                      TO  WS-DT-INI-DADOS
              END-IF
           END-IF

           PERFORM 222-LER-HISTALL
           .
      *--------------------------------------------------------------*
      *    SECAO 3 - CADASTRO ATUAL (CADALU) DAS MATRICULAS DE ALUNO
      *--------------------------------------------------------------*
       230-CADASTRO.

           MOVE '3 - ALUNO - CADASTRO ATUAL (CADALU)'
                TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           MOVE 1  TO  WS-SUB2
           PERFORM 232-LER-CADALU
               UNTIL WS-SUB2 > WS-QTD-MATR

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER O CADALU DE UMA MATRICULA DE ALUNO (A QUE JA SAIU DO
      *    CADASTRO SO APARECE NO HISTORICO)
      *--------------------------------------------------------------*
       232-LER-CADALU.

           IF MT-ALUNO (WS-SUB2)
              MOVE WS-MT-MATR (WS-SUB2)  TO  WS-NUMERO-S OF REG-CADALU
              READ CADALU
              IF WS-FS-ALU = '00'
                 PERFORM 235-LISTAR-ALUNO
              ELSE
                 IF WS-FS-ALU  NOT = '23'
                    MOVE  'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                    MOVE   WS-FS-ALU                   TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    LISTAR O REGISTRO DE ALUNO EM REG-CADALU (CADALU OU
      *    HISTALU), EM TRES LINHAS
      *--------------------------------------------------------------*
       235-LISTAR-ALUNO.

           MOVE WS-NUMERO-S OF REG-CADALU   TO  WS-MATR-LA
           MOVE WS-NOME-S OF REG-CADALU     TO  WS-NOME-LA
           IF WS-CPF-S OF REG-CADALU NUMERIC
              MOVE WS-CPF-S OF REG-CADALU   TO  WS-CPF-ENTRADA
           ELSE
              MOVE ZEROS                    TO  WS-CPF-ENTRADA
           END-IF
           PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
           MOVE WS-CPF-SAIDA                TO  WS-CPF-LA
           MOVE WS-LIN-ALU1  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET

           MOVE WS-SEXO-S OF REG-CADALU     TO  WS-SEXO-LA
           MOVE WS-IDADE-S OF REG-CADALU    TO  WS-IDADE-LA
           MOVE WS-CURSO-S OF REG-CADALU    TO  WS-CURSO-LA
           MOVE WS-SIT-ALUNO-S OF REG-CADALU  TO  WS-SIT-LA
           IF WS-DT-SIT-S OF REG-CADALU NUMERIC
              MOVE WS-DT-SIT-S OF REG-CADALU  TO  WS-DTSIT-LA
           ELSE
              MOVE ZEROS                      TO  WS-DTSIT-LA
           END-IF
           MOVE WS-UNIDADE-S OF REG-CADALU  TO  WS-UNID-LA
           MOVE WS-LIN-ALU2  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET

           MOVE WS-NOTA1-S OF REG-CADALU    TO  WS-NOTA1-LA
           MOVE WS-NOTA2-S OF REG-CADALU    TO  WS-NOTA2-LA
           MOVE WS-NOTA3-S OF REG-CADALU    TO  WS-NOTA3-LA
           MOVE WS-NOTA4-S OF REG-CADALU    TO  WS-NOTA4-LA
           MOVE WS-MEDIA-S OF REG-CADALU    TO  WS-MEDIA-LA
           MOVE WS-NOTA-REC-S OF REG-CADALU TO  WS-NREC-LA
           IF WS-DTLOTE-S OF REG-CADALU NUMERIC
              MOVE WS-DTLOTE-S OF REG-CADALU  TO  WS-DTLOTE-LA
           ELSE
              MOVE ZEROS                      TO  WS-DTLOTE-LA
           END-IF
           MOVE WS-LIN-ALU3  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET

           ADD 1  TO  WS-CTSECAO
           ADD 1  TO  WS-CTREG
           .
      *--------------------------------------------------------------*
      *    SECAO 4 - ENDERECO E RESPONSAVEL (CADEND) DE TODA
      *    MATRICULA LIGADA AO TITULAR, COMO ALUNO OU RESPONSAVEL
      *--------------------------------------------------------------*
       240-ENDERECOS.

           MOVE '4 - ENDERECO, TELEFONE E RESPONSAVEL (CADEND)'
                TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           MOVE 1  TO  WS-SUB2
           PERFORM 242-LER-CADEND
               UNTIL WS-SUB2 > WS-QTD-MATR

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER E LISTAR O CADEND DE UMA MATRICULA DA TABELA
      *--------------------------------------------------------------*
       242-LER-CADEND.

           MOVE WS-MT-MATR (WS-SUB2)  TO  WS-NUMERO-D OF REG-CADEND
           READ CADEND
           IF WS-FS-END = '00'
              MOVE WS-NUMERO-D OF REG-CADEND  TO  WS-MATR-LE
              MOVE WS-RESPON-D OF REG-CADEND  TO  WS-RESPON-LE
              MOVE WS-FONE-D OF REG-CADEND    TO  WS-FONE-LE
              MOVE WS-LIN-END1  TO  WS-LIN-DET
              PERFORM 186-IMPRIMIR-DET
              MOVE WS-ENDER-D OF REG-CADEND   TO  WS-ENDER-LE
              MOVE WS-CEP-D OF REG-CADEND     TO  WS-CEP-LE
              MOVE WS-CIDADE-D OF REG-CADEND  TO  WS-CIDADE-LE
              MOVE WS-UF-D OF REG-CADEND      TO  WS-UF-LE
              MOVE WS-LIN-END2  TO  WS-LIN-DET
              PERFORM 186-IMPRIMIR-DET
              ADD 1  TO  WS-CTSECAO
              ADD 1  TO  WS-CTREG
           ELSE
              IF WS-FS-END  NOT = '23'
                 MOVE  'ERRO NA LEITURA DO CADEND'  TO WS-MSG
                 MOVE   WS-FS-END                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    SECAO 5 - E-MAIL E CELULAR DA FAMILIA (CONTFAM) DAS
      *    MATRICULAS DA TABELA
      *--------------------------------------------------------------*
       244-CONTATOS.

           MOVE '5 - E-MAIL E CELULAR DA FAMILIA (CONTFAM)'
                TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           MOVE 1  TO  WS-SUB2
           PERFORM 245-LER-CONTFAM
               UNTIL WS-SUB2 > WS-QTD-MATR

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER E LISTAR O CONTFAM DE UMA MATRICULA DA TABELA
      *--------------------------------------------------------------*
       245-LER-CONTFAM.

           MOVE WS-MT-MATR (WS-SUB2)  TO  WS-NUMERO-CF OF REG-CONTFAM
           READ CONTFAM
           IF WS-FS-CON = '00'
              MOVE WS-NUMERO-CF OF REG-CONTFAM   TO  WS-MATR-LO
              MOVE WS-EMAIL-CF OF REG-CONTFAM    TO  WS-EMAIL-LO
              MOVE WS-LIN-CONT1  TO  WS-LIN-DET
              PERFORM 186-IMPRIMIR-DET
              MOVE WS-CELULAR-CF OF REG-CONTFAM  TO  WS-CELULAR-LO
              MOVE WS-OPCAO-CF OF REG-CONTFAM    TO  WS-OPCAO-LO
              MOVE WS-DT-OPCAO-CF OF REG-CONTFAM TO  WS-DTOPCAO-LO
              MOVE WS-LIN-CONT2  TO  WS-LIN-DET
              PERFORM 186-IMPRIMIR-DET
              ADD 1  TO  WS-CTSECAO
              ADD 1  TO  WS-CTREG
           ELSE
              IF WS-FS-CON  NOT = '23'
                 MOVE  'ERRO NA LEITURA DO CONTFAM'  TO WS-MSG
                 MOVE   WS-FS-CON                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    SECAO 6 - CONTAS FAMILIA (FAMCTA) EM QUE O CPF E O
      *    RESPONSAVEL FINANCEIRO: O FAMCTA E CHAVEADO PELA MATRICULA
      *    DO FILHO, ENTAO E LIDO POR INTEIRO A CADA PEDIDO
      *--------------------------------------------------------------*
       246-CONTA-FAMILIA.

           MOVE '6 - CONTA FAMILIA COMO RESPONSAVEL FINANCEIRO (FAMCTA)'
                TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           IF FAMCTA-PRESENTE
              MOVE ZEROS       TO  WS-NUMERO-FC OF REG-FAMCTA
              MOVE 'N'         TO  WS-SW-FIM-LEIT
              START FAMCTA KEY NOT < WS-NUMERO-FC OF REG-FAMCTA
              IF WS-FS-FAM = '23'
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              ELSE
                 IF WS-FS-FAM  NOT = '00'
                    MOVE  'ERRO NO START DO FAMCTA'  TO WS-MSG
                    MOVE   WS-FS-FAM                 TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 PERFORM 248-LER-FAMCTA
              END-IF
              PERFORM 249-CONFERIR-FAMCTA
                  UNTIL FIM-LEITURA
           END-IF

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO FAMCTA
      *--------------------------------------------------------------*
       248-LER-FAMCTA.

           READ FAMCTA NEXT RECORD
           IF WS-FS-FAM = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-FAM  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO FAMCTA'  TO WS-MSG
                 MOVE   WS-FS-FAM                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR O REGISTRO DO FAMCTA SE O RESPONSAVEL FINANCEIRO E
      *    O CPF DO PEDIDO
      *--------------------------------------------------------------*
       249-CONFERIR-FAMCTA.

           IF WS-CPF-RESP-FC OF REG-FAMCTA = WS-CPF-ATUAL
              MOVE WS-NUMERO-FC OF REG-FAMCTA      TO  WS-MATR-LM
              MOVE WS-TITULAR-FC OF REG-FAMCTA     TO  WS-TITULAR-LM
              MOVE WS-ORDEM-FC OF REG-FAMCTA       TO  WS-ORDEM-LM
              MOVE WS-QTD-FILHOS-FC OF REG-FAMCTA  TO  WS-QTDFIL-LM
              MOVE WS-RESPON-FC OF REG-FAMCTA      TO  WS-RESPON-LM
              MOVE WS-LIN-FAM  TO  WS-LIN-DET
              PERFORM 186-IMPRIMIR-DET
              ADD 1  TO  WS-CTSECAO
              ADD 1  TO  WS-CTREG
           END-IF

           PERFORM 248-LER-FAMCTA
           .
      *--------------------------------------------------------------*
      *    SECAO 7 - MENSALIDADES (MENSALU) DAS MATRICULAS DE ALUNO
      *--------------------------------------------------------------*
       250-MENSALIDADES.

           MOVE '7 - MENSALIDADES (MENSALU)'  TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           MOVE 1  TO  WS-SUB2
           PERFORM 252-POSICIONAR-MENSALU
               UNTIL WS-SUB2 > WS-QTD-MATR

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    POSICIONAR NA PRIMEIRA COMPETENCIA DA MATRICULA E LISTAR
      *    ATE A ULTIMA
      *--------------------------------------------------------------*
       252-POSICIONAR-MENSALU.

           IF MT-ALUNO (WS-SUB2)
              MOVE WS-MT-MATR (WS-SUB2)  TO  WS-NUMERO-M OF REG-MENSALU
              MOVE ZEROS                 TO  WS-COMPET-M OF REG-MENSALU
              MOVE 'N'                   TO  WS-SW-FIM-LEIT
              START MENSALU KEY NOT < WS-CHAVE-M OF REG-MENSALU
              IF WS-FS-MEN = '23'
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              ELSE
                 IF WS-FS-MEN  NOT = '00'
                    MOVE  'ERRO NO START DO MENSALU'  TO WS-MSG
                    MOVE   WS-FS-MEN                  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 PERFORM 254-LER-MENSALU
              END-IF
              PERFORM 256-LISTAR-MENSALIDADE
                  UNTIL FIM-LEITURA
           END-IF

           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MENSALIDADE; ACABA NA DE OUTRA MATRICULA
      *--------------------------------------------------------------*
       254-LER-MENSALU.

           READ MENSALU NEXT RECORD
           IF WS-FS-MEN = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-MEN  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO MENSALU'  TO WS-MSG
                 MOVE   WS-FS-MEN                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-NUMERO-M OF REG-MENSALU NOT = WS-MT-MATR (WS-SUB2)
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UMA MENSALIDADE
      *--------------------------------------------------------------*
       256-LISTAR-MENSALIDADE.

           MOVE WS-COMPET-M OF REG-MENSALU      TO  WS-COMPET-LN
           MOVE WS-VALOR-M OF REG-MENSALU       TO  WS-VALOR-LN
           MOVE WS-DT-VENC-M OF REG-MENSALU     TO  WS-DTVENC-LN
           MOVE WS-VALOR-PAGO-M OF REG-MENSALU  TO  WS-VPAGO-LN
           MOVE WS-DT-PAGTO-M OF REG-MENSALU    TO  WS-DTPAG-LN
           MOVE WS-SIT-M OF REG-MENSALU         TO  WS-SIT-LN
           MOVE WS-LIN-MENS  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET
           ADD 1  TO  WS-CTSECAO
           ADD 1  TO  WS-CTREG

           PERFORM 254-LER-MENSALU
           .
      *--------------------------------------------------------------*
      *    SECAO 8 - COMPRADOR (COMPMST) DOS VINCULOS DE COMPRADOR
      *--------------------------------------------------------------*
       260-COMPRADOR.

           MOVE '8 - COMPRADOR (COMPMST)'  TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           MOVE 1  TO  WS-SUB2
           PERFORM 262-LER-COMPMST
               UNTIL WS-SUB2 > WS-QTD-VINC

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER E LISTAR O COMPRADOR DE UM VINCULO 'C'
      *--------------------------------------------------------------*
       262-LER-COMPMST.

           IF WS-VI-PAPEL (WS-SUB2) = 'C'
              MOVE WS-VI-COMPRADOR (WS-SUB2)
                   TO  WS-COMPRADOR-CP OF REG-COMPMST
              READ COMPMST
              IF WS-FS-CMP = '00'
                 MOVE WS-COMPRADOR-CP OF REG-COMPMST  TO  WS-COD-LC
                 MOVE WS-NOME-CP OF REG-COMPMST       TO  WS-NOME-LC
                 MOVE WS-CPF-CP OF REG-COMPMST  TO  WS-CPF-ENTRADA
                 PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
                 MOVE WS-CPF-SAIDA                    TO  WS-CPF-LC
                 MOVE WS-FONE-CP OF REG-COMPMST       TO  WS-FONE-LC
                 MOVE WS-LIN-COMP  TO  WS-LIN-DET
                 PERFORM 186-IMPRIMIR-DET
                 ADD 1  TO  WS-CTSECAO
                 ADD 1  TO  WS-CTREG
              ELSE
                 IF WS-FS-CMP  NOT = '23'
                    MOVE  'ERRO NA LEITURA DO COMPMST'  TO WS-MSG
                    MOVE   WS-FS-CMP                    TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    SECAO 9 - FUNCIONARIO (CADFUNC) DOS VINCULOS DE
      *    FUNCIONARIO
      *--------------------------------------------------------------*
       270-FUNCIONARIO.

           MOVE '9 - FUNCIONARIO (CADFUNC)'  TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           MOVE 1  TO  WS-SUB2
           PERFORM 272-LER-CADFUNC
               UNTIL WS-SUB2 > WS-QTD-VINC

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER E LISTAR O FUNCIONARIO DE UM VINCULO 'F'
      *--------------------------------------------------------------*
       272-LER-CADFUNC.

           IF WS-VI-PAPEL (WS-SUB2) = 'F'
              MOVE WS-VI-DPTO (WS-SUB2)  TO  WS-DPTO-FU OF REG-CADFUNC
              MOVE WS-VI-FUNC (WS-SUB2)  TO  WS-FUNC-FU OF REG-CADFUNC
              READ CADFUNC
              IF WS-FS-FUN = '00'
                 MOVE WS-DPTO-FU OF REG-CADFUNC       TO  WS-DPTO-LF
                 MOVE WS-FUNC-FU OF REG-CADFUNC       TO  WS-FUNC-LF
                 MOVE WS-NOME-FU OF REG-CADFUNC       TO  WS-NOME-LF
                 MOVE WS-NOME-DPTO-FU OF REG-CADFUNC  TO  WS-NDPTO-LF
                 MOVE WS-LIN-FUNC1  TO  WS-LIN-DET
                 PERFORM 186-IMPRIMIR-DET
                 MOVE WS-FUNCAO-FU OF REG-CADFUNC     TO  WS-FUNCAO-LF
                 MOVE WS-ADMISSAO-FU OF REG-CADFUNC   TO  WS-ADMIS-LF
                 MOVE WS-SALARIO-FU OF REG-CADFUNC    TO  WS-SALARIO-LF
                 MOVE WS-PIS-FU OF REG-CADFUNC        TO  WS-PIS-LF
                 MOVE WS-LIN-FUNC2  TO  WS-LIN-DET
                 PERFORM 186-IMPRIMIR-DET
                 ADD 1  TO  WS-CTSECAO
                 ADD 1  TO  WS-CTREG
              ELSE
                 IF WS-FS-FUN  NOT = '23'
                    MOVE  'ERRO NA LEITURA DO CADFUNC'  TO WS-MSG
                    MOVE   WS-FS-FUN                    TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
           END-IF

           ADD 1  TO  WS-SUB2
           .
      *--------------------------------------------------------------*
      *    SECAO 10 - EXECUCOES QUE REVELARAM CPF PLENO (DISCLOG)
      *    DESDE O PRIMEIRO DADO DA PESSOA (INCLUSAO NO PESSOA OU
      *    LOTE MAIS ANTIGO NO HISTALU). O DISCLOG NAO GUARDA O CPF
      *    REVELADO: SAEM TODAS AS EXECUCOES DO PERIODO
      *--------------------------------------------------------------*
       280-REVELACOES.

           MOVE '10 - EXECUCOES QUE REVELARAM CPF PLENO (DISCLOG)'
                TO  WS-TEXTO-LM
           PERFORM 180-IMPRIMIR-SECAO

           IF WS-DT-INI-DADOS NOT = 99999999
              MOVE SPACES  TO  WS-TEXTO-LM
              STRING '   O DISCLOG NAO GUARDA O CPF - EXECUCOES DESDE '
                     WS-DT-INI-DADOS
                  DELIMITED BY SIZE INTO WS-TEXTO-LM
              PERFORM 185-IMPRIMIR-MSG-TIT

              MOVE LOW-VALUES       TO  WS-CHAVE-DL OF REG-DISCLOG
              MOVE WS-DT-INI-DADOS  TO  WS-DATA-DL OF REG-DISCLOG
              MOVE ZEROS            TO  WS-HORA-DL OF REG-DISCLOG
              MOVE 'N'              TO  WS-SW-FIM-LEIT
              START DISCLOG KEY NOT < WS-CHAVE-DL OF REG-DISCLOG
              IF WS-FS-DIS = '23'
                 MOVE 'S'  TO  WS-SW-FIM-LEIT
              ELSE
                 IF WS-FS-DIS  NOT = '00'
                    MOVE  'ERRO NO START DO DISCLOG'  TO WS-MSG
                    MOVE   WS-FS-DIS                  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 PERFORM 282-LER-DISCLOG
              END-IF
              PERFORM 284-LISTAR-REVELACAO
                  UNTIL FIM-LEITURA
           END-IF

           PERFORM 182-FECHAR-SECAO
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA EXECUCAO DO DISCLOG
      *--------------------------------------------------------------*
       282-LER-DISCLOG.

           READ DISCLOG NEXT RECORD
           IF WS-FS-DIS = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-DIS  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO DISCLOG'  TO WS-MSG
                 MOVE   WS-FS-DIS                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UMA EXECUCAO DO DISCLOG (NAO ENTRA NO TOTAL DE
      *    REGISTROS DO TITULAR)
      *--------------------------------------------------------------*
       284-LISTAR-REVELACAO.

           MOVE WS-DATA-DL OF REG-DISCLOG  TO  WS-DATA-LD
           MOVE WS-HORA-DL OF REG-DISCLOG  TO  WS-HORA-LD
           MOVE WS-PROG-DL OF REG-DISCLOG  TO  WS-PROG-LD
           MOVE WS-OPER-DL OF REG-DISCLOG  TO  WS-OPER-LD
           MOVE WS-QTD-DL OF REG-DISCLOG   TO  WS-QTD-LD
           MOVE WS-LIN-DISC  TO  WS-LIN-DET
           PERFORM 186-IMPRIMIR-DET
           ADD 1  TO  WS-CTSECAO

           PERFORM 282-LER-DISCLOG
           .
      *--------------------------------------------------------------*
      *    ENTREGA DO RELATORIO AO TITULAR: REGISTRAR A DATA DO
      *    ATENDIMENTO NO PEDIDO
      *--------------------------------------------------------------*
       300-ENTREGA.

           MOVE SPACES          TO  WS-LIN-CARTAO
           MOVE WS-TIPO-IN      TO  WS-TIPO-LK
           MOVE WS-PROT-IN-X    TO  WS-IDENT-LK
           MOVE WS-DTENT-IN-X   TO  WS-DATA-LK
           MOVE WS-OPER-ENT-IN  TO  WS-OPER-LK

           IF WS-PROT-IN-X NOT NUMERIC OR WS-PROT-IN = ZEROS
              MOVE 'PROTOCOLO INVALIDO'  TO  WS-RECUSA
              GO TO 300-ENTREGA-FIM
           END-IF

           IF WS-DTENT-IN-X = SPACES
              MOVE WS-DATA-HOJE  TO  WS-DT-ENTREGA
           ELSE
              IF WS-DTENT-IN-X NOT NUMERIC
                 OR WS-MES-ENT-IN < 01 OR WS-MES-ENT-IN > 12
                 OR WS-DIA-ENT-IN < 01 OR WS-DIA-ENT-IN > 31
                 MOVE 'DATA DA ENTREGA INVALIDA'  TO  WS-RECUSA
                 GO TO 300-ENTREGA-FIM
              END-IF
              IF WS-DTENT-IN > WS-DATA-HOJE
                 MOVE 'DATA DA ENTREGA FUTURA'  TO  WS-RECUSA
                 GO TO 300-ENTREGA-FIM
              END-IF
              MOVE WS-DTENT-IN  TO  WS-DT-ENTREGA
           END-IF
           MOVE WS-DT-ENTREGA  TO  WS-DATA-LK

           MOVE WS-OPER-ENT-IN  TO  WS-OPER-BUSCA
           MOVE 1               TO  WS-NIVEL-MIN
           PERFORM 040-VALIDAR-OPERADOR THRU 040-VALIDAR-OPERADOR-FIM
           IF WS-RECUSA  NOT = SPACES
              GO TO 300-ENTREGA-FIM
           END-IF

           MOVE WS-PROT-IN  TO  WS-PROT-LG OF REG-LGPDREQ
           PERFORM 110-LER-LGPDREQ
           IF WS-FS-LGP = '23'
              MOVE 'PROTOCOLO NAO CADASTRADO'  TO  WS-RECUSA
              GO TO 300-ENTREGA-FIM
           END-IF
           IF PED-ATENDIDO OF REG-LGPDREQ
              MOVE 'PEDIDO JA ATENDIDO'  TO  WS-RECUSA
              GO TO 300-ENTREGA-FIM
           END-IF
           IF WS-DT-ENTREGA < WS-DTGERA-LG OF REG-LGPDREQ
              MOVE 'ENTREGA ANTES DA GERACAO DO RELATORIO'
                   TO  WS-RECUSA
              GO TO 300-ENTREGA-FIM
           END-IF

           MOVE WS-DT-ENTREGA   TO  WS-DTATEND-LG OF REG-LGPDREQ
           MOVE WS-OPER-ENT-IN  TO  WS-OPERATD-LG OF REG-LGPDREQ
           MOVE 'E'             TO  WS-SIT-LG OF REG-LGPDREQ
           REWRITE REG-LGPDREQ
           IF WS-FS-LGP  NOT = '00'
              MOVE  'ERRO NA REGRAVACAO DO LGPDREQ'  TO WS-MSG
              MOVE   WS-FS-LGP                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1  TO  WS-CTENT
           IF WS-DT-ENTREGA > WS-DTPRAZO-LG OF REG-LGPDREQ
              ADD 1  TO  WS-CTENT-FORA
              MOVE 'ATENDIDO FORA DO PRAZO LEGAL'  TO  WS-RESULT-LK
           ELSE
              MOVE 'ATENDIDO NO PRAZO LEGAL'       TO  WS-RESULT-LK
           END-IF
           PERFORM 086-IMPRIMIR-CARTAO
           .
       300-ENTREGA-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    PEDIDOS AINDA NAO ATENDIDOS, COM OS DIAS QUE FALTAM PARA O
      *    PRAZO LEGAL E O AVISO DE VENCIDO / VENCENDO
      *--------------------------------------------------------------*
       500-LISTAR-PENDENTES.

           MOVE 'PEDIDOS NAO ATENDIDOS - PRAZO LEGAL'
                TO  WS-TITULO-CAB
           MOVE WS-CAB2-PEND  TO  WS-CAB2
           PERFORM 087-IMPCAB
           SET CPF-MODO-MASCARADO  TO  TRUE

           MOVE ZEROS  TO  WS-PROT-LG OF REG-LGPDREQ
           MOVE 'N'    TO  WS-SW-FIM-LEIT
           START LGPDREQ KEY > WS-PROT-LG OF REG-LGPDREQ
           IF WS-FS-LGP = '23'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-LGP  NOT = '00'
                 MOVE  'ERRO NO START DO LGPDREQ'  TO WS-MSG
                 MOVE   WS-FS-LGP                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              PERFORM 505-LER-PROXIMO
           END-IF

           PERFORM 510-LISTAR-PENDENTE
               UNTIL FIM-LEITURA

           MOVE SPACES  TO  WS-TEXTO-LM
           PERFORM 085-IMPRIMIR-MSG
           MOVE 'CARTOES LIDOS'                     TO  WS-TEXTO-LT
           MOVE WS-CTLIDO                           TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'PEDIDOS REGISTRADOS (RELATORIO GERADO)'
                TO  WS-TEXTO-LT
           MOVE WS-CTPED                            TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'ENTREGAS REGISTRADAS'              TO  WS-TEXTO-LT
           MOVE WS-CTENT                            TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  DAS QUAIS FORA DO PRAZO LEGAL'   TO  WS-TEXTO-LT
           MOVE WS-CTENT-FORA                       TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'CARTOES RECUSADOS'                 TO  WS-TEXTO-LT
           MOVE WS-CTREJ                            TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE 'PEDIDOS NAO ATENDIDOS'             TO  WS-TEXTO-LT
           MOVE WS-CTPEND                           TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  VENCENDO EM ATE 5 DIAS'          TO  WS-TEXTO-LT
           MOVE WS-CTPROX                           TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL
           MOVE '  COM O PRAZO LEGAL VENCIDO'       TO  WS-TEXTO-LT
           MOVE WS-CTVENC                           TO  WS-QTD-LT
           PERFORM 088-IMPRIMIR-TOTAL

           IF WS-CTVENC > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO PEDIDO DO LGPDREQ
      *--------------------------------------------------------------*
       505-LER-PROXIMO.

           READ LGPDREQ NEXT RECORD
           IF WS-FS-LGP = '10'
              MOVE 'S'  TO  WS-SW-FIM-LEIT
           ELSE
              IF WS-FS-LGP  NOT = '00'
                 MOVE  'ERRO NA LEITURA DO LGPDREQ'  TO WS-MSG
                 MOVE   WS-FS-LGP                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UM PEDIDO NAO ATENDIDO E SOMAR NOS TOTAIS
      *--------------------------------------------------------------*
       510-LISTAR-PENDENTE.

           IF NOT PED-ATENDIDO OF REG-LGPDREQ
              MOVE WS-DTPRAZO-LG OF REG-LGPDREQ  TO  WS-DN-DATA
              PERFORM 060-CALCULAR-DIA
              COMPUTE WS-DIAS-REST = WS-DN-NUM - WS-DN-HOJE

              MOVE WS-PROT-LG OF REG-LGPDREQ     TO  WS-PROT-LP
              MOVE WS-CPF-LG OF REG-LGPDREQ      TO  WS-CPF-ENTRADA
              PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
              MOVE WS-CPF-SAIDA                  TO  WS-CPF-LP
              MOVE WS-NOME-LG OF REG-LGPDREQ     TO  WS-NOME-LP
              MOVE WS-DTPED-LG OF REG-LGPDREQ    TO  WS-DTPED-LP
              MOVE WS-DTPRAZO-LG OF REG-LGPDREQ  TO  WS-DTPRAZO-LP
              MOVE WS-DIAS-REST                  TO  WS-DIAS-LP

              ADD 1  TO  WS-CTPEND
              IF WS-DIAS-REST < ZEROS
                 MOVE '** VENCIDO'  TO  WS-AVISO-LP
                 ADD 1  TO  WS-CTVENC
              ELSE
                 IF WS-DIAS-REST NOT > WS-DIAS-ALERTA
                    MOVE '* VENCENDO'  TO  WS-AVISO-LP
                    ADD 1  TO  WS-CTPROX
                 ELSE
                    MOVE SPACES        TO  WS-AVISO-LP
                 END-IF
              END-IF

              IF WS-CTLIN > 55
                 PERFORM 087-IMPCAB
              END-IF
              WRITE REG-RELLGP  FROM  WS-LIN-PEND
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO RELLGP'  TO  WS-MSG
                 MOVE WS-FS-REL                     TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CTLIN
           END-IF

           PERFORM 505-LER-PROXIMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG215        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS                = ' WS-CTLIDO
           DISPLAY ' * PEDIDOS REGISTRADOS          = ' WS-CTPED
           DISPLAY ' * ENTREGAS REGISTRADAS         = ' WS-CTENT
           DISPLAY ' * CARTOES RECUSADOS            = ' WS-CTREJ
           DISPLAY ' * GRAVADOS NO DISCLOG          = ' WS-CTDISC
           DISPLAY ' * PEDIDOS NAO ATENDIDOS        = ' WS-CTPEND
           DISPLAY ' *   VENCENDO EM ATE 5 DIAS     = ' WS-CTPROX
           DISPLAY ' *   PRAZO LEGAL VENCIDO        = ' WS-CTVENC
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
              OR WS-CTLIDO NOT = WS-TRL-QTD-INFORMADA
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - LOTE COM QTDE DE CARTOES     *'
              DISPLAY ' *           DIFERENTE DO ESPERADO        *'
              DISPLAY ' * QTDE ESPERADA  (CABECALHO) = '
                      WS-HDR-QTD-ESPERADA
              DISPLAY ' * QTDE INFORMADA (RODAPE)    = '
                      WS-TRL-QTD-INFORMADA
              DISPLAY ' * QTDE LIDA      (WS-CTLIDO) = ' WS-CTLIDO
           END-IF

           COMPUTE WS-CTPROC = WS-CTPED + WS-CTENT + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  LGPDREQ
           IF WS-FS-LGP  NOT = '00'
              MOVE  'ERRO AO FECHAR O LGPDREQ'  TO WS-MSG
              MOVE   WS-FS-LGP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO FECHAR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                 TO WS-FS-MSG
              GO TO  999-ERRO
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

           CLOSE  CONTFAM
           IF WS-FS-CON  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONTFAM'  TO WS-MSG
              MOVE   WS-FS-CON                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF FAMCTA-PRESENTE
              CLOSE  FAMCTA
              IF WS-FS-FAM  NOT = '00'
                 MOVE  'ERRO AO FECHAR O FAMCTA'  TO WS-MSG
                 MOVE   WS-FS-FAM                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE  MENSALU
           IF WS-FS-MEN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MENSALU'  TO WS-MSG
              MOVE   WS-FS-MEN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  COMPMST
           IF WS-FS-CMP  NOT = '00'
              MOVE  'ERRO AO FECHAR O COMPMST'  TO WS-MSG
              MOVE   WS-FS-CMP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADFUNC
           IF WS-FS-FUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADFUNC'  TO WS-MSG
              MOVE   WS-FS-FUN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  DISCLOG
           IF WS-FS-DIS  NOT = '00'
              MOVE  'ERRO AO FECHAR O DISCLOG'  TO WS-MSG
              MOVE   WS-FS-DIS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  OPERTAB
           IF WS-FS-OPE  NOT = '00'
              MOVE  'ERRO AO FECHAR O OPERTAB'  TO WS-MSG
              MOVE   WS-FS-OPE                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELTIT
           IF WS-FS-RTT  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELTIT'  TO WS-MSG
              MOVE   WS-FS-RTT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELLGP
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELLGP'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG215        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CPF (LGPD)
      *--------------------------------------------------------------*
           COPY CPFMASK.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG215 <
