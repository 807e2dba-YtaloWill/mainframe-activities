       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG208.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONVERSAO CONTROLADA DO CODIGO DE CIDADE DE 5
      *           DIGITOS PARA O CODIGO OFICIAL DO IBGE DE 7 DIGITOS
      *           EM TODOS OS CADASTROS E HISTORICOS DE ACIDENTES,
      *           EM UMA UNICA EXECUCAO. A TABELA DE CONVERSAO
      *           (CONVIBGE) VEM DO CGPRG207 JA CONFERIDA. A CIDADE
      *           COMPACTADA PASSA DE 9(05) COMP-3 (3 BYTES) PARA
      *           9(07) COMP-3 (4 BYTES) NA POSICAO 1 DE CADA
      *           REGISTRO E O RESTO DO REGISTRO ANDA UMA POSICAO:
      *             MUNTAB / CADGRAVI / POPREF / FROTREF / SEGVIA /
      *             PREFCON / ALERTVID / FISCOPER (KSDS) E CATGRAVA
      *             / VITIMDET / CONDDET (SEQUENCIAIS) - ULTIMO
      *             BYTE (FILLER) ABSORVIDO, MESMO LRECL;
      *             ACIDDET - LRECL 32 PASSA A 33;
      *             CADGRAVA - LRECL 40 PASSA A 41;
      *             ACIDPEND - CIDADE ZONADA 9(05) -> 9(07) NA
      *             CHAVE E NO CARTAO DO CGPRG010 GUARDADO NO
      *             REGISTRO, MESMO LRECL;
      *             AUDITLOG - SEM CIDADE NA CHAVE: O ALVO PASSA DE
      *             12 PARA 13 POSICOES E O CONTEUDO GRAVADO NA
      *             EPOCA E MANTIDO COMO ESTA (TRILHA DE AUDITORIA
      *             NAO SE REESCREVE).
      *           OS KSDS NOVOS (.CONV) SAO GRAVADOS EM ACESSO
      *           RANDOMICO PELA CHAVE NOVA - CHAVE DUPLICADA (FILE
      *           STATUS 22) SERIA FUSAO DE DUAS CIDADES. O RELCNV
      *           CONCILIA ARQUIVO A ARQUIVO (LIDOS = GRAVADOS) E
      *           CIDADE A CIDADE (REGISTROS COM O CODIGO ANTIGO =
      *           REGISTROS GRAVADOS COM O CODIGO NOVO, SOMANDO
      *           TODOS OS ARQUIVOS), PROVANDO QUE NENHUMA CIDADE SE
      *           PERDEU OU FOI FUNDIDA. CIDADE FORA DA TABELA,
      *           CHAVE DUPLICADA OU BYTE ABSORVIDO COM DADO =
      *           DIVERGENCIA: SAI NA LISTAGEM, FORCA RETURN-CODE 8
      *           E O CGJOB208 NAO TROCA OS ARQUIVOS
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010227  PROGRAMA CRIADO - CONVERSAO DOS
      *                          CADASTROS DE ACIDENTES PARA O CODIGO
      *                          IBGE DE 7 DIGITOS, COM CONCILIACAO
      *                          POR ARQUIVO E POR CIDADE
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
           SELECT CONVIBGE ASSIGN TO CONVIBGJ
                  FILE STATUS   IS WS-FS-TAB
           .
           SELECT MUNTABA ASSIGN TO MUNTABAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-MUA
                  FILE STATUS   IS WS-FS-MUA
           .
           SELECT MUNTABN ASSIGN TO MUNTABNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-M OF REG-MUNTABN
                  FILE STATUS   IS WS-FS-MUN
           .
           SELECT CADGRIA ASSIGN TO CADGRIAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-GIA
                  FILE STATUS   IS WS-FS-GIA
           .
           SELECT CADGRIN ASSIGN TO CADGRINJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-G OF REG-CADGRIN
                  FILE STATUS   IS WS-FS-GIN
           .
           SELECT POPREFA ASSIGN TO POPREFAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-POA
                  FILE STATUS   IS WS-FS-POA
           .
           SELECT POPREFN ASSIGN TO POPREFNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-PO OF REG-POPREFN
                  FILE STATUS   IS WS-FS-PON
           .
           SELECT FROTRFA ASSIGN TO FROTRFAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-FRA
                  FILE STATUS   IS WS-FS-FRA
           .
           SELECT FROTRFN ASSIGN TO FROTRFNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-FR OF REG-FROTRFN
                  FILE STATUS   IS WS-FS-FRN
           .
           SELECT SEGVIAA ASSIGN TO SEGVIAAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-SVA
                  FILE STATUS   IS WS-FS-SVA
           .
           SELECT SEGVIAN ASSIGN TO SEGVIANJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-SV OF REG-SEGVIAN
                  FILE STATUS   IS WS-FS-SVN
           .
           SELECT PREFCNA ASSIGN TO PREFCNAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-PCA
                  FILE STATUS   IS WS-FS-PCA
           .
           SELECT PREFCNN ASSIGN TO PREFCNNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-PC OF REG-PREFCNN
                  FILE STATUS   IS WS-FS-PCN
           .
           SELECT ALERTVA ASSIGN TO ALERTVAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-ALA
                  FILE STATUS   IS WS-FS-ALA
           .
           SELECT ALERTVN ASSIGN TO ALERTVNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-AL OF REG-ALERTVN
                  FILE STATUS   IS WS-FS-ALN
           .
           SELECT FISCOPA ASSIGN TO FISCOPAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-FOA
                  FILE STATUS   IS WS-FS-FOA
           .
           SELECT FISCOPN ASSIGN TO FISCOPNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-FO OF REG-FISCOPN
                  FILE STATUS   IS WS-FS-FON
           .
           SELECT ACIDPNA ASSIGN TO ACIDPNAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-APA
                  FILE STATUS   IS WS-FS-APA
           .
           SELECT ACIDPNN ASSIGN TO ACIDPNNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-P OF REG-ACIDPNN
                  FILE STATUS   IS WS-FS-APN
           .
           SELECT AUDITLA ASSIGN TO AUDITLAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-AUA
                  FILE STATUS   IS WS-FS-AUA
           .
           SELECT AUDITLN ASSIGN TO AUDITLNJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-AU OF REG-AUDITLN
                  FILE STATUS   IS WS-FS-AUN
           .
           SELECT ACIDDTA ASSIGN TO ACIDDTAJ
                  FILE STATUS   IS WS-FS-DTA
           .
           SELECT ACIDDTN ASSIGN TO ACIDDTNJ
                  FILE STATUS   IS WS-FS-DTN
           .
           SELECT CADGRAA ASSIGN TO CADGRAAJ
                  FILE STATUS   IS WS-FS-GRA
           .
           SELECT CADGRAN ASSIGN TO CADGRANJ
                  FILE STATUS   IS WS-FS-GRN
           .
           SELECT CATGRAA ASSIGN TO CATGRAAJ
                  FILE STATUS   IS WS-FS-CTA
           .
           SELECT CATGRAN ASSIGN TO CATGRANJ
                  FILE STATUS   IS WS-FS-CTN
           .
           SELECT VITIMDA ASSIGN TO VITIMDAJ
                  FILE STATUS   IS WS-FS-VTA
           .
           SELECT VITIMDN ASSIGN TO VITIMDNJ
                  FILE STATUS   IS WS-FS-VTN
           .
           SELECT CONDDTA ASSIGN TO CONDDTAJ
                  FILE STATUS   IS WS-FS-CDA
           .
           SELECT CONDDTN ASSIGN TO CONDDTNJ
                  FILE STATUS   IS WS-FS-CDN
           .
           SELECT RELCNV ASSIGN TO RELCNVJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CONVIBGE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONVIBGE.
           COPY CONVIBGC.
      *-----> CADASTRO DE MUNICIPIOS (COPY MUNTABC) - LRECL 30
       FD  MUNTABA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTABA.
           05 WS-CHAVE-MUA        PIC X(03).
           05 FILLER              PIC X(27).
       FD  MUNTABN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTABN.
           COPY MUNTABC.
      *-----> AGREGADO INDEXADO (COPY CADGRVIC) - LRECL 60
       FD  CADGRIA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRIA.
           05 WS-CHAVE-GIA        PIC X(07).
           05 FILLER              PIC X(53).
       FD  CADGRIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRIN.
           COPY CADGRVIC.
      *-----> POPULACAO DE REFERENCIA (COPY POPREFC) - LRECL 16
       FD  POPREFA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-POPREFA.
           05 WS-CHAVE-POA        PIC X(03).
           05 FILLER              PIC X(13).
       FD  POPREFN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-POPREFN.
           COPY POPREFC.
      *-----> FROTA DE REFERENCIA (COPY FROTREFC) - LRECL 16
       FD  FROTRFA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FROTRFA.
           05 WS-CHAVE-FRA        PIC X(03).
           05 FILLER              PIC X(13).
       FD  FROTRFN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FROTRFN.
           COPY FROTREFC.
      *-----> SEGMENTOS DE VIA (COPY SEGVIAC) - LRECL 80
       FD  SEGVIAA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-SEGVIAA.
           05 WS-CHAVE-SVA        PIC X(06).
           05 FILLER              PIC X(74).
       FD  SEGVIAN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-SEGVIAN.
           COPY SEGVIAC.
      *-----> CONTATOS DAS PREFEITURAS (COPY PREFCONC) - LRECL 100
       FD  PREFCNA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PREFCNA.
           05 WS-CHAVE-PCA        PIC X(03).
           05 FILLER              PIC X(97).
       FD  PREFCNN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PREFCNN.
           COPY PREFCONC.
      *-----> CICLO DE VIDA DOS ALERTAS (COPY ALERTVIC) - LRECL 32
       FD  ALERTVA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ALERTVA.
           05 WS-CHAVE-ALA        PIC X(07).
           05 FILLER              PIC X(25).
       FD  ALERTVN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ALERTVN.
           COPY ALERTVIC.
      *-----> OPERACOES DE FISCALIZACAO (COPY FISCOPC) - LRECL 40
       FD  FISCOPA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FISCOPA.
           05 WS-CHAVE-FOA        PIC X(10).
           05 FILLER              PIC X(30).
       FD  FISCOPN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-FISCOPN.
           COPY FISCOPC.
      *-----> FILA DE CAPTURA PENDENTE (COPY ACIDPENC) - LRECL 56
       FD  ACIDPNA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDPNA.
           05 WS-CHAVE-APA        PIC X(11).
           05 FILLER              PIC X(45).
       FD  ACIDPNN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDPNN.
           COPY ACIDPENC.
      *-----> TRILHA DE AUDITORIA ONLINE (COPY AUDITCIC) - LRECL 48
       FD  AUDITLA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-AUDITLA.
           05 WS-CHAVE-AUA        PIC X(26).
           05 FILLER              PIC X(22).
       FD  AUDITLN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-AUDITLN.
           COPY AUDITCIC.
      *-----> DETALHE DE ACIDENTES (COPY ACIDDETC) - LRECL 32 -> 33
       FD  ACIDDTA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDDTA            PIC X(32).
       FD  ACIDDTN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDDTN            PIC X(33).
      *-----> AGREGADO POR CIDADE (LAYOUT DO CGPRG011) - LRECL 40 -> 41
       FD  CADGRAA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAA            PIC X(40).
       FD  CADGRAN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAN            PIC X(41).
      *-----> ABERTURA POR CATEGORIA (COPY CATREGC) - LRECL 48
       FD  CATGRAA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CATGRAA            PIC X(48).
       FD  CATGRAN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CATGRAN            PIC X(48).
      *-----> VITIMAS (COPY VITIMDEC) - LRECL 32
       FD  VITIMDA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VITIMDA            PIC X(32).
       FD  VITIMDN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VITIMDN            PIC X(32).
      *-----> CONDUTORES (COPY CONDUTC) - LRECL 40
       FD  CONDDTA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONDDTA            PIC X(40).
       FD  CONDDTN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CONDDTN            PIC X(40).
       FD  RELCNV
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELCNV             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FS-TAB              PIC X(02).
           05  WS-FS-MUA              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-FS-GIA              PIC X(02).
           05  WS-FS-GIN              PIC X(02).
           05  WS-FS-POA              PIC X(02).
           05  WS-FS-PON              PIC X(02).
           05  WS-FS-FRA              PIC X(02).
           05  WS-FS-FRN              PIC X(02).
           05  WS-FS-SVA              PIC X(02).
           05  WS-FS-SVN              PIC X(02).
           05  WS-FS-PCA              PIC X(02).
           05  WS-FS-PCN              PIC X(02).
           05  WS-FS-ALA              PIC X(02).
           05  WS-FS-ALN              PIC X(02).
           05  WS-FS-FOA              PIC X(02).
           05  WS-FS-FON              PIC X(02).
           05  WS-FS-APA              PIC X(02).
           05  WS-FS-APN              PIC X(02).
           05  WS-FS-AUA              PIC X(02).
           05  WS-FS-AUN              PIC X(02).
           05  WS-FS-DTA              PIC X(02).
           05  WS-FS-DTN              PIC X(02).
           05  WS-FS-GRA              PIC X(02).
           05  WS-FS-GRN              PIC X(02).
           05  WS-FS-CTA              PIC X(02).
           05  WS-FS-CTN              PIC X(02).
           05  WS-FS-VTA              PIC X(02).
           05  WS-FS-VTN              PIC X(02).
           05  WS-FS-CDA              PIC X(02).
           05  WS-FS-CDN              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-FS-GRAV             PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG208'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-ARQ-SUB             PIC 9(02).
           05  WS-CTDIVERG            PIC 9(07) VALUE ZEROS.
           05  WS-CTDIVCID            PIC 9(05) VALUE ZEROS.
           05  WS-CTCONCCID           PIC 9(05) VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 99.
           05  WS-MOTIVO              PIC X(30).
           05  WS-SW-CONV             PIC X(01).
               88 REGISTRO-CONVERTIDO     VALUE 'S'.
               88 REGISTRO-RECUSADO       VALUE 'N'.
      *-----> TAMANHO DO REGISTRO ANTIGO E DO NOVO, E QUANTO DO
      *       REGISTRO ANTIGO VAI DEPOIS DA CIDADE NOVA (VER
      *       300-CONVERTER-CIDADE)
           05  WS-TAM-ANT             PIC 9(03).
           05  WS-TAM-NOVO            PIC 9(03).
           05  WS-TAM-RESTO           PIC 9(03).
      *-----> CIDADE ANTIGA E NOVA NAS FORMAS COMPACTADA E ZONADA
           05  WS-CID-ANT             PIC 9(05)      COMP-3.
           05  WS-CID-ANT-X  REDEFINES  WS-CID-ANT
                                      PIC X(03).
           05  WS-CID-ANT-Z           PIC 9(05).
           05  WS-CID-NOVO            PIC 9(07)      COMP-3.
           05  WS-CID-NOVO-X  REDEFINES  WS-CID-NOVO
                                      PIC X(04).
           05  WS-CID-NOVO-Z          PIC 9(07).

      *-----> IMAGENS DE TRABALHO DO REGISTRO ANTIGO E DO NOVO
       01  WS-IMG-ANT                 PIC X(100).
       01  WS-IMG-NOVA                PIC X(100).

      *-----> TABELA DE CONVERSAO (CONVIBGE, NA ORDEM DO CODIGO
      *       ANTIGO) COM A CONTAGEM DE REGISTROS DE CADA CIDADE
      *       ANTES E DEPOIS DA CONVERSAO, SOMANDO TODOS OS ARQUIVOS
       01  WS-TAB-CNV.
           05  WS-QTD-CNV             PIC 9(04) VALUE ZEROS.
           05  WS-CNV-OCOR            OCCURS 6000 TIMES.
               10  WS-CNV-ANT         PIC 9(05).
               10  WS-CNV-NOVO        PIC 9(07).
               10  WS-CNV-UF          PIC X(02).
               10  WS-CNV-NOME        PIC X(20).
               10  WS-CNV-CT-ANT      PIC 9(07).
               10  WS-CNV-CT-NOVO     PIC 9(07).
       01  WS-CNV-SUB                 PIC 9(04).
      *-----> POSICAO NA TABELA ACIMA, ENDERECADA PELO PROPRIO
      *       CODIGO ANTIGO (ZERO = CIDADE FORA DA TABELA)
       01  WS-TAB-IDX.
           05  WS-CNV-IDX             PIC 9(04)  OCCURS 99999 TIMES.

      *-----> CONCILIACAO POR ARQUIVO, NA ORDEM DE PROCESSAMENTO
       01  WS-NOMES-ARQ.
           05  FILLER                 PIC X(08) VALUE 'MUNTAB  '.
           05  FILLER                 PIC X(08) VALUE 'CADGRAVI'.
           05  FILLER                 PIC X(08) VALUE 'POPREF  '.
           05  FILLER                 PIC X(08) VALUE 'FROTREF '.
           05  FILLER                 PIC X(08) VALUE 'SEGVIA  '.
           05  FILLER                 PIC X(08) VALUE 'PREFCON '.
           05  FILLER                 PIC X(08) VALUE 'ALERTVID'.
           05  FILLER                 PIC X(08) VALUE 'FISCOPER'.
           05  FILLER                 PIC X(08) VALUE 'ACIDPEND'.
           05  FILLER                 PIC X(08) VALUE 'AUDITLOG'.
           05  FILLER                 PIC X(08) VALUE 'ACIDDET '.
           05  FILLER                 PIC X(08) VALUE 'CADGRAVA'.
           05  FILLER                 PIC X(08) VALUE 'CATGRAVA'.
           05  FILLER                 PIC X(08) VALUE 'VITIMDET'.
           05  FILLER                 PIC X(08) VALUE 'CONDDET '.
       01  FILLER  REDEFINES  WS-NOMES-ARQ.
           05  WS-ARQ-NOME            PIC X(08)  OCCURS 15 TIMES.
       01  WS-TAB-CONT.
           05  WS-CONT-OCOR           OCCURS 15 TIMES.
               10  WS-CT-LIDOS        PIC 9(07).
               10  WS-CT-GRAVADOS     PIC 9(07).
               10  WS-CT-SEMCID       PIC 9(07).
               10  WS-CT-DIVERG       PIC 9(07).

      *-----> CABECALHOS E LINHAS DA CONCILIACAO
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(44) VALUE
              'CGPRG208 - CONVERSAO DA CIDADE P/ IBGE 7 DIG'.
           05 FILLER                PIC X(35) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ARQUIVO   '.
           05 FILLER                PIC X(11) VALUE '      LIDOS'.
           05 FILLER                PIC X(11) VALUE '   GRAVADOS'.
           05 FILLER                PIC X(11) VALUE ' SEM CIDADE'.
           05 FILLER                PIC X(11) VALUE '  DIVERGEN.'.
           05 FILLER                PIC X(25) VALUE SPACES.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ARQ-R            PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIDOS-R          PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-GRAVADOS-R       PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SEMCID-R         PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIVERG-R         PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SIT-R            PIC X(10).
           05 FILLER              PIC X(15) VALUE SPACES.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(44) VALUE
              'CONCILIACAO POR CIDADE - TODOS OS ARQUIVOS  '.
           05 FILLER                PIC X(35) VALUE SPACES.

       01  WS-CAB4.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(25) VALUE
              'ANTIGO NOVO    UF NOME   '.
           05 FILLER                PIC X(25) VALUE
              '                REG.ANTES'.
           05 FILLER                PIC X(11) VALUE ' REG.DEPOIS'.
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-CID-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ANT-R            PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOVO-R           PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UF-R             PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CT-ANT-R         PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-CT-NOVO-R        PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SIT-CID-R        PIC X(10).
           05 FILLER              PIC X(06) VALUE SPACES.

       01  WS-CID-TOTAL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE
              'CIDADES NA TABELA: '.
           05 WS-QTD-CNV-R        PIC ZZ.ZZ9.
           05 FILLER              PIC X(15) VALUE
              '  CONCILIADAS: '.
           05 WS-CONC-CID-R       PIC ZZ.ZZ9.
           05 FILLER              PIC X(15) VALUE
              '  DIVERGENTES: '.
           05 WS-DIV-CID-R        PIC ZZ.ZZ9.
           05 FILLER              PIC X(11) VALUE SPACES.

       01  WS-CID-CONCLUSAO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CONCLUSAO-R      PIC X(60).
           05 FILLER              PIC X(19) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

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
      *    PROCESSO PRINCIPAL - UM ARQUIVO POR VEZ, NA MESMA
      *    EXECUCAO CONTROLADA
      *--------------------------------------------------------------*
       000-CGPRG208.

           PERFORM 010-INICIAR
           PERFORM 015-CARREGAR-TABELA
           PERFORM 100-CONVERTER-MUNTAB
           PERFORM 110-CONVERTER-CADGRAVI
           PERFORM 120-CONVERTER-POPREF
           PERFORM 130-CONVERTER-FROTREF
           PERFORM 140-CONVERTER-SEGVIA
           PERFORM 150-CONVERTER-PREFCON
           PERFORM 160-CONVERTER-ALERTVID
           PERFORM 170-CONVERTER-FISCOPER
           PERFORM 180-CONVERTER-ACIDPEND
           PERFORM 190-CONVERTER-AUDITLOG
           PERFORM 200-CONVERTER-ACIDDET
           PERFORM 210-CONVERTER-CADGRAVA
           PERFORM 220-CONVERTER-CATGRAVA
           PERFORM 230-CONVERTER-VITIMDET
           PERFORM 240-CONVERTER-CONDDET
           PERFORM 900-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG208 - CIDADE P/ CODIGO IBGE 7 DIG *'
           DISPLAY ' *----------------------------------------*'

           MOVE ZEROS  TO  WS-TAB-CONT
           MOVE ZEROS  TO  WS-TAB-IDX

           OPEN OUTPUT RELCNV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCNV'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE CONVERSAO (LIMITE 6000 CIDADES - O
      *    BRASIL TEM PERTO DE 5600 MUNICIPIOS)
      *--------------------------------------------------------------*
       015-CARREGAR-TABELA.

           OPEN INPUT CONVIBGE
           IF WS-FS-TAB  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONVIBGE'  TO WS-MSG
              MOVE   WS-FS-TAB                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 017-LER-CONVIBGE
           PERFORM 018-GUARDAR-PAR
               UNTIL WS-FS-TAB = '10'

           DISPLAY ' * CIDADES NA TABELA DE CONVERSAO: ' WS-QTD-CNV

           CLOSE CONVIBGE
           IF WS-FS-TAB  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONVIBGE'  TO WS-MSG
              MOVE   WS-FS-TAB                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM PAR DA TABELA DE CONVERSAO
      *--------------------------------------------------------------*
       017-LER-CONVIBGE.

           READ CONVIBGE
           IF WS-FS-TAB  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CONVIBGE'  TO WS-MSG
              MOVE   WS-FS-TAB                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM PAR NA TABELA E O SEU ENDERECO NO INDICE
      *--------------------------------------------------------------*
       018-GUARDAR-PAR.

           IF WS-QTD-CNV = 6000
              MOVE  'CONVIBGE EXCEDE 6000 CIDADES'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           IF WS-ANT-CV = ZEROS
              OR WS-CNV-IDX (WS-ANT-CV) NOT = ZEROS
              MOVE  REG-CONVIBGE  TO  WS-IMAGEM-ERR
              MOVE  'CONVIBGE COM CIDADE REPETIDA'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-QTD-CNV
           MOVE WS-ANT-CV    TO  WS-CNV-ANT (WS-QTD-CNV)
           MOVE WS-NOVO-CV   TO  WS-CNV-NOVO (WS-QTD-CNV)
           MOVE WS-UF-CV     TO  WS-CNV-UF (WS-QTD-CNV)
           MOVE WS-NOME-CV   TO  WS-CNV-NOME (WS-QTD-CNV)
           MOVE ZEROS        TO  WS-CNV-CT-ANT (WS-QTD-CNV)
           MOVE ZEROS        TO  WS-CNV-CT-NOVO (WS-QTD-CNV)
           MOVE WS-QTD-CNV   TO  WS-CNV-IDX (WS-ANT-CV)

           PERFORM 017-LER-CONVIBGE
           .
      *--------------------------------------------------------------*
      *    CONVERTER O MUNTAB (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       100-CONVERTER-MUNTAB.

           MOVE 1  TO  WS-ARQ-SUB
           OPEN INPUT MUNTABA
           IF WS-FS-MUA  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUA                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT MUNTABN
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB.CONV'  TO WS-MSG
              MOVE   WS-FS-MUN                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 102-LER-MUNTAB
           PERFORM 105-COPIAR-MUNTAB
               UNTIL WS-FS-MUA = '10'

           CLOSE MUNTABA MUNTABN
           IF WS-FS-MUA  NOT = '00' OR WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO MUNTAB ANTIGO
      *--------------------------------------------------------------*
       102-LER-MUNTAB.

           READ MUNTABA
           IF WS-FS-MUA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO MUNTAB
      *--------------------------------------------------------------*
       105-COPIAR-MUNTAB.

           MOVE REG-MUNTABA  TO  WS-IMG-ANT
           MOVE 30           TO  WS-TAM-ANT
           MOVE 30           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-MUNTABN  FROM  WS-IMG-NOVA
              MOVE WS-FS-MUN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 102-LER-MUNTAB
           .
      *--------------------------------------------------------------*
      *    CONVERTER O CADGRAVI (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       110-CONVERTER-CADGRAVI.

           MOVE 2  TO  WS-ARQ-SUB
           OPEN INPUT CADGRIA
           IF WS-FS-GIA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GIA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT CADGRIN
           IF WS-FS-GIN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADGRAVI.CONV'  TO WS-MSG
              MOVE   WS-FS-GIN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 112-LER-CADGRAVI
           PERFORM 115-COPIAR-CADGRAVI
               UNTIL WS-FS-GIA = '10'

           CLOSE CADGRIA CADGRIN
           IF WS-FS-GIA  NOT = '00' OR WS-FS-GIN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GIA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CADGRAVI ANTIGO
      *--------------------------------------------------------------*
       112-LER-CADGRAVI.

           READ CADGRIA
           IF WS-FS-GIA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADGRAVI'  TO WS-MSG
              MOVE   WS-FS-GIA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO CADGRAVI
      *--------------------------------------------------------------*
       115-COPIAR-CADGRAVI.

           MOVE REG-CADGRIA  TO  WS-IMG-ANT
           MOVE 60           TO  WS-TAM-ANT
           MOVE 60           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-CADGRIN  FROM  WS-IMG-NOVA
              MOVE WS-FS-GIN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 112-LER-CADGRAVI
           .
      *--------------------------------------------------------------*
      *    CONVERTER O POPREF (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       120-CONVERTER-POPREF.

           MOVE 3  TO  WS-ARQ-SUB
           OPEN INPUT POPREFA
           IF WS-FS-POA  NOT = '00'
              MOVE  'ERRO AO ABRIR O POPREF'  TO WS-MSG
              MOVE   WS-FS-POA                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT POPREFN
           IF WS-FS-PON  NOT = '00'
              MOVE  'ERRO AO ABRIR O POPREF.CONV'  TO WS-MSG
              MOVE   WS-FS-PON                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 122-LER-POPREF
           PERFORM 125-COPIAR-POPREF
               UNTIL WS-FS-POA = '10'

           CLOSE POPREFA POPREFN
           IF WS-FS-POA  NOT = '00' OR WS-FS-PON  NOT = '00'
              MOVE  'ERRO AO FECHAR O POPREF'  TO WS-MSG
              MOVE   WS-FS-POA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO POPREF ANTIGO
      *--------------------------------------------------------------*
       122-LER-POPREF.

           READ POPREFA
           IF WS-FS-POA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO POPREF'  TO WS-MSG
              MOVE   WS-FS-POA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO POPREF
      *--------------------------------------------------------------*
       125-COPIAR-POPREF.

           MOVE REG-POPREFA  TO  WS-IMG-ANT
           MOVE 16           TO  WS-TAM-ANT
           MOVE 16           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-POPREFN  FROM  WS-IMG-NOVA
              MOVE WS-FS-PON  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 122-LER-POPREF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O FROTREF (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       130-CONVERTER-FROTREF.

           MOVE 4  TO  WS-ARQ-SUB
           OPEN INPUT FROTRFA
           IF WS-FS-FRA  NOT = '00'
              MOVE  'ERRO AO ABRIR O FROTREF'  TO WS-MSG
              MOVE   WS-FS-FRA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT FROTRFN
           IF WS-FS-FRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O FROTREF.CONV'  TO WS-MSG
              MOVE   WS-FS-FRN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 132-LER-FROTREF
           PERFORM 135-COPIAR-FROTREF
               UNTIL WS-FS-FRA = '10'

           CLOSE FROTRFA FROTRFN
           IF WS-FS-FRA  NOT = '00' OR WS-FS-FRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O FROTREF'  TO WS-MSG
              MOVE   WS-FS-FRA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO FROTREF ANTIGO
      *--------------------------------------------------------------*
       132-LER-FROTREF.

           READ FROTRFA
           IF WS-FS-FRA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FROTREF'  TO WS-MSG
              MOVE   WS-FS-FRA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO FROTREF
      *--------------------------------------------------------------*
       135-COPIAR-FROTREF.

           MOVE REG-FROTRFA  TO  WS-IMG-ANT
           MOVE 16           TO  WS-TAM-ANT
           MOVE 16           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-FROTRFN  FROM  WS-IMG-NOVA
              MOVE WS-FS-FRN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 132-LER-FROTREF
           .
      *--------------------------------------------------------------*
      *    CONVERTER O SEGVIA (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       140-CONVERTER-SEGVIA.

           MOVE 5  TO  WS-ARQ-SUB
           OPEN INPUT SEGVIAA
           IF WS-FS-SVA  NOT = '00'
              MOVE  'ERRO AO ABRIR O SEGVIA'  TO WS-MSG
              MOVE   WS-FS-SVA                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT SEGVIAN
           IF WS-FS-SVN  NOT = '00'
              MOVE  'ERRO AO ABRIR O SEGVIA.CONV'  TO WS-MSG
              MOVE   WS-FS-SVN                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 142-LER-SEGVIA
           PERFORM 145-COPIAR-SEGVIA
               UNTIL WS-FS-SVA = '10'

           CLOSE SEGVIAA SEGVIAN
           IF WS-FS-SVA  NOT = '00' OR WS-FS-SVN  NOT = '00'
              MOVE  'ERRO AO FECHAR O SEGVIA'  TO WS-MSG
              MOVE   WS-FS-SVA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO SEGVIA ANTIGO
      *--------------------------------------------------------------*
       142-LER-SEGVIA.

           READ SEGVIAA
           IF WS-FS-SVA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO SEGVIA'  TO WS-MSG
              MOVE   WS-FS-SVA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO SEGVIA
      *--------------------------------------------------------------*
       145-COPIAR-SEGVIA.

           MOVE REG-SEGVIAA  TO  WS-IMG-ANT
           MOVE 80           TO  WS-TAM-ANT
           MOVE 80           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-SEGVIAN  FROM  WS-IMG-NOVA
              MOVE WS-FS-SVN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 142-LER-SEGVIA
           .
      *--------------------------------------------------------------*
      *    CONVERTER O PREFCON (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       150-CONVERTER-PREFCON.

           MOVE 6  TO  WS-ARQ-SUB
           OPEN INPUT PREFCNA
           IF WS-FS-PCA  NOT = '00'
              MOVE  'ERRO AO ABRIR O PREFCON'  TO WS-MSG
              MOVE   WS-FS-PCA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT PREFCNN
           IF WS-FS-PCN  NOT = '00'
              MOVE  'ERRO AO ABRIR O PREFCON.CONV'  TO WS-MSG
              MOVE   WS-FS-PCN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 152-LER-PREFCON
           PERFORM 155-COPIAR-PREFCON
               UNTIL WS-FS-PCA = '10'

           CLOSE PREFCNA PREFCNN
           IF WS-FS-PCA  NOT = '00' OR WS-FS-PCN  NOT = '00'
              MOVE  'ERRO AO FECHAR O PREFCON'  TO WS-MSG
              MOVE   WS-FS-PCA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO PREFCON ANTIGO
      *--------------------------------------------------------------*
       152-LER-PREFCON.

           READ PREFCNA
           IF WS-FS-PCA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PREFCON'  TO WS-MSG
              MOVE   WS-FS-PCA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO PREFCON
      *--------------------------------------------------------------*
       155-COPIAR-PREFCON.

           MOVE REG-PREFCNA  TO  WS-IMG-ANT
           MOVE 100          TO  WS-TAM-ANT
           MOVE 100          TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-PREFCNN  FROM  WS-IMG-NOVA
              MOVE WS-FS-PCN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 152-LER-PREFCON
           .
      *--------------------------------------------------------------*
      *    CONVERTER O ALERTVID (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       160-CONVERTER-ALERTVID.

           MOVE 7  TO  WS-ARQ-SUB
           OPEN INPUT ALERTVA
           IF WS-FS-ALA  NOT = '00'
              MOVE  'ERRO AO ABRIR O ALERTVID'  TO WS-MSG
              MOVE   WS-FS-ALA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT ALERTVN
           IF WS-FS-ALN  NOT = '00'
              MOVE  'ERRO AO ABRIR O ALERTVID.CONV'  TO WS-MSG
              MOVE   WS-FS-ALN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 162-LER-ALERTVID
           PERFORM 165-COPIAR-ALERTVID
               UNTIL WS-FS-ALA = '10'

           CLOSE ALERTVA ALERTVN
           IF WS-FS-ALA  NOT = '00' OR WS-FS-ALN  NOT = '00'
              MOVE  'ERRO AO FECHAR O ALERTVID'  TO WS-MSG
              MOVE   WS-FS-ALA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO ALERTVID ANTIGO
      *--------------------------------------------------------------*
       162-LER-ALERTVID.

           READ ALERTVA
           IF WS-FS-ALA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO ALERTVID'  TO WS-MSG
              MOVE   WS-FS-ALA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO ALERTVID
      *--------------------------------------------------------------*
       165-COPIAR-ALERTVID.

           MOVE REG-ALERTVA  TO  WS-IMG-ANT
           MOVE 32           TO  WS-TAM-ANT
           MOVE 32           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-ALERTVN  FROM  WS-IMG-NOVA
              MOVE WS-FS-ALN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 162-LER-ALERTVID
           .
      *--------------------------------------------------------------*
      *    CONVERTER O FISCOPER (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       170-CONVERTER-FISCOPER.

           MOVE 8  TO  WS-ARQ-SUB
           OPEN INPUT FISCOPA
           IF WS-FS-FOA  NOT = '00'
              MOVE  'ERRO AO ABRIR O FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FOA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT FISCOPN
           IF WS-FS-FON  NOT = '00'
              MOVE  'ERRO AO ABRIR O FISCOPER.CONV'  TO WS-MSG
              MOVE   WS-FS-FON                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 172-LER-FISCOPER
           PERFORM 175-COPIAR-FISCOPER
               UNTIL WS-FS-FOA = '10'

           CLOSE FISCOPA FISCOPN
           IF WS-FS-FOA  NOT = '00' OR WS-FS-FON  NOT = '00'
              MOVE  'ERRO AO FECHAR O FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FOA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO FISCOPER ANTIGO
      *--------------------------------------------------------------*
       172-LER-FISCOPER.

           READ FISCOPA
           IF WS-FS-FOA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO FISCOPER'  TO WS-MSG
              MOVE   WS-FS-FOA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO FISCOPER
      *--------------------------------------------------------------*
       175-COPIAR-FISCOPER.

           MOVE REG-FISCOPA  TO  WS-IMG-ANT
           MOVE 40           TO  WS-TAM-ANT
           MOVE 40           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-FISCOPN  FROM  WS-IMG-NOVA
              MOVE WS-FS-FON  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 172-LER-FISCOPER
           .
      *--------------------------------------------------------------*
      *    CONVERTER O ACIDPEND (CIDADE ZONADA NA CHAVE E NO CARTAO
      *    GUARDADO)
      *--------------------------------------------------------------*
       180-CONVERTER-ACIDPEND.

           MOVE 9  TO  WS-ARQ-SUB
           OPEN INPUT ACIDPNA
           IF WS-FS-APA  NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDPEND'  TO WS-MSG
              MOVE   WS-FS-APA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT ACIDPNN
           IF WS-FS-APN  NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDPEND.CONV'  TO WS-MSG
              MOVE   WS-FS-APN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 182-LER-ACIDPEND
           PERFORM 185-COPIAR-ACIDPEND
               UNTIL WS-FS-APA = '10'

           CLOSE ACIDPNA ACIDPNN
           IF WS-FS-APA  NOT = '00' OR WS-FS-APN  NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIDPEND'  TO WS-MSG
              MOVE   WS-FS-APA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO ACIDPEND ANTIGO
      *--------------------------------------------------------------*
       182-LER-ACIDPEND.

           READ ACIDPNA
           IF WS-FS-APA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO ACIDPEND'  TO WS-MSG
              MOVE   WS-FS-APA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO ACIDPEND
      *--------------------------------------------------------------*
       185-COPIAR-ACIDPEND.

           MOVE REG-ACIDPNA  TO  WS-IMG-ANT
           PERFORM 310-CONVERTER-PENDENTE

           IF REGISTRO-CONVERTIDO
              WRITE REG-ACIDPNN  FROM  WS-IMG-NOVA
              MOVE WS-FS-APN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 182-LER-ACIDPEND
           .
      *--------------------------------------------------------------*
      *    CONVERTER O AUDITLOG (SEM CIDADE - SO O ALVO GANHA UMA
      *    POSICAO)
      *--------------------------------------------------------------*
       190-CONVERTER-AUDITLOG.

           MOVE 10 TO  WS-ARQ-SUB
           OPEN INPUT AUDITLA
           IF WS-FS-AUA  NOT = '00'
              MOVE  'ERRO AO ABRIR O AUDITLOG'  TO WS-MSG
              MOVE   WS-FS-AUA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT AUDITLN
           IF WS-FS-AUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O AUDITLOG.CONV'  TO WS-MSG
              MOVE   WS-FS-AUN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 192-LER-AUDITLOG
           PERFORM 195-COPIAR-AUDITLOG
               UNTIL WS-FS-AUA = '10'

           CLOSE AUDITLA AUDITLN
           IF WS-FS-AUA  NOT = '00' OR WS-FS-AUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O AUDITLOG'  TO WS-MSG
              MOVE   WS-FS-AUA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO AUDITLOG ANTIGO
      *--------------------------------------------------------------*
       192-LER-AUDITLOG.

           READ AUDITLA
           IF WS-FS-AUA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO AUDITLOG'  TO WS-MSG
              MOVE   WS-FS-AUA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO AUDITLOG
      *--------------------------------------------------------------*
       195-COPIAR-AUDITLOG.

           MOVE REG-AUDITLA  TO  WS-IMG-ANT
           PERFORM 320-INSERIR-BRANCO

           IF REGISTRO-CONVERTIDO
              WRITE REG-AUDITLN  FROM  WS-IMG-NOVA
              MOVE WS-FS-AUN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 192-LER-AUDITLOG
           .
      *--------------------------------------------------------------*
      *    CONVERTER O ACIDDET (CIDADE NA POSICAO 1 - O REGISTRO
      *    CRESCE DE 32 PARA 33)
      *--------------------------------------------------------------*
       200-CONVERTER-ACIDDET.

           MOVE 11 TO  WS-ARQ-SUB
           OPEN INPUT ACIDDTA
           IF WS-FS-DTA  NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DTA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT ACIDDTN
           IF WS-FS-DTN  NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDDET.CONV'  TO WS-MSG
              MOVE   WS-FS-DTN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 202-LER-ACIDDET
           PERFORM 205-COPIAR-ACIDDET
               UNTIL WS-FS-DTA = '10'

           CLOSE ACIDDTA ACIDDTN
           IF WS-FS-DTA  NOT = '00' OR WS-FS-DTN  NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DTA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO ACIDDET ANTIGO
      *--------------------------------------------------------------*
       202-LER-ACIDDET.

           READ ACIDDTA
           IF WS-FS-DTA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO ACIDDET'  TO WS-MSG
              MOVE   WS-FS-DTA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO ACIDDET
      *--------------------------------------------------------------*
       205-COPIAR-ACIDDET.

           MOVE REG-ACIDDTA  TO  WS-IMG-ANT
           MOVE 32           TO  WS-TAM-ANT
           MOVE 33           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-ACIDDTN  FROM  WS-IMG-NOVA
              MOVE WS-FS-DTN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 202-LER-ACIDDET
           .
      *--------------------------------------------------------------*
      *    CONVERTER O CADGRAVA (CIDADE NA POSICAO 1 - O REGISTRO
      *    CRESCE DE 40 PARA 41)
      *--------------------------------------------------------------*
       210-CONVERTER-CADGRAVA.

           MOVE 12 TO  WS-ARQ-SUB
           OPEN INPUT CADGRAA
           IF WS-FS-GRA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADGRAVA'  TO WS-MSG
              MOVE   WS-FS-GRA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT CADGRAN
           IF WS-FS-GRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADGRAVA.CONV'  TO WS-MSG
              MOVE   WS-FS-GRN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 212-LER-CADGRAVA
           PERFORM 215-COPIAR-CADGRAVA
               UNTIL WS-FS-GRA = '10'

           CLOSE CADGRAA CADGRAN
           IF WS-FS-GRA  NOT = '00' OR WS-FS-GRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADGRAVA'  TO WS-MSG
              MOVE   WS-FS-GRA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CADGRAVA ANTIGO
      *--------------------------------------------------------------*
       212-LER-CADGRAVA.

           READ CADGRAA
           IF WS-FS-GRA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CADGRAVA'  TO WS-MSG
              MOVE   WS-FS-GRA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO CADGRAVA
      *--------------------------------------------------------------*
       215-COPIAR-CADGRAVA.

           MOVE REG-CADGRAA  TO  WS-IMG-ANT
           MOVE 40           TO  WS-TAM-ANT
           MOVE 41           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-CADGRAN  FROM  WS-IMG-NOVA
              MOVE WS-FS-GRN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 212-LER-CADGRAVA
           .
      *--------------------------------------------------------------*
      *    CONVERTER O CATGRAVA (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       220-CONVERTER-CATGRAVA.

           MOVE 13 TO  WS-ARQ-SUB
           OPEN INPUT CATGRAA
           IF WS-FS-CTA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CATGRAVA'  TO WS-MSG
              MOVE   WS-FS-CTA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT CATGRAN
           IF WS-FS-CTN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CATGRAVA.CONV'  TO WS-MSG
              MOVE   WS-FS-CTN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 222-LER-CATGRAVA
           PERFORM 225-COPIAR-CATGRAVA
               UNTIL WS-FS-CTA = '10'

           CLOSE CATGRAA CATGRAN
           IF WS-FS-CTA  NOT = '00' OR WS-FS-CTN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CATGRAVA'  TO WS-MSG
              MOVE   WS-FS-CTA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CATGRAVA ANTIGO
      *--------------------------------------------------------------*
       222-LER-CATGRAVA.

           READ CATGRAA
           IF WS-FS-CTA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CATGRAVA'  TO WS-MSG
              MOVE   WS-FS-CTA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO CATGRAVA
      *--------------------------------------------------------------*
       225-COPIAR-CATGRAVA.

           MOVE REG-CATGRAA  TO  WS-IMG-ANT
           MOVE 48           TO  WS-TAM-ANT
           MOVE 48           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-CATGRAN  FROM  WS-IMG-NOVA
              MOVE WS-FS-CTN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 222-LER-CATGRAVA
           .
      *--------------------------------------------------------------*
      *    CONVERTER O VITIMDET (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       230-CONVERTER-VITIMDET.

           MOVE 14 TO  WS-ARQ-SUB
           OPEN INPUT VITIMDA
           IF WS-FS-VTA  NOT = '00'
              MOVE  'ERRO AO ABRIR O VITIMDET'  TO WS-MSG
              MOVE   WS-FS-VTA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT VITIMDN
           IF WS-FS-VTN  NOT = '00'
              MOVE  'ERRO AO ABRIR O VITIMDET.CONV'  TO WS-MSG
              MOVE   WS-FS-VTN                       TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 232-LER-VITIMDET
           PERFORM 235-COPIAR-VITIMDET
               UNTIL WS-FS-VTA = '10'

           CLOSE VITIMDA VITIMDN
           IF WS-FS-VTA  NOT = '00' OR WS-FS-VTN  NOT = '00'
              MOVE  'ERRO AO FECHAR O VITIMDET'  TO WS-MSG
              MOVE   WS-FS-VTA                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO VITIMDET ANTIGO
      *--------------------------------------------------------------*
       232-LER-VITIMDET.

           READ VITIMDA
           IF WS-FS-VTA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO VITIMDET'  TO WS-MSG
              MOVE   WS-FS-VTA                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO VITIMDET
      *--------------------------------------------------------------*
       235-COPIAR-VITIMDET.

           MOVE REG-VITIMDA  TO  WS-IMG-ANT
           MOVE 32           TO  WS-TAM-ANT
           MOVE 32           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-VITIMDN  FROM  WS-IMG-NOVA
              MOVE WS-FS-VTN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 232-LER-VITIMDET
           .
      *--------------------------------------------------------------*
      *    CONVERTER O CONDDET (CIDADE NA POSICAO 1)
      *--------------------------------------------------------------*
       240-CONVERTER-CONDDET.

           MOVE 15 TO  WS-ARQ-SUB
           OPEN INPUT CONDDTA
           IF WS-FS-CDA  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONDDET'  TO WS-MSG
              MOVE   WS-FS-CDA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT CONDDTN
           IF WS-FS-CDN  NOT = '00'
              MOVE  'ERRO AO ABRIR O CONDDET.CONV'  TO WS-MSG
              MOVE   WS-FS-CDN                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 242-LER-CONDDET
           PERFORM 245-COPIAR-CONDDET
               UNTIL WS-FS-CDA = '10'

           CLOSE CONDDTA CONDDTN
           IF WS-FS-CDA  NOT = '00' OR WS-FS-CDN  NOT = '00'
              MOVE  'ERRO AO FECHAR O CONDDET'  TO WS-MSG
              MOVE   WS-FS-CDA                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO CONDDET ANTIGO
      *--------------------------------------------------------------*
       242-LER-CONDDET.

           READ CONDDTA
           IF WS-FS-CDA  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO CONDDET'  TO WS-MSG
              MOVE   WS-FS-CDA                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVAR UM REGISTRO DO CONDDET
      *--------------------------------------------------------------*
       245-COPIAR-CONDDET.

           MOVE REG-CONDDTA  TO  WS-IMG-ANT
           MOVE 40           TO  WS-TAM-ANT
           MOVE 40           TO  WS-TAM-NOVO
           PERFORM 300-CONVERTER-CIDADE

           IF REGISTRO-CONVERTIDO
              WRITE REG-CONDDTN  FROM  WS-IMG-NOVA
              MOVE WS-FS-CDN  TO  WS-FS-GRAV
              PERFORM 350-CONFERIR-GRAVACAO
           END-IF

           PERFORM 242-LER-CONDDET
           .
      *--------------------------------------------------------------*
      *    MONTAR EM WS-IMG-NOVA A IMAGEM DE WS-IMG-ANT COM A CIDADE
      *    NOVA (4 BYTES COMPACTADOS) NO LUGAR DA ANTIGA (3 BYTES) NA
      *    POSICAO 1. REGISTRO DO MESMO TAMANHO ABSORVE O ULTIMO
      *    BYTE, QUE TEM DE SER FILLER SEM DADO
      *--------------------------------------------------------------*
       300-CONVERTER-CIDADE.

           ADD 1  TO  WS-CT-LIDOS (WS-ARQ-SUB)
           SET REGISTRO-CONVERTIDO  TO  TRUE
           MOVE SPACES            TO  WS-IMG-NOVA
           MOVE WS-IMG-ANT (1:3)  TO  WS-CID-ANT-X
           PERFORM 305-LOCALIZAR-CIDADE

           IF WS-CNV-SUB = ZEROS
              MOVE 'CIDADE FORA DA TABELA'  TO  WS-MOTIVO
              PERFORM 390-DIVERGENCIA
           ELSE
              ADD 1  TO  WS-CNV-CT-ANT (WS-CNV-SUB)
              MOVE WS-CNV-NOVO (WS-CNV-SUB)  TO  WS-CID-NOVO
              MOVE WS-CID-NOVO-X  TO  WS-IMG-NOVA (1:4)
              COMPUTE WS-TAM-RESTO = WS-TAM-NOVO - 4
              MOVE WS-IMG-ANT (4:WS-TAM-RESTO)
                   TO  WS-IMG-NOVA (5:WS-TAM-RESTO)
              IF WS-TAM-NOVO = WS-TAM-ANT
                 AND WS-IMG-ANT (WS-TAM-ANT:1) NOT = SPACE
                 AND WS-IMG-ANT (WS-TAM-ANT:1) NOT = LOW-VALUE
                 MOVE 'BYTE ABSORVIDO COM DADO'  TO  WS-MOTIVO
                 PERFORM 390-DIVERGENCIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A CIDADE ANTIGA (WS-CID-ANT) NA TABELA DE
      *    CONVERSAO - WS-CNV-SUB FICA ZERO QUANDO NAO CONSTA
      *--------------------------------------------------------------*
       305-LOCALIZAR-CIDADE.

           MOVE ZEROS  TO  WS-CNV-SUB
           IF WS-CID-ANT IS NUMERIC
              IF WS-CID-ANT > ZEROS
                 MOVE WS-CNV-IDX (WS-CID-ANT)  TO  WS-CNV-SUB
              END-IF
              MOVE WS-CID-ANT  TO  WS-CID-ANT-Z
           ELSE
              MOVE ZEROS       TO  WS-CID-ANT-Z
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER UM REGISTRO DO ACIDPEND: CIDADE ZONADA NA CHAVE
      *    (POSICOES 1-5 -> 1-7) E NO CARTAO GUARDADO (POSICOES
      *    12-16 -> 14-20); COMPETENCIA E RESTO DO CARTAO ANDAM
      *    JUNTO. A CIDADE DO CARTAO TEM QUE SER A DA CHAVE
      *--------------------------------------------------------------*
       310-CONVERTER-PENDENTE.

           ADD 1  TO  WS-CT-LIDOS (WS-ARQ-SUB)
           SET REGISTRO-CONVERTIDO  TO  TRUE
           MOVE SPACES  TO  WS-IMG-NOVA
           MOVE ZEROS   TO  WS-CNV-SUB

           IF WS-IMG-ANT (1:5) IS NUMERIC
              AND WS-IMG-ANT (12:5) = WS-IMG-ANT (1:5)
              MOVE WS-IMG-ANT (1:5)  TO  WS-CID-ANT-Z
              MOVE WS-CID-ANT-Z      TO  WS-CID-ANT
              PERFORM 305-LOCALIZAR-CIDADE
           END-IF

           IF WS-CNV-SUB = ZEROS
              MOVE 'CIDADE FORA DA TABELA'  TO  WS-MOTIVO
              PERFORM 390-DIVERGENCIA
           ELSE
              ADD 1  TO  WS-CNV-CT-ANT (WS-CNV-SUB)
              MOVE WS-CNV-NOVO (WS-CNV-SUB)  TO  WS-CID-NOVO-Z
              MOVE WS-CID-NOVO-Z      TO  WS-IMG-NOVA (1:7)
              MOVE WS-IMG-ANT (6:6)   TO  WS-IMG-NOVA (8:6)
              MOVE WS-CID-NOVO-Z      TO  WS-IMG-NOVA (14:7)
              MOVE WS-IMG-ANT (17:32) TO  WS-IMG-NOVA (21:32)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTER UM REGISTRO DO AUDITLOG: UM BRANCO NA POSICAO 39
      *    (FIM DO ALVO DE 12 PARA 13 POSICOES). O ULTIMO BYTE
      *    (FILLER) E ABSORVIDO E TEM DE ESTAR SEM DADO
      *--------------------------------------------------------------*
       320-INSERIR-BRANCO.

           ADD 1  TO  WS-CT-LIDOS (WS-ARQ-SUB)
           ADD 1  TO  WS-CT-SEMCID (WS-ARQ-SUB)
           SET REGISTRO-CONVERTIDO  TO  TRUE
           MOVE ZEROS   TO  WS-CNV-SUB
           MOVE ZEROS   TO  WS-CID-ANT-Z
           MOVE SPACES  TO  WS-IMG-NOVA
           MOVE WS-IMG-ANT (1:38)  TO  WS-IMG-NOVA (1:38)
           MOVE WS-IMG-ANT (39:9)  TO  WS-IMG-NOVA (40:9)

           IF WS-IMG-ANT (48:1) NOT = SPACE
              AND WS-IMG-ANT (48:1) NOT = LOW-VALUE
              MOVE 'BYTE ABSORVIDO COM DADO'  TO  WS-MOTIVO
              PERFORM 390-DIVERGENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR A GRAVACAO DO REGISTRO NOVO (FILE STATUS EM
      *    WS-FS-GRAV): CHAVE DUPLICADA NO KSDS NOVO E FUSAO DE
      *    CIDADES; O GRAVADO CONTA PARA O ARQUIVO E PARA A CIDADE
      *--------------------------------------------------------------*
       350-CONFERIR-GRAVACAO.

           IF WS-FS-GRAV = '22'
              MOVE 'CHAVE DUPLICADA - FUSAO'  TO  WS-MOTIVO
              PERFORM 390-DIVERGENCIA
           ELSE
              IF WS-FS-GRAV NOT = '00'
                 STRING 'ERRO NA GRAVACAO DO '
                        WS-ARQ-NOME (WS-ARQ-SUB)
                        DELIMITED BY SIZE  INTO  WS-MSG
                 MOVE  WS-FS-GRAV  TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              ADD 1  TO  WS-CT-GRAVADOS (WS-ARQ-SUB)
              IF WS-CNV-SUB > ZEROS
                 ADD 1  TO  WS-CNV-CT-NOVO (WS-CNV-SUB)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRAR UMA DIVERGENCIA DO REGISTRO EM CONVERSAO
      *--------------------------------------------------------------*
       390-DIVERGENCIA.

           SET REGISTRO-RECUSADO  TO  TRUE
           ADD 1  TO  WS-CT-DIVERG (WS-ARQ-SUB)
           ADD 1  TO  WS-CTDIVERG
           DISPLAY ' *** DIVERGENCIA - ' WS-ARQ-NOME (WS-ARQ-SUB)
                   ' REGISTRO ' WS-CT-LIDOS (WS-ARQ-SUB)
                   ' CIDADE ' WS-CID-ANT-Z ' ' WS-MOTIVO ' ***'
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - CONCILIACAO POR ARQUIVO E POR
      *    CIDADE
      *--------------------------------------------------------------*
       900-TERMINAR.

           WRITE REG-RELCNV FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-CAB2
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 1  TO  WS-ARQ-SUB
           PERFORM 910-IMPRIMIR-ARQ
               UNTIL WS-ARQ-SUB > 15

           MOVE 1  TO  WS-CNV-SUB
           PERFORM 920-IMPRIMIR-CIDADE
               UNTIL WS-CNV-SUB > WS-QTD-CNV

           MOVE WS-QTD-CNV    TO  WS-QTD-CNV-R
           MOVE WS-CTCONCCID  TO  WS-CONC-CID-R
           MOVE WS-CTDIVCID   TO  WS-DIV-CID-R
           IF WS-CTDIVERG > ZEROS
              MOVE 'CONVERSAO DIVERGENTE - OS ARQUIVOS NAO SAO TROCADOS'
                                       TO  WS-CONCLUSAO-R
           ELSE
              MOVE 'NENHUMA CIDADE PERDIDA OU FUNDIDA NA CONVERSAO'
                                       TO  WS-CONCLUSAO-R
           END-IF

           WRITE REG-RELCNV FROM WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-CID-TOTAL
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-CID-CONCLUSAO
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG208        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CIDADES NA TABELA            = ' WS-QTD-CNV
           DISPLAY ' * CIDADES CONCILIADAS          = ' WS-CTCONCCID
           DISPLAY ' * DIVERGENCIAS                 = ' WS-CTDIVERG
           DISPLAY ' *========================================*'

           IF WS-CTDIVERG > ZEROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * DIVERGENCIAS NA CONVERSAO - NAO TROCAR *'
              DISPLAY ' * OS ARQUIVOS, CONFERIR O RELCNV         *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  RELCNV
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCNV'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG208        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A CONCILIACAO DE UM ARQUIVO - LIDOS DIFERENTE DE
      *    GRAVADOS CONTA COMO DIVERGENCIA
      *--------------------------------------------------------------*
       910-IMPRIMIR-ARQ.

           IF WS-CT-LIDOS (WS-ARQ-SUB) NOT =
              WS-CT-GRAVADOS (WS-ARQ-SUB)
              AND WS-CT-DIVERG (WS-ARQ-SUB) = ZEROS
              ADD 1  TO  WS-CT-DIVERG (WS-ARQ-SUB)
              ADD 1  TO  WS-CTDIVERG
           END-IF

           MOVE WS-ARQ-NOME (WS-ARQ-SUB)     TO  WS-ARQ-R
           MOVE WS-CT-LIDOS (WS-ARQ-SUB)     TO  WS-LIDOS-R
           MOVE WS-CT-GRAVADOS (WS-ARQ-SUB)  TO  WS-GRAVADOS-R
           MOVE WS-CT-SEMCID (WS-ARQ-SUB)    TO  WS-SEMCID-R
           MOVE WS-CT-DIVERG (WS-ARQ-SUB)    TO  WS-DIVERG-R
           IF WS-CT-DIVERG (WS-ARQ-SUB) > ZEROS
              MOVE 'DIVERGENTE'  TO  WS-SIT-R
           ELSE
              MOVE 'CONCILIADO'  TO  WS-SIT-R
           END-IF

           WRITE REG-RELCNV  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-ARQ-SUB
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A CONCILIACAO DE UMA CIDADE: REGISTROS COM O
      *    CODIGO ANTIGO = REGISTROS GRAVADOS COM O CODIGO NOVO
      *--------------------------------------------------------------*
       920-IMPRIMIR-CIDADE.

           IF WS-CTLIN > 55
              PERFORM 930-CABECALHO-CIDADE
           END-IF

           MOVE WS-CNV-ANT (WS-CNV-SUB)      TO  WS-ANT-R
           MOVE WS-CNV-NOVO (WS-CNV-SUB)     TO  WS-NOVO-R
           MOVE WS-CNV-UF (WS-CNV-SUB)       TO  WS-UF-R
           MOVE WS-CNV-NOME (WS-CNV-SUB)     TO  WS-NOME-R
           MOVE WS-CNV-CT-ANT (WS-CNV-SUB)   TO  WS-CT-ANT-R
           MOVE WS-CNV-CT-NOVO (WS-CNV-SUB)  TO  WS-CT-NOVO-R
           IF WS-CNV-CT-ANT (WS-CNV-SUB) =
              WS-CNV-CT-NOVO (WS-CNV-SUB)
              MOVE 'CONCILIADO'  TO  WS-SIT-CID-R
              ADD 1  TO  WS-CTCONCCID
           ELSE
              MOVE 'DIVERGENTE'  TO  WS-SIT-CID-R
              ADD 1  TO  WS-CTDIVCID
              ADD 1  TO  WS-CTDIVERG
           END-IF

           WRITE REG-RELCNV  FROM  WS-CID-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           ADD 1  TO  WS-CTLIN
           ADD 1  TO  WS-CNV-SUB
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA CONCILIACAO POR CIDADE (NOVA PAGINA)
      *--------------------------------------------------------------*
       930-CABECALHO-CIDADE.

           WRITE REG-RELCNV FROM WS-CAB3 AFTER PAGE
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-CAB4
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           WRITE REG-RELCNV FROM WS-HIFEN
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELCNV'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 3  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG208 <
