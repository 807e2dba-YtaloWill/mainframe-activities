      *           CGPRG010. LE O ARQUIVO FEDERAL DE LAYOUT FIXO
      *           (FEDFILE), MAPEIA CADA REGISTRO PARA O CARTAO DO
      *           CGPRG010 (LAYOUT ACIDREG + COMPETENCIA/POPULACAO,
      *           ABERTURA POR CATEGORIA ZERADA NAS POSICOES 40-83,
      *           COMO O DRENO DO CGPRG047), VALIDA A UF CONTRA O
      *           UFTAB E O MUNICIPIO CONTRA O MUNTAB (INCLUSIVE A
      *           UF OFICIAL DO MUNICIPIO) E MONTA NO LOTEFED UM
      *           FAIXA RESERVADA FEDERAL (A MESMA DO ARBITRO
      *           CGPRG061) - CARIMBO FORA DA FAIXA CANCELA A
      *           EXECUCAO. REJEITOS VAO PARA O REJFILE COM OS
      *           MOTIVOS JA EXISTENTES (UF) E O NOVO 'MUN'. O
      *           MUNICIPIO VEM NO CODIGO IBGE DE 7 DIGITOS E TEM
      *           DIGITO E PREFIXO DA UF CONFERIDOS (MOTIVO 'IBG')
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *  V01    SET/2026 010157  PROGRAMA CRIADO - INGESTAO DO FEED
      *                          FEDERAL COM LOTE PRONTO PARA O
      *                          CGPRG010
      *  V02    OUT/2026 010227  FEED FEDERAL PASSA A TRAZER O CODIGO
      *                          IBGE DE 7 DIGITOS (SOBRE O FILLER),
      *                          CONFERIDO PELA ROTINA 994-VALIDAR-IBGE
      *                          (DIGITO E PREFIXO X UF) - RECUSA COM
      *                          MOTIVO IBG. CARTAO DO LOTEFED COM 83
      *                          BYTES
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           .
       01  REG-FEDFILE.
           05 WS-TIPO-FD          PIC X(01).
           05 WS-CIDADE-FD        PIC X(07).
           05 WS-CIDADE-FD-N REDEFINES WS-CIDADE-FD
                                  PIC 9(07).
           05 WS-UF-FD            PIC X(02).
           05 WS-FROTA-FD         PIC X(07).
           05 WS-FROTA-FD-N REDEFINES WS-FROTA-FD
           05 WS-POP-FD           PIC X(08).
           05 WS-POP-FD-N REDEFINES WS-POP-FD
                                  PIC 9(08).
           05 FILLER              PIC X(10).
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-LOTEFED            PIC X(83).
       FD  REJFILE
           LABEL RECORD STANDARD
           RECORDING MODE  F
           05  WS-UF-SUB              PIC 9(02).
           05  WS-LIN-SUB             PIC 9(02).

      *-----> AREA DA VALIDACAO DO CODIGO IBGE (COPY IBGEDV)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

      *-----> TABELA ESTATICA DAS 27 UFs (COPY)
           COPY UFTAB.

           05  WS-RUNID-IN            PIC 9(04).
           05  WS-RUNID-FED-MIN-IN    PIC 9(04).

      *-----> MONTAGEM DE UM CARTAO DO CGPRG010 (POSICOES 1-39 +
      *       ABERTURA POR CATEGORIA ZERADA EM 40-83, COMO O
      *       CGPRG047)
       01  WS-CARTAO-ACID.
           05 WS-CIDADE-CA        PIC 9(07).
           05 WS-ESTADO-CA        PIC X(02).
           05 WS-FROTA-CA         PIC 9(07).
           05 WS-BAF-CA           PIC X(01).
      *       CABECALHO DO LOTEFED SAIR COM A QTDE CERTA
       01  WS-TAB-CARTOES.
           05  WS-CARTAO-OCOR         OCCURS 99 TIMES.
               10  WS-CARTAO-IMG      PIC X(83).

      *-----> CABECALHO/SENTINELA/RODAPE DO LOTE GERADO
       01  WS-CARTAO-HEADER.
           05 WS-HDR-RUNID-LF     PIC 9(04).
           05 WS-HDR-DATA-LF      PIC 9(08).
           05 WS-HDR-QTD-LF       PIC 9(02).
           05 FILLER              PIC X(69)  VALUE SPACES.
       01  WS-CARTAO-SENTINELA    PIC X(83)  VALUE ALL '9'.
       01  WS-CARTAO-TRAILER.
           05 WS-TRL-QTD-LF       PIC 9(02).
           05 FILLER              PIC X(81)  VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
              GO TO 030-PROCESSAR-LER
           END-IF

      *    CODIGO IBGE: DIGITO VERIFICADOR E PREFIXO CONTRA A UF DO
      *    PROPRIO REGISTRO DO FEED
           MOVE WS-CIDADE-FD-N  TO  WS-IBGE-ENTRADA
           MOVE WS-UF-FD        TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM
           IF IBGE-INVALIDO
              DISPLAY ' *** ' WS-IBGE-MOTIVO ' ***'
              MOVE 'IBG'  TO  WS-MOTIVO-REJ
              PERFORM 070-REJEITAR
              GO TO 030-PROCESSAR-LER
           END-IF

           MOVE WS-CIDADE-FD-N  TO  WS-CIDADE-M OF REG-MUNTAB
           READ MUNTAB
           IF WS-FS-MUN = '23'
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
