      *--------------------------------------------------------------*
      *    REGISTRO DO ACERVO DE VERSOES DOS ARQUIVOS DE PARAMETROS  *
      *    DE NEGOCIO (PARMVER) - KSDS PELA CHAVE ARQUIVO+VERSAO+    *
      *    SEQUENCIA, LRECL 80                                       *
      *--------------------------------------------------------------*
      *    OS PARAMETROS DE POLITICA (BOLSPARM, DUNPARM, RISKPARM,   *
      *    SEVPARM, CUSTPARM, BANDPARM, CAPPARM E SLAPARM) DEIXAM DE *
      *    SER SEQUENCIAIS SOLTOS E PASSAM A VIVER AQUI, VERSIONADOS *
      *    (COMO O RETPARM, JA NASCIDO AQUI, COM OS PRAZOS DE        *
      *    RETENCAO DA ANONIMIZACAO DO CGPRG216)                     *
      *    E COM DUPLO CONTROLE (CGPRG212): A VERSAO E SUBMETIDA POR *
      *    UM OPERADOR (AUTOR), APROVADA OU RECUSADA POR OUTRO, DE   *
      *    NIVEL 3 (REVISOR), E ENTRA EM VIGOR NA DATA DE VIGENCIA,  *
      *    NA ATIVACAO DIARIA (CGJOB213). OS PROGRAMAS CONSUMIDORES  *
      *    SO LEEM A VERSAO VIGENTE, PELO SUBPROGRAMA CGPRG213.      *
      *    TRES ESPECIES DE REGISTRO CONVIVEM NA MESMA CHAVE:        *
      *      VERSAO 0000 SEQ 0000 - CONTROLE DO ARQUIVO: VERSAO      *
      *                    VIGENTE E ULTIMA VERSAO NUMERADA;         *
      *      VERSAO N    SEQ 0000 - CABECALHO DA VERSAO: SITUACAO,   *
      *                    AUTOR, REVISOR, DATAS E QUANTIDADE DE     *
      *                    REGISTROS - O HISTORICO DE QUEM MUDOU O   *
      *                    QUE E QUANDO;                             *
      *      VERSAO N    SEQ 0001+ - IMAGEM DE CADA REGISTRO DO      *
      *                    ARQUIVO DE PARAMETROS, NA ORDEM ORIGINAL  *
      *                    (O LAYOUT CONTINUA SENDO O DO PROGRAMA    *
      *                    CONSUMIDOR, ATE 40 POSICOES).             *
      *    NENHUM REGISTRO E EXCLUIDO: VERSAO SUBSTITUIDA OU         *
      *    RECUSADA PERMANECE COMO HISTORICO.                        *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-PV.
              10 WS-ARQ-PV        PIC X(08).
              10 WS-VERSAO-PV     PIC 9(04).
              10 WS-SEQ-PV        PIC 9(04).
           05 WS-DADOS-PV         PIC X(64).
      *-----> VERSAO 0000 SEQ 0000 - CONTROLE DO ARQUIVO (VIGENTE
      *       ZEROS = AINDA NAO HA VERSAO EM VIGOR)
           05 WS-CONTROLE-PV  REDEFINES  WS-DADOS-PV.
              10 WS-VIGENTE-PV    PIC 9(04).
              10 WS-ULTIMA-PV     PIC 9(04).
              10 WS-DTULTATIV-PV  PIC 9(08).
              10 FILLER           PIC X(48).
      *-----> VERSAO N SEQ 0000 - CABECALHO DA VERSAO
           05 WS-CABEC-PV  REDEFINES  WS-DADOS-PV.
              10 WS-SIT-PV        PIC X(01).
                 88 PV-SUBMETIDA      VALUE 'S'.
                 88 PV-APROVADA       VALUE 'A'.
                 88 PV-RECUSADA       VALUE 'R'.
                 88 PV-VIGENTE        VALUE 'V'.
                 88 PV-SUBSTITUIDA    VALUE 'X'.
              10 WS-AUTOR-PV      PIC X(03).
              10 WS-DTSUBM-PV     PIC 9(08).
              10 WS-REVISOR-PV    PIC X(03).
              10 WS-DTDECIS-PV    PIC 9(08).
              10 WS-DTVIG-PV      PIC 9(08).
              10 WS-DTATIV-PV     PIC 9(08).
              10 WS-QTDREG-PV     PIC 9(04).
              10 WS-DESCR-PV      PIC X(20).
              10 FILLER           PIC X(01).
      *-----> VERSAO N SEQ 0001+ - IMAGEM DE UM REGISTRO
           05 WS-DETALHE-PV  REDEFINES  WS-DADOS-PV.
              10 WS-IMAGEM-PV     PIC X(40).
              10 FILLER           PIC X(24).
