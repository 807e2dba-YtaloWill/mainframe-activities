      *--------------------------------------------------------------*
      *    REGISTRO DAS CAMPANHAS DE RECERTIFICACAO DE ACESSO DOS    *
      *    OPERADORES (RECERT) - KSDS PELA CHAVE CAMPANHA+OPERADOR,  *
      *    LRECL 60                                                  *
      *--------------------------------------------------------------*
      *    UMA CAMPANHA POR TRIMESTRE (CAMPANHA = AAAAT, ANO E       *
      *    TRIMESTRE 1 A 4), ABERTA, DECIDIDA E ENCERRADA PELO       *
      *    CGPRG214:                                                 *
      *      OPERADOR EM BRANCO - CONTROLE DA CAMPANHA: ABERTURA,    *
      *                    PRAZO DOS GESTORES, DIAS SEM USO QUE      *
      *                    MARCAM O OPERADOR OCIOSO E SITUACAO;      *
      *      OPERADOR      - FOTO DO OPERADOR ATIVO NA ABERTURA      *
      *                    (NIVEL, UNIDADE, ULTIMO USO NO ONLINE -   *
      *                    AUDITLOG - E NO LOTE - WS-OPERID-S DO     *
      *                    HISTALU) E A DECISAO DO GESTOR OU A       *
      *                    REVOGACAO AUTOMATICA NO FIM DO PRAZO.     *
      *    A REVOGACAO EM SI E FEITA PELO CGPRG134, COM OS CARTOES   *
      *    'A' GERADOS PELO CGPRG214; NENHUM REGISTRO E EXCLUIDO: A  *
      *    CAMPANHA FICA COMO EVIDENCIA PARA A AUDITORIA.            *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-RC.
              10 WS-CAMP-RC       PIC 9(05).
              10 WS-OPERID-RC     PIC X(03).
           05 WS-DADOS-RC         PIC X(52).
      *-----> OPERADOR EM BRANCO - CONTROLE DA CAMPANHA
           05 WS-CONTROLE-RC  REDEFINES  WS-DADOS-RC.
              10 WS-DTABERT-RC    PIC 9(08).
              10 WS-DTPRAZO-RC    PIC 9(08).
              10 WS-DIASOCIO-RC   PIC 9(03).
              10 WS-SIT-CAMP-RC   PIC X(01).
                 88 CAMP-ABERTA       VALUE 'A'.
                 88 CAMP-ENCERRADA    VALUE 'E'.
              10 WS-DTENCER-RC    PIC 9(08).
              10 WS-QTDOPER-RC    PIC 9(04).
              10 FILLER           PIC X(20).
      *-----> OPERADOR - SITUACAO DO OPERADOR NA CAMPANHA (DATAS
      *       ZEROS = SEM USO / AINDA NAO DECIDIDO / NAO REVOGADO)
           05 WS-OPERADOR-RC  REDEFINES  WS-DADOS-RC.
              10 WS-NIVEL-RC      PIC 9(01).
              10 WS-UNIDADE-RC    PIC X(01).
              10 WS-ULTONL-RC     PIC 9(08).
              10 WS-ULTLOT-RC     PIC 9(08).
              10 WS-OCIOSO-RC     PIC X(01).
                 88 REC-OCIOSO        VALUE 'S'.
              10 WS-DECISAO-RC    PIC X(01).
                 88 REC-PENDENTE      VALUE 'P'.
                 88 REC-CONFIRMADO    VALUE 'C'.
                 88 REC-REVOGADO      VALUE 'R'.
                 88 REC-REVOG-PRAZO   VALUE 'X'.
              10 WS-GESTOR-RC     PIC X(03).
              10 WS-DTDECIS-RC    PIC 9(08).
              10 WS-DTREVOG-RC    PIC 9(08).
              10 FILLER           PIC X(13).
