      *--------------------------------------------------------------*
      *    REGISTRO DA FILA DE SOLICITACOES DE RELATORIO (RELFILA)   *
      *    KSDS PELA CHAVE OPERADOR+DATA+HORA, LRECL 80              *
      *--------------------------------------------------------------*
      *    GRAVADO PELA TRANSACAO CGSR (CGPRG210, OPCAO R DO MENU    *
      *    CG81) QUANDO O OPERADOR PEDE UM RELATORIO DO CATALOGO     *
      *    (COPY RELCATC) COM O CARTAO DE PARAMETROS JA VALIDADO     *
      *    NAS REGRAS DO CGPRG075. O CGPRG211 SUBMETE AS PENDENTES   *
      *    NA JANELA BATCH (CGJOB211) E DA A BAIXA NO FIM DO JOB     *
      *    GERADO; A PUBLICACAO FICA NO REPOSREL (COPY REPRELC) SOB  *
      *    A CHAVE DO SOLICITANTE:                                   *
      *      NOME   'S' + OPERADOR + HHMM DA SOLICITACAO             *
      *      DATA   DATA DA SOLICITACAO                              *
      *      RUN-ID O DO CARTAO DO CGPRG211 (WS-RUNID-RQ)            *
      *    A HORA DA CHAVE VAI ATE O MINUTO (SEGUNDOS ZERADOS): UMA  *
      *    SOLICITACAO POR OPERADOR POR MINUTO.                      *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-RQ.
              10 WS-OPER-RQ       PIC X(03).
              10 WS-DATA-RQ       PIC 9(08).
              10 WS-HORA-RQ       PIC 9(06).
           05 WS-USERID-RQ        PIC X(08).
           05 WS-REL-RQ           PIC X(08).
      *-----> IMAGEM DO CARTAO DE PARAMETROS DO RELATORIO (MESMO
      *       LAYOUT DO COPY RELPARM)
           05 WS-PARM-RQ.
              10 WS-PERIODO-RQ    PIC 9(06).
              10 WS-FILTRO-RQ     PIC X(15).
           05 WS-SIT-RQ           PIC X(01).
              88 RQ-PENDENTE          VALUE 'P'.
              88 RQ-SUBMETIDA         VALUE 'S'.
              88 RQ-CONCLUIDA         VALUE 'C'.
              88 RQ-FALHOU            VALUE 'F'.
      *-----> REIMPRESSAO PEDIDA NA TELA, ATENDIDA NA PROXIMA JANELA
           05 WS-REIMPR-RQ        PIC X(01).
              88 RQ-REIMPR-PEDIDA     VALUE 'S'.
           05 WS-DTEXEC-RQ        PIC 9(08).
           05 WS-RUNID-RQ         PIC 9(04).
           05 FILLER              PIC X(12).
