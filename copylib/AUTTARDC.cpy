      *--------------------------------------------------------------*
      *    LAYOUT DA AUTORIZACAO DE ALTERACAO TARDIA DE NOTAS        *
      *    (AUTTARD) - LRECL 60                                      *
      *    KSDS INDEXADO POR MATRICULA+SEMESTRE LETIVO (WS-CHAVE-LT),*
      *    UM REGISTRO POR ALUNO QUE PODE TER NOTA LANCADA/ALTERADA  *
      *    FORA DO PRAZO OU DEPOIS DO FECHAMENTO DO SEMESTRE NO      *
      *    CALENDARIO ACADEMICO (CALACAD). MANTIDO PELO CGPRG151     *
      *    (CARTOES I/E DO TIPO 'L'): SO UM OPERADOR DE NIVEL 3      *
      *    (REVISOR), ATIVO E EM VIGENCIA NO OPERTAB, AUTORIZA; A    *
      *    EXCLUSAO SO CANCELA (SITUACAO 'C'), PARA A TRILHA FICAR.  *
      *    A AUTORIZACAO VALE ATE A DATA LIMITE (ZEROS = ATE SER     *
      *    CANCELADA). COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA *
      *    WORKING-STORAGE                                           *
      *--------------------------------------------------------------*
           05 WS-CHAVE-LT.
              10 WS-NUMERO-LT     PIC 9(05)      COMP-3.
              10 WS-SEMESTRE-LT   PIC 9(05).
      *-----> OPERADOR REVISOR QUE AUTORIZOU E DATA DA AUTORIZACAO
           05 WS-OPERID-LT        PIC X(03).
           05 WS-DT-AUT-LT        PIC 9(08)      COMP-3.
           05 WS-DT-LIMITE-LT     PIC 9(08)      COMP-3.
           05 WS-SIT-LT           PIC X(01).
              88 AUT-VIGENTE          VALUE 'A'.
              88 AUT-CANCELADA        VALUE 'C'.
           05 WS-JUSTIF-LT        PIC X(30).
      *-----> DATA DO LOTE DO CANCELAMENTO (ZEROS = VIGENTE)
           05 WS-DT-CANC-LT       PIC 9(08)      COMP-3.
           05 FILLER              PIC X(03).
