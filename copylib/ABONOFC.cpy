      *--------------------------------------------------------------*
      *    LAYOUT DA SOLICITACAO DE ABONO DE FALTAS (ABONOFAL)       *
      *    - LRECL 100                                               *
      *    KSDS INDEXADO POR MATRICULA + INICIO DO PERIODO           *
      *    (WS-CHAVE-AB), UM REGISTRO POR PEDIDO DE ABONO. MANTIDO   *
      *    PELO CGPRG153: O PEDIDO ('S') ENTRA PENDENTE COM O PERIODO*
      *    DAS FALTAS, O MOTIVO LEGAL, O DOCUMENTO COMPROBATORIO E A *
      *    QUANTIDADE DE AULAS A ABONAR; A DECISAO ('A'/'R') E DE UM *
      *    COORDENADOR (OPERADOR NIVEL 3 NO OPERTAB) DIFERENTE DE QUEM*
      *    REGISTROU O PEDIDO. O ABONO APROVADO E SOMADO EM          *
      *    WS-QTD-ABONO-F DO FREQALU (A CHAMADA ORIGINAL FICA        *
      *    INTACTA). O CURSO DO ALUNO NA DATA DO PEDIDO FICA GRAVADO *
      *    PARA O RELATORIO MENSAL DO CGPRG154. COMPARTILHADO VIA    *
      *    COPY, TANTO NA FD QUANTO NA WORKING-STORAGE               *
      *--------------------------------------------------------------*
           05 WS-CHAVE-AB.
              10 WS-NUMERO-AB     PIC 9(05)      COMP-3.
              10 WS-DT-INI-AB     PIC 9(08)      COMP-3.
           05 WS-DT-FIM-AB        PIC 9(08)      COMP-3.
      *-----> MOTIVO LEGAL DO ABONO
           05 WS-TIPO-AB          PIC X(02).
              88 ABONO-MILITAR        VALUE 'SM'.
              88 ABONO-COLEGIADO      VALUE 'RC'.
              88 ABONO-DOENCA         VALUE 'TE'.
              88 ABONO-GESTANTE       VALUE 'GE'.
              88 ABONO-CONVOCACAO     VALUE 'CJ'.
              88 ABONO-TIPO-VALIDO    VALUE 'SM' 'RC' 'TE' 'GE' 'CJ'.
      *-----> DOCUMENTO COMPROBATORIO (ATESTADO, OFICIO, CONVOCACAO)
           05 WS-DOCUMENTO-AB     PIC X(20).
           05 WS-QTD-FALTAS-AB    PIC 9(03)      COMP-3.
           05 WS-SIT-AB           PIC X(01).
              88 ABONO-PENDENTE       VALUE 'P'.
              88 ABONO-APROVADO       VALUE 'A'.
              88 ABONO-REJEITADO      VALUE 'R'.
      *-----> QUEM REGISTROU O PEDIDO E QUANDO (DATA DO LOTE)
           05 WS-OPER-SOL-AB      PIC X(03).
           05 WS-DT-SOL-AB        PIC 9(08)      COMP-3.
      *-----> COORDENADOR QUE DECIDIU, QUANDO E OBSERVACAO DA DECISAO
      *       (ZEROS/ESPACOS ENQUANTO PENDENTE)
           05 WS-OPER-DEC-AB      PIC X(03).
           05 WS-DT-DEC-AB        PIC 9(08)      COMP-3.
           05 WS-OBS-DEC-AB       PIC X(30).
           05 WS-CURSO-AB         PIC X(12).
           05 FILLER              PIC X(04).
