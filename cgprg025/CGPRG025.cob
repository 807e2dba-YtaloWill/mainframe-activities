      *                          E O CARTAO VAI PARA O REJFILE COM
      *                          O MOTIVO 'CUR' (CONVENCAO DO
      *                          CGPRG008 V23/V25)
      *  V05    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CARTAO DE
      *                          CANDIDATO COM MATRICULA DE 5 POSICOES
      *                          (CAMPOS SEGUINTES DESLOCADOS DE 1) E
      *                          LOTE 'I' GERADO NO APROVFIL NO LAYOUT
      *                          NOVO DO CGPRG008 (LRECL 69)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-APROVFIL           PIC X(69)
           .
       FD  RELAPR
           LABEL RECORD OMITTED
      *       ALUNO DO CGPRG008, SEM O TIPO DE TRANSACAO; A NOTA DO
      *       EXAME OCUPA O CAMPO DE NOTA)
       01  WS-REG-SYSIN.
           05 WS-NUMERO-IN        PIC 9(05).
           05 WS-NOME-IN          PIC X(20).
           05 WS-SEXO-IN          PIC X(01).
           05 WS-IDADE-IN         PIC 9(02).
      *       CERTA (O CGPRG008 CONFERE QTDE ESPERADA X LIDA)
       01  WS-TAB-APROVADOS.
           05  WS-APROV-OCOR          OCCURS 99 TIMES.
               10  WS-APROV-CARTAO    PIC X(69).

      *-----> MONTAGEM DE UM CARTAO 'I' DO CGPRG008
       01  WS-CARTAO-INCLUSAO.
           05 WS-TIPO-TRANS-CI    PIC X(01).
           05 WS-NUMERO-CI        PIC 9(05).
           05 WS-NOME-CI          PIC X(20).
           05 WS-SEXO-CI          PIC X(01).
           05 WS-IDADE-CI         PIC 9(02).
           05 WS-HDR-RUNID-AP     PIC 9(04).
           05 WS-HDR-DATA-AP      PIC 9(08).
           05 WS-HDR-QTD-AP       PIC 9(02).
           05 FILLER              PIC X(55)  VALUE SPACES.
       01  WS-CARTAO-SENTINELA    PIC X(69)  VALUE ALL '9'.
       01  WS-CARTAO-TRAILER.
           05 WS-TRL-QTD-AP       PIC 9(02).
           05 FILLER              PIC X(67)  VALUE SPACES.

      *-----> DADOS DE SAIDA - IMPRESSAO DO RELATORIO
       01  WS-CAB1.
