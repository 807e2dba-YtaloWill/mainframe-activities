      *                          TRUNCADA DEVOLVIA O REGISTRO
      *                          RESTAURADO COM O CARIMBO DE
      *                          AUDITORIA CORROMPIDO
      *  V03    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DA
      *                          TABELA DO CICLO ANTERIOR E DA LINHA
      *                          DO RELATORIO (MESMA LARGURA)
      *  V04    OUT/2026 010195  WS-PREV-IMAGEM AMPLIADA DE 70 PARA 84
      *                          BYTES, O TAMANHO ATUAL DO CADALUC
      *                          (SITUACAO DA MATRICULA E UNIDADE DO
      *                          ALUNO): A IMAGEM DE 70 DEVOLVIA O
      *                          REGISTRO RESTAURADO SEM OS CAMPOS
      *                          FINAIS, COMO NA V02
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *       PARA QUE A SEGUNDA SO REINCLUA AS EXCLUIDAS PELO LOTE
       01  WS-TAB-PREV.
           05  WS-PREV-OCOR           OCCURS 500 TIMES.
               10  WS-PREV-NUMERO     PIC 9(05).
               10  WS-PREV-IMAGEM     PIC X(84).
               10  WS-PREV-USADA      PIC X(01).

      *-----> AREA DE TRABALHO DA IMAGEM ANTERIOR

       01  WS-REG-RELBKO.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NUMERO-R         PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOME-R           PIC X(20).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-ACAO-R           PIC X(25).
