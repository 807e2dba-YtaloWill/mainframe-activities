      *                          CGPRG135). O CAMPO DO INTERCAMBIO
      *                          PASSA A X(14), OCUPANDO O FILLER
      *                          FINAL - LRECL INALTERADO
      *  V05    OUT/2026 010189  RESULTADO DO SEMESTRE NO CENSOFIL
      *                          PELA REGRA DE AVALIACAO DO CURSO DO
      *                          ALUNO (CURSOTAB), APLICADA PELO
      *                          CGPRG150 (035-AVALIAR-MEDIA), NO
      *                          LUGAR DA RECUPERACAO E DO CORTE 7
      *                          FIXOS
      *  V06    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): CAMPO
      *                          MATRICULA DO INTERCAMBIO DO CENSO
      *                          (WS-EXP-MATR) PASSA A 9(05) E O
      *                          CENSOFIL A LRECL 61 (POSICOES APOS A
      *                          MATRICULA DESLOCADAS DE 1); LISTAGEM
      *                          DE REJEICOES MANTEM A LARGURA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS WS-CHAVE-DL OF REG-DISCLOG
                  FILE STATUS   IS WS-FS-DIS
           .
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V05)
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
           SELECT RELCEN ASSIGN TO RELCENJ
                  FILE STATUS   IS WS-FS-REL
           .
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CENSOFIL           PIC X(61)
           .
      *-----> TABELA DE AUTORIDADE - MODO PLENO DE CPF (VER V04)
       FD  OPERTAB
           .
       01  REG-DISCLOG.
           COPY DISCLOGC.
      *-----> CATALOGO DE CURSOS - REGRA DE AVALIACAO (VER V05)
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  RELCEN
           LABEL RECORD OMITTED
           RECORDING MODE  F
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG039'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-MOTIVO-REJ          PIC X(30).
           05  WS-SW-VALIDO           PIC X(01).
               88 REGISTRO-VALIDO         VALUE 'V'.
       01  WS-FS-OPE                  PIC X(02).
       01  WS-FS-DIS                  PIC X(02).

      *-----> AREA DE CHAMADA DA REGRA DE AVALIACAO (VER V05)
       01  WS-AVALPAR.
           COPY AVALPARC.

      *-----> DOMINIO OFICIAL DE CURSOS, CARREGADO DO CENSODOM
       01  WS-TAB-DOMINIO.
           05  WS-DOM-OCOR            OCCURS 20 TIMES.
           05 WS-EXP-TIPO         PIC X(02)  VALUE '30'.
           05 WS-EXP-ESCOLA       PIC 9(08).
           05 WS-EXP-ANO          PIC 9(04).
           05 WS-EXP-MATR         PIC 9(05).
           05 WS-EXP-CPF          PIC X(14).
           05 WS-EXP-NOME         PIC X(20).
           05 WS-EXP-SEXO         PIC X(01).
      *-----> LINHA DA LISTAGEM DE REJEICOES DE PRE-ENVIO
       01  WS-REG-REJEICAO.
           05 FILLER              PIC X(09) VALUE '*** MAT. '.
           05 WS-REJ-MAT          PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REJ-NOME         PIC X(20).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-REJ-MOTIVO       PIC X(30).
           05 FILLER              PIC X(04) VALUE ' ***'.
           05 FILLER              PIC X(08) VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELCEN
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELCEN'  TO WS-MSG
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DE INTERCAMBIO DO ALUNO, COM O
      *    RESULTADO DO SEMESTRE (A=APROVADO/R=REPROVADO) APURADO
      *    PELO MESMO CRITERIO DO CGPRG009 (REGRA DO CURSO - VER V05)
      *--------------------------------------------------------------*
       034-GRAVAR-EXPORT.

           MOVE WS-MEDIA-S OF REG-CADALU     TO  WS-MEDIA-AV
           MOVE WS-NOTA-REC-S OF REG-CADALU  TO  WS-NOTA-REC-AV
           PERFORM 035-AVALIAR-MEDIA

           MOVE WS-NUMERO-S OF REG-CADALU  TO  WS-EXP-MATR
      *    REGISTRO ANTERIOR AO CPF (V20 DO CGPRG008) CARREGA
                 MOVE 'T'  TO  WS-EXP-SITUACAO
              WHEN ALUNO-CANCELADO OF REG-CADALU
                 MOVE 'C'  TO  WS-EXP-SITUACAO
              WHEN NOT AV-APROVADO
                 MOVE 'R'  TO  WS-EXP-SITUACAO
              WHEN OTHER
                 MOVE 'A'  TO  WS-EXP-SITUACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MEDIA FINAL (COM A RECUPERACAO) E SITUACAO DA MEDIA EM
      *    WS-MEDIA-AV PELA REGRA DE AVALIACAO DO CURSO NO CURSOTAB
      *    (CGPRG150 - VER V05). CURSO FORA DO CATALOGO LEVA
      *    ESPACOS, E O CGPRG150 APLICA A REGRA PADRAO (CORTES 7 E 5)
      *--------------------------------------------------------------*
       035-AVALIAR-MEDIA.

           MOVE WS-CURSO-S OF REG-CADALU
                TO  WS-CURSO-CT OF REG-CURSOTAB
           READ CURSOTAB
           IF WS-FS-CUR = '23'
              MOVE SPACES  TO  WS-REGRA-AV
           ELSE
              IF WS-FS-CUR NOT = '00'
                 MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                 MOVE  WS-FS-CUR                     TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 MOVE WS-REGRA-AVAL-CT OF REG-CURSOTAB
                                    TO  WS-REGRA-AV
              END-IF
           END-IF

           MOVE 'J'  TO  WS-FUNCAO-AV
           CALL 'CGPRG150' USING WS-AVALPAR
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DE REJEICAO DE PRE-ENVIO
      *--------------------------------------------------------------*
       036-GRAVAR-REJEICAO.
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELCEN
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELCEN'  TO WS-MSG
