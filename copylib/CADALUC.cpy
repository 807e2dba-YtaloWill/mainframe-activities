      *    COPY NUNCA E USADO EM ACCEPT FROM SYSIN (QUEM RECEBE O    *
      *    CARTAO E A AREA WS-REG-SYSIN DE CADA PROGRAMA, SEMPRE EM  *
      *    ZONADO) - SO O REGISTRO EM DISCO/INDEXADO E EMPACOTADO    *
      *    MATRICULA (WS-NUMERO-S) COM 5 DIGITOS: EMPACOTADA, OCUPA  *
      *    OS MESMOS 3 BYTES DO ANTIGO 9(04) - O REGISTRO NAO MUDA   *
      *    DE TAMANHO NEM DE POSICAO. A MESMA MATRICULA DE 5 DIGITOS *
      *    VALE EM TODOS OS MESTRES PENDURADOS NO ALUNO, NOS         *
      *    CARTOES, NAS TELAS E NOS RELATORIOS; A RECARGA CONTROLADA *
      *    DOS MESTRES E FEITA PELO CGPRG157                         *
      *--------------------------------------------------------------*
           05 WS-NUMERO-S         PIC 9(05)      COMP-3.
           05 WS-NOME-S           PIC X(20).
           05 WS-SEXO-S           PIC X(01).
           05 WS-IDADE-S          PIC 9(02)      COMP-3.
              88 ALUNO-CANCELADO      VALUE 'C'.
           05 WS-DT-SIT-S          PIC 9(08)      COMP-3.
           05 WS-MOT-SIT-S         PIC X(02).
      *-----> TERCEIRA E QUARTA AVALIACOES (REGISTRO AMPLIADO DE 77
      *       PARA 83 BYTES), USADAS QUANDO A REGRA DO CURSO NO
      *       CURSOTAB PEDE MAIS DE DUAS (VER CGPRG150). A MEDIA
      *       CONTINUA GRAVADA EM WS-MEDIA-S, JA PONDERADA. REGISTRO
      *       GRAVADO ANTES DESTA VERSAO NAO TEM ESTES BYTES: QUEM
      *       CONVERTE O ARQUIVO GRAVA ZEROS EMPACOTADOS
           05 WS-NOTA3-S           PIC 9(02)V99   COMP-3.
           05 WS-NOTA4-S           PIC 9(02)V99   COMP-3.
      *-----> UNIDADE (CAMPUS) DO ALUNO (REGISTRO AMPLIADO DE 83 PARA
      *       84 BYTES) - A DO CURSO NO CURSOTAB, GRAVADA NA
      *       INCLUSAO (CGPRG008/CG19) E NA TRANSFERENCIA DE CURSO
      *       (CGPRG155). ESPACO (REGISTRO ANTERIOR A ESTA VERSAO) =
      *       SEDE - VER COPY UNIDTAB
           05 WS-UNIDADE-S         PIC X(01).
