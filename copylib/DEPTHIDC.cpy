      *--------------------------------------------------------------*
      *    AREA DE DADOS DA ROTINA COMUM DE HIERARQUIA DE            *
      *    DEPARTAMENTOS (COPY DEPTHIER NA PROCEDURE DIVISION)       *
      *--------------------------------------------------------------*
      *    981-CARREGAR-DEPTOS LE O DEPTMST (COPY DEPTMSTC - O       *
      *    CHAMADOR DECLARA O ARQUIVO DEPTMST, O REGISTRO            *
      *    REG-DEPTMST E O STATUS WS-FS-DEP) PARA A TABELA ABAIXO E  *
      *    RESOLVE A DIRETORIA DE CADA DEPARTAMENTO SUBINDO PELOS    *
      *    PAIS. SEM O DEPTMST (FS '35') A TABELA FICA VAZIA.        *
      *    982-LOCALIZAR-DEPTO RECEBE O CODIGO EM WS-DPTO-DH E       *
      *    DEVOLVE EM WS-SUB-DH A POSICAO NA TABELA (ZEROS = DEPTO   *
      *    FORA DO DEPTMST), COM A DIRETORIA, A SIGLA E O CENTRO DE  *
      *    CUSTO; DEPTO FORA DO DEPTMST SAI COM DIRETORIA ZEROS      *
      *    ('SEM DIRETORIA') E CENTRO DE CUSTO EM BRANCO.            *
      *--------------------------------------------------------------*
           05  WS-QTD-DH              PIC 9(03)  VALUE ZEROS.
           05  WS-SUB-DH              PIC 9(03).
           05  WS-SUB2-DH             PIC 9(03).
           05  WS-NIVEL-DH            PIC 9(02).
           05  WS-DPTO-DH             PIC 9(04).
           05  WS-PAI-ATU-DH          PIC 9(04).
           05  WS-DIR-DH              PIC 9(04).
           05  WS-SIGLA-DH            PIC X(10).
           05  WS-CCUSTO-DH           PIC X(08).
           05  WS-DEPTO-DH            OCCURS 300 TIMES.
               10  WS-COD-DH          PIC 9(04).
               10  WS-SIGLA-TB-DH     PIC X(10).
               10  WS-PAI-DH          PIC 9(04).
               10  WS-CC-DH           PIC X(08).
               10  WS-DIRET-DH        PIC 9(04).
