      *           ACIDPENC) E MONTAR O LOTE DE SYSIN DO CGPRG010 NO
      *           ACIDCARD: CABECALHO (RUNID DO CARTAO DE PARAMETROS
      *           + DATA DO SISTEMA + QTDE CERTA), UM CARTAO POR
      *           REGISTRO DA FILA (POSICOES 1-39 DA FILA + ZEROS
      *           NAS POSICOES 40-83 DA ABERTURA POR CATEGORIA, QUE
      *           O ONLINE NAO CAPTA), SENTINELA E RODAPE. OS
      *           REGISTROS DRENADOS SAO EXCLUIDOS DA FILA AO FINAL.
      *           O CGJOB011 PASSA A PODER APONTAR A SYSIN DO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010090  PROGRAMA CRIADO - DRENO DA FILA
      *                          ACIDPEND PARA O LOTE DO CGPRG010
      *  V02    OUT/2026 010227  CIDADE COM O CODIGO DO IBGE DE 7
      *                          DIGITOS: CHAVE DA FILA COM 13 POSICOES
      *                          E CARTAO DO CGPRG010 COM 83 (BASE NAS
      *                          POSICOES 1-39, CATEGORIAS NAS 40-83) -
      *                          ACIDCARD LRECL 83
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDCARD           PIC X(83)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
      *       COMO OS DEMAIS LOTES DE SYSIN DO SISTEMA)
       01  WS-TAB-PEND.
           05  WS-PEND-OCOR           OCCURS 99 TIMES.
               10  WS-PEND-CHAVE      PIC X(13).
               10  WS-PEND-CARTAO     PIC X(39).

      *-----> MONTAGEM DO LOTE GERADO
       01  WS-CARTAO-HEADER.
           05 WS-HDR-RUNID-AC     PIC 9(04).
           05 WS-HDR-DATA-AC      PIC 9(08).
           05 WS-HDR-QTD-AC       PIC 9(02).
           05 FILLER              PIC X(69)  VALUE SPACES.
       01  WS-CARTAO-DADOS.
           05 WS-CARTAO-BASE      PIC X(39).
           05 WS-CARTAO-CATEG     PIC X(44)  VALUE ALL '0'.
       01  WS-CARTAO-SENTINELA    PIC X(83)  VALUE ALL '9'.
       01  WS-CARTAO-TRAILER.
           05 WS-TRL-QTD-AC       PIC 9(02).
           05 FILLER              PIC X(81)  VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
