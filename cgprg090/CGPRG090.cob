      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010139  PROGRAMA CRIADO - MANUTENCAO DO
      *                          CONVTAB E DO CONVALU
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DO
      *                          CARTAO COM 5 POSICOES (ULTIMO CAMPO)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05 WS-VIG-INI-IN       PIC 9(06).
           05 WS-VIG-FIM-IN       PIC 9(06).
           05 WS-SIT-IN           PIC X(01).
           05 WS-NUMERO-IN        PIC 9(05).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

