      *--------------------------------------------------------------*
      *    TABELA DE CONTAS CONTABEIS POR EVENTO (CTBMAPA)           *
      *    KSDS PELO CODIGO DO EVENTO (WS-EVENTO-CM, 3 BYTES),       *
      *    LRECL 80                                                  *
      *--------------------------------------------------------------*
      *    UM REGISTRO POR EVENTO FINANCEIRO (VER CTBFILC E OS       *
      *    EVENTOS PGB/ENB/PGC/ENC/DPT DO CGPRG172) COM A            *
      *    CONTA DEBITADA, A CONTA CREDITADA E O HISTORICO PADRAO    *
      *    DO LANCAMENTO. MANTIDA PELO CGPRG171 (CARTOES I/A/E).     *
      *    EVENTO SEM REGISTRO, INATIVO OU SEM AS DUAS CONTAS SEGURA *
      *    A CONTABILIZACAO DO DIA NO CGPRG172. COMPARTILHADO VIA    *
      *    COPY, TANTO NA FD QUANTO NA WORKING-STORAGE               *
      *--------------------------------------------------------------*
           05 WS-EVENTO-CM        PIC X(03).
           05 WS-CONTA-DEB-CM     PIC X(12).
           05 WS-CONTA-CRE-CM     PIC X(12).
           05 WS-HIST-CM          PIC X(30).
           05 WS-SIT-CM           PIC X(01).
              88 CM-ATIVO             VALUE 'A'.
              88 CM-INATIVO           VALUE 'I'.
      *-----> DATA DO LOTE DA ULTIMA MANUTENCAO (WS-HDR-DATA-LOTE)
           05 WS-DT-ALT-CM        PIC 9(08).
           05 FILLER              PIC X(14).
