      *--------------------------------------------------------------*
      *    AREA DE PARAMETROS DA REGRA DE PRAZOS DE NOTA (CGPRG152)  *
      *    PASSADA NO CALL 'CGPRG152' POR TODO PROGRAMA QUE LANCA OU *
      *    ALTERA NOTA. FUNCAO 'S' DEVOLVE O SEMESTRE LETIVO DA DATA *
      *    (AAAAS - JAN-JUN = 1, JUL-DEZ = 2) E O SEMESTRE ANTERIOR; *
      *    O CHAMADOR LE O CALACAD PELO SEMESTRE DA DATA E, QUANDO   *
      *    ELE NAO EXISTE OU A DATA E ANTERIOR AO SEU INICIO, PELO   *
      *    SEMESTRE ANTERIOR (AS NOTAS AINDA SAO DELE). FUNCAO 'V'   *
      *    DA O VEREDITO DO LANCAMENTO NA DATA, COM AS DATAS DO      *
      *    CALENDARIO (COPY CALACADC) E A AUTORIZACAO TARDIA DO      *
      *    ALUNO (COPY AUTTARDC) MOVIDAS PELO CHAMADOR. SEMESTRE SEM *
      *    CALENDARIO CADASTRADO E LIBERADO (O CHAMADOR AVISA)       *
      *--------------------------------------------------------------*
           05 WS-FUNCAO-PZ        PIC X(01).
              88 PZ-SEMESTRE          VALUE 'S'.
              88 PZ-VERIFICAR         VALUE 'V'.
      *-----> ENTRADA: DATA DO LANCAMENTO (AAAAMMDD)
           05 WS-DATA-PZ          PIC 9(08).
           05 WS-DATA-PZ-R  REDEFINES  WS-DATA-PZ.
              10 WS-ANO-PZ        PIC 9(04).
              10 WS-MES-PZ        PIC 9(02).
              10 WS-DIA-PZ        PIC 9(02).
      *-----> SAIDA DA FUNCAO 'S'
           05 WS-SEMESTRE-PZ      PIC 9(05).
           05 WS-SEMESTRE-ANT-PZ  PIC 9(05).
      *-----> ENTRADA DA FUNCAO 'V': O QUE O LANCAMENTO MUDA - 'N' =
      *       NOTAS REGULARES (COM OU SEM A RECUPERACAO), 'R' = SO A
      *       NOTA DE RECUPERACAO
           05 WS-TIPO-ALT-PZ      PIC X(01).
              88 PZ-ALT-NOTAS         VALUE 'N'.
              88 PZ-ALT-RECUP         VALUE 'R'.
           05 WS-SW-CALEND-PZ     PIC X(01).
              88 PZ-COM-CALENDARIO    VALUE 'S'.
              88 PZ-SEM-CALENDARIO    VALUE 'N'.
           05 WS-DT-INICIO-PZ     PIC 9(08).
           05 WS-PRAZO-NOTA-PZ    PIC 9(08).
           05 WS-PRAZO-REC-PZ     PIC 9(08).
           05 WS-DT-FECHA-PZ      PIC 9(08).
      *-----> AUTORIZACAO TARDIA DO ALUNO NO SEMESTRE (SITUACAO EM
      *       BRANCO = NAO HA AUTORIZACAO)
           05 WS-SIT-AUT-PZ       PIC X(01).
           05 WS-DT-LIMITE-PZ     PIC 9(08).
      *-----> SAIDA DA FUNCAO 'V': VEREDITO E MOTIVO DE REJEITO
      *       (REJCARDC) QUANDO RECUSADO
           05 WS-VEREDITO-PZ      PIC X(01).
              88 PZ-LIBERADO          VALUE 'L'.
              88 PZ-LIBERADO-AUT      VALUE 'T'.
              88 PZ-FORA-PRAZO        VALUE 'P'.
              88 PZ-FECHADO           VALUE 'F'.
              88 PZ-RECUSADO          VALUE 'P' 'F'.
           05 WS-MOTIVO-PZ        PIC X(03).
