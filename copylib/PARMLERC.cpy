      *--------------------------------------------------------------*
      *    AREA DE PARAMETROS DO LEITOR DA VERSAO VIGENTE DE UM      *
      *    ARQUIVO DE PARAMETROS DE NEGOCIO (CGPRG213), PASSADA NO   *
      *    CALL 'CGPRG213' PELOS PROGRAMAS CONSUMIDORES NO LUGAR DO  *
      *    OPEN/READ/CLOSE DO ANTIGO SEQUENCIAL (DD PARMVERJ NO JOB, *
      *    ACERVO PARMVER - COPY PARMVERC). FUNCAO 'A' ABRE A VERSAO *
      *    VIGENTE DO ARQUIVO NOMEADO E DEVOLVE O NUMERO, O REVISOR  *
      *    QUE A APROVOU E A VIGENCIA; 'L' DEVOLVE O PROXIMO         *
      *    REGISTRO; 'F' FECHA. O RETORNO SEGUE O FILE STATUS, PARA  *
      *    O CHAMADOR MANTER A CRITICA QUE JA FAZIA:                 *
      *      '00' - OK                                               *
      *      '10' - FIM DOS REGISTROS DA VERSAO (FUNCAO 'L')         *
      *      '35' - ARQUIVO SEM VERSAO VIGENTE (FUNCAO 'A')          *
      *      OUTRO- FILE STATUS DO PARMVER                           *
      *--------------------------------------------------------------*
           05 WS-FUNCAO-PL        PIC X(01).
              88 PL-ABRIR             VALUE 'A'.
              88 PL-LER               VALUE 'L'.
              88 PL-FECHAR            VALUE 'F'.
           05 WS-ARQ-PL           PIC X(08).
           05 WS-FS-PL            PIC X(02).
      *-----> SAIDA DA FUNCAO 'A'
           05 WS-VERSAO-PL        PIC 9(04).
           05 WS-REVISOR-PL       PIC X(03).
           05 WS-DTVIG-PL         PIC 9(08).
      *-----> SAIDA DA FUNCAO 'L' (LAYOUT DO PROGRAMA CONSUMIDOR)
           05 WS-REG-PL           PIC X(40).
