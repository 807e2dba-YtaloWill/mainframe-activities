      *--------------------------------------------------------------*
      *    FILA DE CARTAS PARA A POSTAGEM CONSOLIDADA (MALADIR)      *
      *    SEQUENCIAL, LRECL 1240, ACUMULATIVO (OPEN EXTEND). CADA   *
      *    PROGRAMA DE CARTA (CGPRG028, CGPRG035, CGPRG091, CGPRG099 *
      *    E CGPRG161) GRAVA AQUI UMA CARTA POR REGISTRO, JA         *
      *    FORMATADA, EM VEZ DE IMPRIMIR EM ORDEM DE MATRICULA. O    *
      *    CGPRG164 (DIARIO) JUNTA AS CARTAS DA NOITE, ORDENA POR    *
      *    CEP, MONTA OS MACOS DAS FAIXAS DE DESCONTO DOS CORREIOS,  *
      *    IMPRIME AS CARTAS E O MANIFESTO DA POSTAGEM E ESVAZIA A   *
      *    FILA. FAIXA E MACO SAO PREENCHIDOS SO PELO CGPRG164 -     *
      *    QUEM GRAVA NA FILA DEIXA ESPACOS                          *
      *--------------------------------------------------------------*
      *-----> ENVELOPE: CEP (CHAVE DA TRIAGEM), UF, MATRICULA,
      *       PROGRAMA QUE GEROU A CARTA E DATA DA GERACAO
           05 WS-CEP-MD           PIC 9(08).
           05 WS-CEP-MD-R  REDEFINES  WS-CEP-MD.
              10 WS-CEP5-MD       PIC 9(05).
              10 FILLER           PIC 9(03).
           05 WS-CEP-MD-R2 REDEFINES  WS-CEP-MD.
              10 WS-CEP3-MD       PIC 9(03).
              10 WS-CEP45-MD      PIC 9(02).
              10 FILLER           PIC 9(03).
           05 WS-UF-MD            PIC X(02).
           05 WS-NUMERO-MD        PIC 9(05).
           05 WS-ORIGEM-MD        PIC X(08).
           05 WS-DATA-MD          PIC 9(08).
      *-----> TRIAGEM (CGPRG164): FAIXA DE DESCONTO 1/2/3 E MACO
      *       (CEP DE 5 DIGITOS NA FAIXA 1, CEP DE 3 DIGITOS NAS
      *       DEMAIS)
           05 WS-FAIXA-MD         PIC X(01).
           05 WS-MACO-MD          PIC X(05).
      *-----> PAGINA DA CARTA: QUANTIDADE DE LINHAS USADAS E AS
      *       LINHAS DE 80 POSICOES (A PRIMEIRA ABRE A FOLHA)
           05 WS-QTD-LIN-MD       PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-LINHA-MD         PIC X(80)  OCCURS 15 TIMES.
