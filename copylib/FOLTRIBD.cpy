      *--------------------------------------------------------------*
      *    AREA DE DADOS DA ROTINA COMUM DE TRIBUTOS DA FOLHA        *
      *    (COPY FOLTRIB NA PROCEDURE DIVISION)                      *
      *--------------------------------------------------------------*
      *    971-CARREGAR-TRIBUTOS CARREGA DO INSSTAB (COPY INSSTABC)  *
      *    E DO IRRFTAB (COPY IRRFTABC) AS FAIXAS DA VIGENCIA MAIS   *
      *    RECENTE QUE NAO ULTRAPASSA WS-COMPET-TRB - O CHAMADOR     *
      *    DECLARA OS DOIS ARQUIVOS, OS REGISTROS REG-INSSTAB E      *
      *    REG-IRRFTAB E OS STATUS WS-FS-INS E WS-FS-IRR.            *
      *    974-CALCULAR-TRIBUTOS RECEBE O BRUTO EM WS-BRUTO-TRB E    *
      *    DEVOLVE O DESCONTO PREVIDENCIARIO PROGRESSIVO EM          *
      *    WS-INSS-TRB E O IMPOSTO DE RENDA (BASE = BRUTO MENOS      *
      *    PREVIDENCIA, ALIQUOTA CHEIA MENOS A PARCELA A DEDUZIR) EM *
      *    WS-IRRF-TRB, DO MESMO JEITO QUE A FOLHA MENSAL (CGPRG123).*
      *--------------------------------------------------------------*
           05  WS-COMPET-TRB          PIC 9(06).
           05  WS-BRUTO-TRB           PIC 9(08)V99.
           05  WS-INSS-TRB            PIC 9(07)V99.
           05  WS-IRRF-TRB            PIC 9(07)V99.
           05  WS-BASE-IR-TRB         PIC 9(08)V99.
           05  WS-FATIA-TRB           PIC 9(08)V99.
           05  WS-TETO-ANT-TRB        PIC 9(08)V99.
           05  WS-TOPO-TRB            PIC 9(08)V99.
           05  WS-FAIXA-TRB           PIC 9(02)  COMP.
           05  WS-VIG-INSS-TRB        PIC 9(06)  VALUE ZEROS.
           05  WS-QTD-INSS-TRB        PIC 9(02)  VALUE ZEROS.
           05  WS-INSS-OCOR-TRB       OCCURS 15 TIMES.
               10  WS-INSS-TETO-TRB   PIC 9(07)V99.
               10  WS-INSS-ALIQ-TRB   PIC 9(02)V99.
           05  WS-VIG-IRRF-TRB        PIC 9(06)  VALUE ZEROS.
           05  WS-QTD-IRRF-TRB        PIC 9(02)  VALUE ZEROS.
           05  WS-IRRF-OCOR-TRB       OCCURS 15 TIMES.
               10  WS-IRRF-LIM-TRB    PIC 9(07)V99.
               10  WS-IRRF-ALIQ-TRB   PIC 9(02)V99.
               10  WS-IRRF-DEDUZ-TRB  PIC 9(06)V99.
