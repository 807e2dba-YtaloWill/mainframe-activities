      *--------------------------------------------------------------*
      *    FILA DE EVENTOS FINANCEIROS P/ A CONTABILIDADE (CTBFILA)  *
      *    LRECL 80                                                  *
      *--------------------------------------------------------------*
      *    SEQUENCIAL ZONADO, ACUMULATIVO (OPEN EXTEND), NO PADRAO   *
      *    DO NOTIFILA. CADA PROGRAMA QUE PRODUZ UM FATO CONTABIL    *
      *    ENFILEIRA AQUI O EVENTO COM O VALOR; O CGPRG172 (DIARIO)  *
      *    AGRUPA POR DATA+EVENTO, CONTABILIZA PELA TABELA DE        *
      *    CONTAS CTBMAPA (COPY CTBMAPC) E ESVAZIA A FILA. EVENTOS:  *
      *      FAT = MENSALIDADE FATURADA - PARTE DA FAMILIA (CGPRG022)*
      *      FCV = MENSALIDADE FATURADA - PARTE DO CONVENIO          *
      *            (CGPRG022)                                        *
      *      FGV = MENSALIDADE FATURADA - PARTE DO GOVERNO, FIES/    *
      *            PROUNI (CGPRG022)                                 *
      *      RGV = REPASSE DO GOVERNO RECEBIDO (CGPRG178)            *
      *      RDV = RECEBIDO NO BANCO A DEVOLVER (CGPRG023)           *
      *      PER = BAIXA POR PERDA (CGPRG085)                        *
      *      DEV = DEVOLUCAO EMITIDA (CGPRG086)                      *
      *      FOL = FOLHA - BRUTO SEM AS COMISSOES (CGPRG123)         *
      *      FCM = COMISSOES PAGAS NA FOLHA (CGPRG123)               *
      *      INS = INSS RETIDO NA FOLHA (CGPRG123)                   *
      *      IRF = IRRF RETIDO NA FOLHA (CGPRG123)                   *
      *      CSG = CONSIGNADOS DESCONTADOS NA FOLHA, A REPASSAR AS   *
      *            INSTITUICOES (CGPRG123)                           *
      *      COM = COMISSAO APURADA DO VENDEDOR (CGPRG065)           *
      *      LOT = RECEBIMENTO DE PARCELA/ENTRADA DE LOTE (CGPRG116) *
      *    OS PAGAMENTOS DE MENSALIDADE (PGB/ENB NO BANCO, PGC/ENC   *
      *    NO BALCAO) E O DESCONTO DE PONTUALIDADE CONCEDIDO NA      *
      *    QUITACAO (DPT) NAO PASSAM PELA FILA: O CGPRG172 OS APANHA *
      *    NO DIARIO MSTJRNL, COMO O CGPRG169                        *
      *--------------------------------------------------------------*
           05 WS-EVENTO-QC        PIC X(03).
              88 QC-FATURADO          VALUE 'FAT'.
              88 QC-FATURADO-CONV     VALUE 'FCV'.
              88 QC-FATURADO-GOV      VALUE 'FGV'.
              88 QC-REPASSE-GOV       VALUE 'RGV'.
              88 QC-A-DEVOLVER        VALUE 'RDV'.
              88 QC-PERDA             VALUE 'PER'.
              88 QC-DEVOLUCAO         VALUE 'DEV'.
              88 QC-FOLHA             VALUE 'FOL'.
              88 QC-FOLHA-COMISSAO    VALUE 'FCM'.
              88 QC-INSS              VALUE 'INS'.
              88 QC-IRRF              VALUE 'IRF'.
              88 QC-CONSIGNADO        VALUE 'CSG'.
              88 QC-COMISSAO          VALUE 'COM'.
              88 QC-LOTE              VALUE 'LOT'.
           05 WS-ORIGEM-QC        PIC X(08).
      *-----> DATA CONTABIL DO FATO (AAAAMMDD)
           05 WS-DATA-QC          PIC 9(08).
           05 WS-VALOR-QC         PIC 9(11)V99.
      *-----> REFERENCIA DO FATO, SO PARA RASTREIO (MATRICULA +
      *       COMPETENCIA, LOTE + PARCELA, VENDEDOR, ...)
           05 WS-REFER-QC         PIC X(13).
           05 FILLER              PIC X(35).
