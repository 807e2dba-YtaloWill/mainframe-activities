      *--------------------------------------------------------------*
      *    REGISTRO DE NOTAS FISCAIS DE SERVICO (NFSEREG) - KSDS     *
      *    PELO NUMERO DO RPS (WS-RPS-NF, 5 BYTES), LRECL 160        *
      *--------------------------------------------------------------*
      *    UM REGISTRO POR PAGAMENTO DE MENSALIDADE (BAIXA NO        *
      *    MENSALU OU NO MENSACOR PELO CGPRG023 OU PELO CG87,        *
      *    APANHADA NO DIARIO MSTJRNL), COM O RPS (RECIBO            *
      *    PROVISORIO DE SERVICOS) GERADO PELO CGPRG169 E A NFS-E    *
      *    DEVOLVIDA PELA PREFEITURA, GRAVADA PELO CGPRG170. A       *
      *    CHAVE ZERO E O REGISTRO DE CONTROLE (ULTIMO RPS E ULTIMA  *
      *    DATA DE PAGAMENTOS PROCESSADA). SITUACAO:                 *
      *      B - BLOQUEADO: RPS FORA DA REMESSA - TOMADOR SEM CPF    *
      *          OU REJEITADO E LIBERADO PARA REENVIO PELO CGPRG170  *
      *          (O CGPRG169 TENTA DE NOVO A CADA EXECUCAO)          *
      *      P - PENDENTE: RPS ENVIADO, AGUARDANDO O RETORNO         *
      *      E - NFS-E EMITIDA                                       *
      *      J - REJEITADO PELA PREFEITURA (CODIGO E MOTIVO)         *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-RPS-NF           PIC 9(09)      COMP-3.
           05 WS-DADOS-NF.
      *-----> PAGAMENTO: COBRANCA (ARQUIVO + MATRICULA/COMPETENCIA),
      *       CANAL ('B' = RETORNO DO BANCO, 'C' = BALCAO CG87),
      *       DATA E VALOR RECEBIDO (PRINCIPAL + ENCARGOS)
              10 WS-ARQ-NF        PIC X(08).
              10 WS-NUMERO-NF     PIC 9(05)      COMP-3.
              10 WS-COMPET-NF     PIC 9(06)      COMP-3.
              10 WS-CANAL-NF      PIC X(01).
                 88 CANAL-BANCO       VALUE 'B'.
                 88 CANAL-BALCAO      VALUE 'C'.
              10 WS-DT-PAGTO-NF   PIC 9(08)      COMP-3.
              10 WS-VALOR-NF      PIC 9(07)V99   COMP-3.
              10 WS-ALIQ-NF       PIC 9(01)V99   COMP-3.
              10 WS-ISS-NF        PIC 9(07)V99   COMP-3.
      *-----> TOMADOR DO SERVICO: 'R' = RESPONSAVEL VINCULADO AO
      *       ALUNO NO PESSOA, 'A' = O PROPRIO ALUNO (CADALU)
              10 WS-TIPO-TOM-NF   PIC X(01).
                 88 TOMADOR-ALUNO     VALUE 'A'.
                 88 TOMADOR-RESPONSAVEL VALUE 'R'.
              10 WS-CPF-TOM-NF    PIC 9(11)      COMP-3.
              10 WS-NOME-TOM-NF   PIC X(20).
              10 WS-CURSO-NF      PIC X(12).
              10 WS-SIT-NF        PIC X(01).
                 88 NF-BLOQUEADA      VALUE 'B'.
                 88 NF-PENDENTE       VALUE 'P'.
                 88 NF-EMITIDA        VALUE 'E'.
                 88 NF-REJEITADA      VALUE 'J'.
      *-----> DATA DE ENVIO DO RPS E DADOS DA NFS-E (RETORNO)
              10 WS-DT-RPS-NF     PIC 9(08)      COMP-3.
              10 WS-NFSE-NF       PIC X(15).
              10 WS-DT-NFSE-NF    PIC 9(08)      COMP-3.
              10 WS-VERIF-NF      PIC X(09).
              10 WS-ERRO-NF       PIC X(04).
              10 WS-MOTIVO-NF     PIC X(30).
              10 FILLER           PIC X(14).
      *-----> REGISTRO DE CONTROLE (WS-RPS-NF = ZEROS)
           05 WS-CONTROLE-NF  REDEFINES  WS-DADOS-NF.
              10 WS-ULT-RPS-NF    PIC 9(09)      COMP-3.
              10 WS-ULT-DATA-NF   PIC 9(08)      COMP-3.
              10 FILLER           PIC X(145).
