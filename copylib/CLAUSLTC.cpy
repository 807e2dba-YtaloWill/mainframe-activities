      *--------------------------------------------------------------*
      *    LAYOUT DA LINHA DO MODELO DE CLAUSULAS DO CONTRATO DE     *
      *    VENDA DE LOTE (CLAUSLOT) - SEQUENCIAL, LRECL 80, MANTIDO  *
      *    PELO JURIDICO EM ARQUIVO DE TEXTO. O CGPRG183 CARREGA O   *
      *    MODELO UMA VEZ E O REPRODUZ EM CADA CONTRATO EMITIDO, NA  *
      *    ORDEM DAS LINHAS. O TIPO DIZ O QUE A LINHA PRODUZ:        *
      *      'TX' TEXTO DA CLAUSULA, IMPRESSO COMO ESTA              *
      *      '  ' LINHA EM BRANCO                                    *
      *      '**' COMENTARIO DO MODELO, NAO IMPRESSO                 *
      *      'PG' SALTO PARA FOLHA NOVA                              *
      *      '@C' NUMERO E DATA DE EMISSAO DO CONTRATO               *
      *      '@V' QUALIFICACAO DO COMPRADOR (COMPMST)                *
      *      '@L' DESCRICAO DO LOTE (CADLOTE: CEP, MEDIDAS, REGIAO)  *
      *      '@P' CRONOGRAMA COMPLETO DE PAGAMENTO (LOTEPARC)        *
      *      '@A' BLOCO DE ASSINATURAS                               *
      *    TIPO DESCONHECIDO CANCELA A EMISSAO NA CARGA DO MODELO.   *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-TIPO-CL          PIC X(02).
              88 CL-TEXTO             VALUE 'TX'.
              88 CL-BRANCO            VALUE '  '.
              88 CL-COMENTARIO        VALUE '**'.
              88 CL-FOLHA             VALUE 'PG'.
              88 CL-CONTRATO          VALUE '@C'.
              88 CL-COMPRADOR         VALUE '@V'.
              88 CL-LOTE              VALUE '@L'.
              88 CL-PLANO             VALUE '@P'.
              88 CL-ASSINATURA        VALUE '@A'.
              88 CL-TIPO-VALIDO       VALUE 'TX' '  ' '**' 'PG'
                                            '@C' '@V' '@L' '@P' '@A'.
           05 WS-TEXTO-CL         PIC X(78).
