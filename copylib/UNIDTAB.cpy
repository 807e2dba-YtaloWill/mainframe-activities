      *--------------------------------------------------------------*
      *    TABELA DAS UNIDADES (CAMPI) DA ESCOLA                     *
      *    CARGA ESTATICA VIA REDEFINES, NA ORDEM DO CODIGO: CODIGO  *
      *    DE 1 POSICAO + NOME DE 20 PARA CABECALHOS E TELAS. O      *
      *    CODIGO CIRCULA NO ALUNO (WS-UNIDADE-S), NO CURSO          *
      *    (WS-UNIDADE-CT), NA FAIXA/TURMA (WS-UNIDADE-X), NA        *
      *    COBRANCA (WS-UNIDADE-M), NA LISTA DE ESPERA (WS-UNIDADE-  *
      *    WL) E NO OPERADOR (WS-UNIDADE-T). REGISTRO GRAVADO ANTES  *
      *    DA SEGUNDA UNIDADE CARREGA ESPACO NO CODIGO E PERTENCE A  *
      *    SEDE ('1') - TODO CONSUMIDOR TROCA ESPACO POR '1' ANTES   *
      *    DE QUEBRAR, FILTRAR OU PROCURAR NA TABELA. UNIDADE NOVA = *
      *    NOVA OCORRENCIA AQUI E RECOMPILACAO DOS PROGRAMAS QUE     *
      *    COPIAM A TABELA (VIA COPY NA WORKING-STORAGE)             *
      *--------------------------------------------------------------*
       01  WS-TAB-UNID-CARGA.
           05  FILLER              PIC X(21)  VALUE
               '1SEDE - SAO CAETANO  '.
           05  FILLER              PIC X(21)  VALUE
               '2UNIDADE II          '.

       01  WS-TAB-UNID  REDEFINES  WS-TAB-UNID-CARGA.
           05  WS-UNID-OCOR        OCCURS 2 TIMES.
               10  WS-UNID-COD     PIC X(01).
               10  WS-UNID-NOME    PIC X(20).

       01  WS-QTD-UNID             PIC 9(02)  VALUE 2.
