      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO INDEXADO DE ACIDENTES (CADGRAVI)       *
      *    KSDS COM CHAVE CIDADE+COMPETENCIA (8 BYTES EMPACOTADOS),  *
      *    CARREGADO PELO CGPRG048 A PARTIR DO CADGRAVA SEQUENCIAL   *
      *    E CONSULTADO ONLINE PELA TRANSACAO CGPRG049, NO MOLDE DA  *
      *    JANELA QUE O LADO DE ALUNOS JA TEM (CGPRG013). CARREGA    *
      *    QUE O CGPRG011 IMPRIME NO RELACID, ALEM DO RUNID/DATA DO  *
      *    LOTE DE ORIGEM. COMPARTILHADO VIA COPY, TANTO NA FD       *
      *    QUANTO NA WORKING-STORAGE                                 *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CHAVE-G.
              10 WS-CIDADE-G      PIC 9(07)      COMP-3.
              10 WS-COMPET-G      PIC 9(06)      COMP-3.
           05 WS-ESTADO-G         PIC X(02).
           05 WS-QTD-VEICULOS-G   PIC 9(07)      COMP-3.
           05 WS-GRAVIDADE-G      PIC X(08).
           05 WS-RUNID-G          PIC 9(04)      COMP-3.
           05 WS-DTLOTE-G         PIC 9(08)      COMP-3.
           05 FILLER              PIC X(03).
