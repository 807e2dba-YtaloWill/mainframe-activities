      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE OPERACOES DE FISCALIZACAO (FISCOPER)*
      *    BLITZ DE BAFOMETRO E DE VELOCIDADE DOS ESCRITORIOS        *
      *    ESTADUAIS. KSDS PELA CHAVE CIDADE+DATA+FAIXA HORARIA+TIPO,*
      *    LRECL 40, MANTIDO POR CARTOES I/A/E PELO CGPRG200. O      *
      *    CGPRG201 COMPARA OS ACIDENTES DO ACIDDET ANTES E DEPOIS   *
      *    DE CADA OPERACAO. FAIXA HORARIA COMO NO CGPRG104:         *
      *    1=MADRUGADA 0000-0559  2=MANHA 0600-1159                  *
      *    3=TARDE     1200-1759  4=NOITE 1800-2359                  *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CHAVE-FO.
              10 WS-CIDADE-FO     PIC 9(07)      COMP-3.
              10 WS-DATA-FO       PIC 9(08)      COMP-3.
              10 WS-FAIXA-FO      PIC 9(01).
                 88 FAIXA-VALIDA-FO   VALUE 1 THRU 4.
              10 WS-TIPO-FO       PIC X(01).
                 88 OPER-BAFOMETRO    VALUE 'B'.
                 88 OPER-VELOCIDADE   VALUE 'V'.
                 88 OPER-MISTA        VALUE 'M'.
                 88 TIPO-VALIDO-FO    VALUE 'B' 'V' 'M'.
      *-----> ESFORCO E RESULTADO DA OPERACAO: HORAS DE EQUIPE EM
      *       CAMPO, VEICULOS ABORDADOS, TESTES DE ETILOMETRO E
      *       AUTOS DE INFRACAO LAVRADOS
           05 WS-HORAS-FO         PIC 9(03)V9    COMP-3.
           05 WS-VEIC-FO          PIC 9(05)      COMP-3.
           05 WS-TESTES-FO        PIC 9(05)      COMP-3.
           05 WS-INFRAC-FO        PIC 9(05)      COMP-3.
      *-----> LOTE/EXECUCAO QUE GRAVOU O REGISTRO (VER SYSINHT)
           05 WS-RUNID-FO         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-FO        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(09).
