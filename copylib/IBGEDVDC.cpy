      *--------------------------------------------------------------*
      *    AREA DE DADOS DA VALIDACAO DO CODIGO DE MUNICIPIO DO IBGE *
      *--------------------------------------------------------------*
      *    USADA EM CONJUNTO COM A ROTINA 994-VALIDAR-IBGE (COPY     *
      *    IBGEDV NA PROCEDURE DIVISION). O CODIGO OFICIAL TEM 7     *
      *    DIGITOS: 2 DO CODIGO DA UF + 4 DO MUNICIPIO + 1 DIGITO    *
      *    VERIFICADOR (MODULO 10, PESOS 1-2-1-2-1-2 SOBRE OS SEIS   *
      *    PRIMEIROS DIGITOS, PRODUTO MAIOR QUE 9 SOMA OS DOIS       *
      *    ALGARISMOS). O CHAMADOR POE O CODIGO EM WS-IBGE-ENTRADA E *
      *    A UF QUE VEIO JUNTO (CARTAO, TELA OU MUNTAB) EM           *
      *    WS-IBGE-UF-INFORMADA - EM BRANCO, SO O DIGITO E O PREFIXO *
      *    SAO CONFERIDOS. DEVOLVE IBGE-VALIDO/IBGE-INVALIDO, O      *
      *    MOTIVO DA RECUSA E A UF DERIVADA DO PREFIXO.              *
      *    OS MUNICIPIOS DA TABELA DE EXCECAO TEM DIGITO ATRIBUIDO   *
      *    PELO IBGE FORA DA REGRA E SAO ACEITOS COMO ESTAO.         *
      *--------------------------------------------------------------*
           05  WS-IBGE-ENTRADA        PIC 9(07).
           05  WS-IBGE-ENT-X  REDEFINES  WS-IBGE-ENTRADA
                                      PIC X(07).
           05  FILLER  REDEFINES  WS-IBGE-ENTRADA.
               10  WS-IBGE-PREFIXO    PIC 9(02).
               10  FILLER             PIC 9(05).
           05  FILLER  REDEFINES  WS-IBGE-ENTRADA.
               10  WS-IBGE-DIG        PIC 9(01)  OCCURS 7 TIMES.
           05  WS-IBGE-UF-INFORMADA   PIC X(02).
           05  WS-IBGE-UF-DERIVADA    PIC X(02).
           05  WS-IBGE-MOTIVO         PIC X(30).
           05  WS-SW-IBGE             PIC X(01).
               88  IBGE-VALIDO            VALUE 'S'.
               88  IBGE-INVALIDO          VALUE 'N'.
           05  WS-IBGE-SUB            PIC 9(02).
           05  WS-IBGE-PROD           PIC 9(02).
           05  WS-IBGE-SOMA           PIC 9(03).
           05  WS-IBGE-QUOC           PIC 9(03).
           05  WS-IBGE-RESTO          PIC 9(01).
           05  WS-IBGE-DV             PIC 9(01).
      *-----> CODIGO IBGE DAS 27 UFs, NA MESMA ORDEM ALFABETICA DE
      *       SIGLAS DO COPY UFTAB
           05  WS-TAB-IBGE-UF-CARGA.
               10  FILLER             PIC X(54)  VALUE
               'AC12AL27AM13AP16BA29CE23DF53ES32GO52MA21MG31MS50MT51PA'.
               10  FILLER             PIC X(54)  VALUE
               '15PB25PE26PI22PR41RJ33RN24RO11RR14RS43SC42SE28SP35TO17'.
           05  WS-TAB-IBGE-UF  REDEFINES  WS-TAB-IBGE-UF-CARGA.
               10  WS-IBGE-UF-OCOR    OCCURS 27 TIMES.
                   15  WS-IBGE-UF-SIGLA   PIC X(02).
                   15  WS-IBGE-UF-COD     PIC 9(02).
      *-----> MUNICIPIOS COM DIGITO VERIFICADOR FORA DA REGRA
           05  WS-TAB-IBGE-EXC-CARGA.
               10  FILLER             PIC X(35)  VALUE
               '22019192202251220198826115333117836'.
               10  FILLER             PIC X(28)  VALUE
               '3152131430587152039395203962'.
           05  WS-TAB-IBGE-EXC  REDEFINES  WS-TAB-IBGE-EXC-CARGA.
               10  WS-IBGE-EXCECAO    PIC 9(07)  OCCURS 9 TIMES.
