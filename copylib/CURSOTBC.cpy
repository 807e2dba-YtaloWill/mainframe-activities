      *       CARTAO DE PARAMETROS)
           05 WS-MENSAL-CT        PIC 9(07)V99   COMP-3.
           05 FILLER              PIC X(02).
      *-----> REGRA DE AVALIACAO DO CURSO (REGISTRO AMPLIADO DE 40
      *       PARA 60 BYTES): QUANTIDADE DE AVALIACOES (2 A 4), PESO
      *       DE CADA UMA, CORTE DE APROVACAO E CORTE DE RECUPERACAO
      *       DA MEDIA FINAL. MANTIDA PELO CGPRG092 E APLICADA SO
      *       PELO CGPRG150 (COPY AVALPARC - MESMO LAYOUT DO GRUPO,
      *       PASSADO COM UM MOVE). CURSO GRAVADO ANTES DESTA VERSAO
      *       CARREGA ESPACOS NO GRUPO, E O CGPRG150 APLICA A REGRA
      *       PADRAO: 2 AVALIACOES DE PESO 1, CORTES 7,00 E 5,00
           05 WS-REGRA-AVAL-CT.
              10 WS-QTD-AVAL-CT   PIC 9(01).
              10 WS-PESO-CT       PIC 9(02)      OCCURS 4 TIMES.
              10 WS-CORTE-APROV-CT PIC 9(02)V99.
              10 WS-CORTE-REC-CT  PIC 9(02)V99.
           05 FILLER              PIC X(03).
      *-----> CARGA HORARIA EXIGIDA PARA COLAR GRAU (REGISTRO AMPLIADO
      *       DE 60 PARA 70 BYTES): HORAS DE ESTAGIO SUPERVISIONADO E
      *       DE ATIVIDADES COMPLEMENTARES, MANTIDAS PELO CGPRG092 E
      *       CONFERIDAS PELO CGPRG033 CONTRA AS HORAS APROVADAS NO
      *       ATIVALU (COPY ATIVALUC). ZERO - OU ESPACOS, EM CURSO
      *       GRAVADO ANTES DESTA VERSAO - = CURSO SEM EXIGENCIA
           05 WS-HORAS-EST-CT     PIC 9(04)      COMP-3.
           05 WS-HORAS-AC-CT      PIC 9(04)      COMP-3.
      *-----> UNIDADE (CAMPUS) QUE OFERECE O CURSO, MANTIDA PELO
      *       CGPRG092 E VALIDADA CONTRA A TABELA UNIDTAB. CURSO
      *       OFERECIDO NAS DUAS UNIDADES E CADASTRADO COM UM CODIGO
      *       POR UNIDADE (CADA UM COM A SUA FAIXA, CAPACIDADE E
      *       LISTA DE ESPERA NO FAIXNUM). ESPACO (CURSO ANTERIOR A
      *       ESTA VERSAO) = SEDE. OCUPA 1 DOS 4 BYTES DO FILLER
           05 WS-UNIDADE-CT       PIC X(01).
      *-----> ANO DA VIGENCIA DO ULTIMO REAJUSTE ANUAL APLICADO A
      *       WS-MENSAL-CT PELO CGPRG175 (OCUPA OS 3 BYTES DO FILLER
      *       FINAL): O MESMO ANO NAO E REAJUSTADO DUAS VEZES. CURSO
      *       INCLUIDO PELO CGPRG092 OU GRAVADO ANTES DESTA VERSAO
      *       CARREGA ESPACOS - TESTAR NUMERIC ANTES DE COMPARAR
           05 WS-ANO-REAJ-CT      PIC 9(04)      COMP-3.
