              88 OPER-REVOGADO        VALUE 'R'.
           05 WS-DT-INI-T         PIC 9(08)      COMP-3.
           05 WS-DT-FIM-T         PIC 9(08)      COMP-3.
      *-----> UNIDADE (CAMPUS) DA SECRETARIA DO OPERADOR, MANTIDA
      *       PELO CGPRG134: AS TELAS DE ALUNOS E MENSALIDADES (CG13,
      *       CG19, CG87, CG89) SO MOSTRAM E MANTEM ALUNOS DESSA
      *       UNIDADE. '*' = TODAS AS UNIDADES (ADMINISTRACAO
      *       CENTRAL). ESPACO (OPERADOR ANTERIOR A ESTA VERSAO) =
      *       SEDE. OCUPA 1 DOS 5 BYTES DO FILLER
           05 WS-UNIDADE-T        PIC X(01).
              88 OPER-TODAS-UNID      VALUE '*'.
           05 FILLER              PIC X(04).
