      *--------------------------------------------------------------*
      *    LAYOUT DAS ATIVIDADES DE ESTAGIO E COMPLEMENTARES         *
      *    (ATIVALU) - LRECL 110                                     *
      *    KSDS INDEXADO POR MATRICULA + TIPO + INICIO DA ATIVIDADE  *
      *    (WS-CHAVE-AT), UM REGISTRO POR ESTAGIO SUPERVISIONADO     *
      *    ('E') OU ATIVIDADE COMPLEMENTAR ('C') DO ALUNO. MANTIDO   *
      *    PELO CGPRG156: O REGISTRO ('I') ENTRA PENDENTE COM O      *
      *    PERIODO, O LOCAL (EMPRESA OU EVENTO) E AS HORAS; A        *
      *    DECISAO ('A'/'R') E DE UM COORDENADOR (OPERADOR NIVEL 3   *
      *    NO OPERTAB) DIFERENTE DE QUEM REGISTROU. SO AS HORAS      *
      *    APROVADAS CONTAM NA CARGA HORARIA EXIGIDA PELO CURSO      *
      *    (CURSOTAB), CONFERIDA PELO CGPRG033 ANTES DE LIBERAR A    *
      *    COLACAO DE GRAU. COMPARTILHADO VIA COPY, TANTO NA FD      *
      *    QUANTO NA WORKING-STORAGE                                 *
      *--------------------------------------------------------------*
           05 WS-CHAVE-AT.
              10 WS-NUMERO-AT     PIC 9(05)      COMP-3.
              10 WS-TIPO-AT       PIC X(01).
                 88 ATIV-ESTAGIO         VALUE 'E'.
                 88 ATIV-COMPLEMENTAR    VALUE 'C'.
                 88 ATIV-TIPO-VALIDO     VALUE 'E' 'C'.
              10 WS-DT-INI-AT     PIC 9(08)      COMP-3.
           05 WS-DT-FIM-AT        PIC 9(08)      COMP-3.
      *-----> EMPRESA CONCEDENTE DO ESTAGIO OU EVENTO/ATIVIDADE
           05 WS-LOCAL-AT         PIC X(30).
           05 WS-HORAS-AT         PIC 9(04)      COMP-3.
           05 WS-SIT-AT           PIC X(01).
              88 ATIV-PENDENTE        VALUE 'P'.
              88 ATIV-APROVADA        VALUE 'A'.
              88 ATIV-REJEITADA       VALUE 'R'.
      *-----> QUEM REGISTROU A ATIVIDADE E QUANDO (DATA DO LOTE)
           05 WS-OPER-REG-AT      PIC X(03).
           05 WS-DT-REG-AT        PIC 9(08)      COMP-3.
      *-----> COORDENADOR QUE DECIDIU, QUANDO E OBSERVACAO DA DECISAO
      *       (ZEROS/ESPACOS ENQUANTO PENDENTE)
           05 WS-OPER-DEC-AT      PIC X(03).
           05 WS-DT-DEC-AT        PIC 9(08)      COMP-3.
           05 WS-OBS-DEC-AT       PIC X(30).
      *-----> CURSO DO ALUNO NA DATA DO REGISTRO
           05 WS-CURSO-AT         PIC X(12).
           05 FILLER              PIC X(04).
