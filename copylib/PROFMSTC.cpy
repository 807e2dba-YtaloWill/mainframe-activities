      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE INSTRUTORES (PROFMST)               *
      *    KSDS INDEXADO PELO CODIGO DO INSTRUTOR (WS-CODIGO-PF - O  *
      *    MESMO CODIGO DE 5 POSICOES DO CABECALHO 'H' DO GRADEFIL), *
      *    MANTIDO PELO CGPRG144 (CARTOES I/A/E DO TIPO 'P'). O      *
      *    VINCULO COM A FOLHA (CHAVE DO CADFUNC) FICA ZERADO PARA   *
      *    O INSTRUTOR QUE NAO E FUNCIONARIO DA CASA. CONSULTADO     *
      *    PELO CGPRG098 (BLOCO DE NOTAS DO INSTRUTOR) E PELO        *
      *    CGPRG145 (PENDENCIA DE ENTREGA DE NOTAS). COMPARTILHADO   *
      *    VIA COPY, TANTO NA FD QUANTO NA WORKING-STORAGE           *
      *--------------------------------------------------------------*
           05 WS-CODIGO-PF        PIC X(05).
           05 WS-NOME-PF          PIC X(30).
           05 WS-CPF-PF           PIC 9(11)      COMP-3.
           05 WS-TITULACAO-PF     PIC X(01).
              88 TIT-GRADUADO         VALUE 'G'.
              88 TIT-ESPECIALISTA     VALUE 'E'.
              88 TIT-MESTRE           VALUE 'M'.
              88 TIT-DOUTOR           VALUE 'D'.
      *-----> REGIME DE CONTRATACAO: HORISTA (PAGO POR HORA-AULA) OU
      *       MENSALISTA
           05 WS-REGIME-PF        PIC X(01).
              88 PROF-HORISTA         VALUE 'H'.
              88 PROF-MENSALISTA      VALUE 'M'.
           05 WS-SIT-PF           PIC X(01).
              88 PROF-ATIVO           VALUE 'A'.
              88 PROF-INATIVO         VALUE 'I'.
      *-----> VINCULO COM O CADASTRO DE FUNCIONARIOS (CADFUNCC)
           05 WS-CHAVE-FUNC-PF.
              10 WS-DPTO-PF       PIC 9(04)      COMP-3.
              10 WS-FUNC-PF       PIC 9(04)      COMP-3.
           05 WS-ADMISSAO-PF      PIC 9(08)      COMP-3.
           05 FILLER              PIC X(25).
