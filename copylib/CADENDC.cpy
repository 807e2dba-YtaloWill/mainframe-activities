      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE ENDERECOS/CONTATOS (CADEND)         *
      *    KSDS INDEXADO POR WS-NUMERO-D (MESMA MATRICULA DO CADALU, *
      *    PIC 9(05) COMP-3, 3 BYTES), MANTIDO PELO CGPRG027 E LIDO  *
      *    PELO CGPRG028 PARA GERAR AS CARTAS AOS RESPONSAVEIS DOS   *
      *    ALUNOS REPROVADOS. COMPARTILHADO VIA COPY, TANTO NA FD    *
      *    QUANTO NA WORKING-STORAGE, COMO O CADALUC                 *
      *    WS-SIT-END-D = 'D' QUANDO OS CORREIOS DEVOLVERAM CARTA    *
      *    PARA O ENDERECO (CGPRG165): OS PROGRAMAS DE CARTA MANDAM  *
      *    O ALUNO PARA A EXCECAO EM VEZ DE REPETIR O ENDERECO. O    *
      *    ENDERECO NOVO (CGPRG027 OU PORTAL - CGPRG158) LIMPA A     *
      *    MARCA                                                     *
      *--------------------------------------------------------------*
           05 WS-NUMERO-D         PIC 9(05)      COMP-3.
           05 WS-ENDER-D          PIC X(30).
           05 WS-CEP-D            PIC 9(08)      COMP-3.
           05 WS-CIDADE-D         PIC X(20).
      *       WS-HDR-RUNID/WS-HDR-DATA-LOTE EM SYSINHT)
           05 WS-RUNID-D          PIC 9(04)      COMP-3.
           05 WS-DTLOTE-D         PIC 9(08)      COMP-3.
      *-----> SITUACAO DO ENDERECO NA POSTAGEM (REGISTRO ANTIGO TRAZ
      *       ESPACOS = VALIDO) E DATA DA DEVOLUCAO DOS CORREIOS
           05 WS-SIT-END-D        PIC X(01).
              88 END-VALIDO           VALUE ' '.
              88 END-DEVOLVIDO        VALUE 'D'.
           05 WS-DT-DEVOL-D       PIC 9(08)      COMP-3.
