      *--------------------------------------------------------------*
      *    REGISTRO DAS ANONIMIZACOES POR RETENCAO (LGPD) - ANONLOG  *
      *    - KSDS PELA CHAVE TIPO+IDENTIFICACAO, LRECL 60            *
      *--------------------------------------------------------------*
      *    GRAVADO PELO CGPRG216 (MODO APLICAR) UMA VEZ POR PESSOA   *
      *    ANONIMIZADA:                                              *
      *      TIPO A - EX-ALUNO (IDENTIFICACAO = MATRICULA): NOME E   *
      *                    CPF NO CADALU, ENDERECO, CEP, TELEFONE E  *
      *                    RESPONSAVEL NO CADEND, E-MAIL E CELULAR   *
      *                    NO CONTFAM, CPF E NOME DO RESPONSAVEL NO  *
      *                    FAMCTA;                                   *
      *      TIPO C - EX-COMPRADOR (IDENTIFICACAO = CODIGO): NOME,   *
      *                    CPF E TELEFONE NO COMPMST.                *
      *    GUARDA SO O QUE FOI FEITO, QUANDO E POR QUE (ULTIMA       *
      *    ATIVIDADE, CORTE E VERSAO DO RETPARM) - NENHUM VALOR      *
      *    ORIGINAL. OS VINCULOS BAIXADOS DO PESSOA SAO SOMADOS NO   *
      *    PROPRIO CGPRG216; AS GERACOES DO HISTALU SAO ACERTADAS    *
      *    DEPOIS PELO CGPRG217, QUE LE OS TIPOS A DESTE ARQUIVO.    *
      *    NENHUM REGISTRO E EXCLUIDO: O ARQUIVO E A EVIDENCIA DA    *
      *    ELIMINACAO PARA O ENCARREGADO DE DADOS.                   *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
           05 WS-CHAVE-AN.
              10 WS-TIPO-AN       PIC X(01).
                 88 ANON-ALUNO        VALUE 'A'.
                 88 ANON-COMPRADOR    VALUE 'C'.
              10 WS-IDENT-AN      PIC 9(05).
           05 WS-DTANON-AN        PIC 9(08).
      *-----> ULTIMA ATIVIDADE E SUA ORIGEM: S = MUDANCA DE SITUACAO
      *       (OU LOTE DO CADASTRO), P = ULTIMO PAGAMENTO, D = DIPLOMA
           05 WS-DTULTATV-AN      PIC 9(08).
           05 WS-ORIGATV-AN       PIC X(01).
           05 WS-DTCORTE-AN       PIC 9(08).
           05 WS-ANOS-AN          PIC 9(02).
           05 WS-VERPARM-AN       PIC 9(04).
      *-----> O QUE FOI ANONIMIZADO (S/N): CADASTRO, ENDERECO
      *       (CADEND), CONTATOS (CONTFAM), CONTA FAMILIA (FAMCTA) E
      *       VINCULOS BAIXADOS
           05 WS-CADASTRO-AN      PIC X(01).
           05 WS-ENDERECO-AN      PIC X(01).
           05 WS-CONTATO-AN       PIC X(01).
           05 WS-FAMILIA-AN       PIC X(01).
           05 WS-QTDVINC-AN       PIC 9(02).
           05 WS-OPER-AN          PIC X(03).
           05 WS-RUNID-AN         PIC 9(04).
           05 FILLER              PIC X(10).
