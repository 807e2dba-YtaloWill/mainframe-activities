      *    LITERAIS QUE O PROGRAMA CARREGAVA NA WORKING-STORAGE.     *
      *    O SALARIO E EM CENTAVOS IMPLICITOS (V99), LARGURA 9(07)   *
      *    PARA COMPORTAR OS REAJUSTES DE DISSIDIO (CGPRG070).       *
      *    LRECL 70.                                                 *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
      *       NAO INFORMADA, O ACUMULO DE FERIAS PULA O FUNCIONARIO
      *       E O APONTA NA LISTAGEM ATE ALGUEM COMPLETAR O CADASTRO
           05 WS-ADMISSAO-FU      PIC 9(08)      COMP-3.
      *-----> PIS/PASEP (11 DIGITOS, O ULTIMO E O DIGITO VERIFICADOR),
      *       INFORMADO NO CARTAO 'P' DO CGPRG068 E EXIGIDO NO ARQUIVO
      *       DO FGTS (CGPRG195); ZEROS OU CAMPO NAO NUMERICO EM
      *       REGISTRO ANTIGO = NAO INFORMADO, O FUNCIONARIO FICA FORA
      *       DO ARQUIVO E E APONTADO NO RELATORIO DE CONTROLE
           05 WS-PIS-FU           PIC 9(11)      COMP-3.
