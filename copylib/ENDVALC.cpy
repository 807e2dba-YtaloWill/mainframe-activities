      *--------------------------------------------------------------*
      *    AREA DE PARAMETROS DA REGRA DE VALIDACAO DE ENDERECO E    *
      *    TELEFONE DO CADEND (CGPRG159), PASSADA NO CALL 'CGPRG159' *
      *    PELA MANUTENCAO POR CARTAO (CGPRG027) E PELOS PEDIDOS DO  *
      *    PORTAL DA FAMILIA (CGPRG158), PARA OS DOIS CAMINHOS       *
      *    ACEITAREM E RECUSAREM A MESMA COISA. FUNCAO 'E' CONFERE   *
      *    MATRICULA, ENDERECO, CEP E UF; FUNCAO 'F' CONFERE         *
      *    MATRICULA E TELEFONE. O MOTIVO DA RECUSA SEGUE O REJCARDC *
      *--------------------------------------------------------------*
           05 WS-FUNCAO-EV        PIC X(01).
              88 EV-ENDERECO          VALUE 'E'.
              88 EV-FONE              VALUE 'F'.
      *-----> ENTRADA (CAMPOS ALFANUMERICOS PARA ACEITAR O TEXTO
      *       DIGITADO - A ROTINA CONFERE SE SAO NUMERICOS)
           05 WS-NUMERO-EV        PIC X(05).
           05 WS-ENDER-EV         PIC X(30).
           05 WS-CEP-EV           PIC X(08).
           05 WS-UF-EV            PIC X(02).
           05 WS-FONE-EV          PIC X(11).
      *-----> SAIDA: VEREDITO E MOTIVO DE REJEITO (REJCARDC)
           05 WS-VEREDITO-EV      PIC X(01).
              88 EV-VALIDO            VALUE 'V'.
              88 EV-INVALIDO          VALUE 'I'.
           05 WS-MOTIVO-EV        PIC X(03).
