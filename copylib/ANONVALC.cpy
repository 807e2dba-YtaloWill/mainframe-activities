      *--------------------------------------------------------------*
      *    VALORES FIXOS DA ANONIMIZACAO POR RETENCAO (LGPD), OS     *
      *    MESMOS NO CADASTRO (CGPRG216) E NAS GERACOES DO HISTALU   *
      *    (CGPRG217). VALOR FIXO NAO GUARDA NADA DO ORIGINAL: A     *
      *    TROCA E IRREVERSIVEL. CPF, CEP E TELEFONE VAO A ZEROS (O  *
      *    CPF ZERADO JA E "SEM CPF" NO PESSOA E NA MASCARA).        *
      *    COPIADO SOB UM NIVEL 01 DO PROGRAMA, COMO O CPFMSKDC      *
      *--------------------------------------------------------------*
           05 WS-NOME-ANON        PIC X(20)  VALUE
              'TITULAR ANONIMIZADO'.
           05 WS-ENDER-ANON       PIC X(30)  VALUE
              'ENDERECO ANONIMIZADO'.
