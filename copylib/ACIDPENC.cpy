      *--------------------------------------------------------------*
      *    REGISTRO DA FILA DE CAPTURA PENDENTE DE ACIDENTES         *
      *    (ACIDPEND) - KSDS COM CHAVE CIDADE+COMPETENCIA (ZONADA,   *
      *    13 BYTES), GRAVADO PELA TRANSACAO CICS CGPRG046 (CADA     *
      *    ESCRITORIO DIGITA OS PROPRIOS NUMEROS, COM AS CRITICAS    *
      *    DO ACIDREG NA TELA) E DRENADO A NOITE PELO CGPRG047, QUE  *
      *    MONTA O LOTE DE SYSIN DO CGPRG010 (CABECALHO/SENTINELA/   *
      *    COMPETENCIA DUAS VEZES                                    *
      *--------------------------------------------------------------*
           05 WS-CHAVE-P.
              10 WS-CIDADE-P      PIC 9(07).
              10 WS-COMPET-P      PIC 9(06).
      *-----> IMAGEM DO CARTAO DO CGPRG010 (POSICOES 1-39)
           05 WS-CARTAO-P         PIC X(39).
           05 FILLER              PIC X(04).
