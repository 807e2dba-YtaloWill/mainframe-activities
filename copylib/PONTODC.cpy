      *--------------------------------------------------------------*
      *    LAYOUT DO PONTO DIARIO (PONTO) - KSDS PELA CHAVE          *
      *    DEPARTAMENTO+FUNCIONARIO+DATA, LRECL 40, CARREGADO PELO   *
      *    CGPRG192 A PARTIR DA EXPORTACAO DO RELOGIO DE PONTO E     *
      *    FECHADO NO MES PELO CGPRG193. AS MARCACOES SAO HHMM EM    *
      *    DOIS PARES ENTRADA/SAIDA (ZEROS = SEM MARCACAO; SAIDA     *
      *    MENOR QUE A ENTRADA = VIROU A MEIA-NOITE; 2400 = SAIDA    *
      *    A MEIA-NOITE). A OCORRENCIA ABONA O DIA SEM MARCACAO:     *
      *    NAO HA FALTA NEM PERDA DO DESCANSO SEMANAL                *
      *--------------------------------------------------------------*
           05 WS-CHAVE-PT.
              10 WS-DPTO-PT       PIC 9(04)      COMP-3.
              10 WS-FUNC-PT       PIC 9(04)      COMP-3.
              10 WS-DATA-PT       PIC 9(08)      COMP-3.
           05 WS-MARCAS-PT.
              10 WS-ENT1-PT       PIC 9(04).
              10 WS-SAI1-PT       PIC 9(04).
              10 WS-ENT2-PT       PIC 9(04).
              10 WS-SAI2-PT       PIC 9(04).
           05 WS-OCORR-PT         PIC X(01).
              88 PONTO-NORMAL         VALUE SPACE.
              88 PONTO-JUSTIFICADO    VALUE 'J'.
              88 PONTO-FERIAS         VALUE 'F'.
              88 PONTO-FOLGA          VALUE 'C'.
      *-----> DATA DA ULTIMA CARGA (A REEXPORTACAO DO DIA SUBSTITUI)
           05 WS-DTCARGA-PT       PIC 9(08)      COMP-3.
           05 FILLER              PIC X(07).
