      *--------------------------------------------------------------*
      * OBJETIVO: CARREGAR O MUNTAB (KSDS DE MUNICIPIOS - VER COPY
      *           MUNTABC) A PARTIR DO ARQUIVO OFICIAL DO IBGE
      *           (IBGEFIL: CODIGO 1-7, NOME 8-27, UF 28-29). A
      *           CARGA E UMA RECARGA COMPLETA (OPEN OUTPUT) - A
      *           LISTA OFICIAL SUBSTITUI A ANTERIOR POR INTEIRO,
      *           QUE E COMO O IBGE A PUBLICA. REGISTRO COM UF FORA
      *           DA TABELA DAS 27 (COPY UFTAB), CODIGO ZERADO OU
      *           NOME EM BRANCO SAI NA LISTAGEM DE EXCECAO E FICA
      *           FORA DA TABELA. O CODIGO DE 7 DIGITOS TEM O DIGITO
      *           VERIFICADOR E O PREFIXO DA UF CONFERIDOS CONTRA A
      *           UF DO REGISTRO (COPY IBGEDV) - CODIGO QUE NAO
      *           PASSA TAMBEM FICA FORA DA TABELA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010087  PROGRAMA CRIADO - CARGA DO CADASTRO
      *                          DE MUNICIPIOS A PARTIR DO IBGE
      *  V02    OUT/2026 010227  CODIGO DO MUNICIPIO PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS (IBGEFIL:
      *                          CODIGO 1-7, NOME 8-27, UF 28-29), COM
      *                          DIGITO VERIFICADOR E PREFIXO DA UF
      *                          CONFERIDOS PELA ROTINA 994-VALIDAR-IBGE
      *                          (COPY IBGEDV)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           RECORDING MODE  F
           .
       01  REG-IBGEFIL.
           05 WS-CODIGO-I         PIC 9(07).
           05 WS-NOME-I           PIC X(20).
           05 WS-UF-I             PIC X(02).
           05 FILLER              PIC X(01).
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
      *       VALIDAR WS-UF-I
           COPY UFTAB.
       01  WS-UF-SUB                 PIC 9(02).
      *-----> AREA DA VALIDACAO DO CODIGO IBGE (COPY IBGEDV)
       01  WS-AREA-IBGE.
           COPY IBGEDVDC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.

           PERFORM 036-LOCALIZAR-UF

           MOVE WS-CODIGO-I  TO  WS-IBGE-ENTRADA
           MOVE WS-UF-I      TO  WS-IBGE-UF-INFORMADA
           PERFORM 994-VALIDAR-IBGE THRU 994-VALIDAR-IBGE-FIM

           IF WS-CODIGO-I = ZEROS
              OR WS-NOME-I = SPACES
              OR WS-UF-SUB > 27
              OR IBGE-INVALIDO
              ADD 1  TO  WS-CTREJ
              DISPLAY ' *** MUNICIPIO REJEITADO - CODIGO '
                      WS-CODIGO-I ' NOME ' WS-NOME-I ' UF '
                      WS-UF-I ' ' WS-IBGE-MOTIVO ' ***'
           ELSE
              MOVE WS-CODIGO-I  TO  WS-CIDADE-M OF REG-MUNTAB
              MOVE WS-NOME-I    TO  WS-NOME-M OF REG-MUNTAB
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    VALIDACAO DO CODIGO IBGE
      *--------------------------------------------------------------*
           COPY IBGEDV.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
