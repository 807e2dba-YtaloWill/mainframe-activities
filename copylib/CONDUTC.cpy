      *--------------------------------------------------------------*
      *    LAYOUT DO REGISTRO DE CONDUTOR ENVOLVIDO (CONDDET)        *
      *    UMA LINHA POR VEICULO DO ACIDENTE, CAPTADA PELO CGPRG043  *
      *    V04 (CARTAO 'C' LOGO APOS O CARTAO DE DETALHE DO          *
      *    ACIDENTE) E AMARRADA AO ACIDENTE POR CIDADE+COMPETENCIA+  *
      *    DATA+HORA - O MESMO QUARTETO DO ACIDDET E DO VITIMDET.    *
      *    O NUMERO DA CNH SO SAI MASCARADO NOS RELATORIOS (COPY     *
      *    CNHMSKDC/CNHMASK). REINCIDENCIA E TABELAS POR TEMPO DE    *
      *    HABILITACAO X CATEGORIA NO CGPRG204. SEQUENCIAL EM        *
      *    EXTEND, COMO O VITIMDET, LRECL 40. COMPARTILHADO VIA      *
      *    COPY, TANTO NA FD QUANTO NA WORKING-STORAGE               *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CIDADE-CD        PIC 9(07)      COMP-3.
           05 WS-COMPET-CD        PIC 9(06)      COMP-3.
           05 WS-DATA-CD          PIC 9(08)      COMP-3.
           05 WS-HORA-CD          PIC 9(04)      COMP-3.
      *-----> REGISTRO NACIONAL DA CNH (ZERO = SEM HABILITACAO)
           05 WS-CNH-CD           PIC 9(11)      COMP-3.
      *-----> CATEGORIA DA CNH: A, B, C, D, E, AB, AC, AD, AE
      *       (BRANCO QUANDO SEM HABILITACAO)
           05 WS-CATEG-CNH-CD     PIC X(02).
      *-----> S = PERMISSAO PARA DIRIGIR (PPD - HABILITACAO
      *       PROVISORIA DO PRIMEIRO ANO)
           05 WS-PERMISSAO-CD     PIC X(01).
              88 CONDUTOR-PPD         VALUE 'S'.
           05 WS-ANOS-HAB-CD      PIC 9(02)      COMP-3.
      *-----> ETILOMETRO: N=NEGATIVO P=POSITIVO R=RECUSOU O TESTE
      *       X=NAO TESTADO
           05 WS-ETILOM-CD        PIC X(01).
              88 ETILOM-NEGATIVO      VALUE 'N'.
              88 ETILOM-POSITIVO      VALUE 'P'.
              88 ETILOM-RECUSA        VALUE 'R'.
              88 ETILOM-NAO-TESTADO   VALUE 'X'.
      *-----> CATEGORIA DO VEICULO: A=AUTOMOVEL M=MOTOCICLETA
      *       C=CAMINHAO O=ONIBUS U=UTILITARIO X=OUTROS
           05 WS-CATEG-VEIC-CD    PIC X(01).
      *-----> LOTE/EXECUCAO QUE GRAVOU O REGISTRO (VER SYSINHT)
           05 WS-RUNID-CD         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-CD        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(03).
