      *--------------------------------------------------------------*
      *    LAYOUT DO CADASTRO DE SEGMENTOS VIARIOS (SEGVIA)          *
      *    TRECHOS DE RUA/AVENIDA (POR NUMERACAO PREDIAL) E DE       *
      *    RODOVIA (POR KM) DE CADA CIDADE, ONDE O ACIDENTE PASSA A  *
      *    SER LOCALIZADO (WS-SEGM-DT DO ACIDDETC). KSDS PELA CHAVE  *
      *    CIDADE+SEGMENTO, LRECL 80, MANTIDO POR CARTOES I/A/E PELO *
      *    CGPRG202. O SEGMENTO DESATIVADO FICA NO CADASTRO PARA OS  *
      *    ACIDENTES ANTIGOS, MAS NAO ACEITA ACIDENTE NOVO NO        *
      *    CGPRG043. O RANKING DE PONTOS CRITICOS E O CGPRG203.      *
      *    COMPARTILHADO VIA COPY, TANTO NA FD QUANTO NA WORKING-    *
      *    STORAGE                                                   *
      *--------------------------------------------------------------*
      *    CIDADE: CODIGO OFICIAL DO IBGE DE 7 DIGITOS (PREFIXO DA   *
      *    UF + MUNICIPIO + DIGITO VERIFICADOR - VER IBGEDVDC), EM   *
      *    4 BYTES EMPACOTADOS (ANTES 5 DIGITOS EM 3 BYTES)          *
      *--------------------------------------------------------------*
           05 WS-CHAVE-SV.
              10 WS-CIDADE-SV     PIC 9(07)      COMP-3.
              10 WS-SEGM-SV       PIC 9(04)      COMP-3.
      *-----> U=VIA URBANA (RUA/AVENIDA)  R=RODOVIA
           05 WS-TIPO-VIA-SV      PIC X(01).
              88 VIA-URBANA           VALUE 'U'.
              88 VIA-RODOVIA          VALUE 'R'.
      *-----> CLASSE DA VIA (CTB ART. 60): T=TRANSITO RAPIDO,
      *       A=ARTERIAL, C=COLETORA, L=LOCAL, R=RURAL
           05 WS-CLASSE-SV        PIC X(01).
              88 CLASSE-VALIDA-SV     VALUE 'T' 'A' 'C' 'L' 'R'.
           05 WS-LOGRAD-SV        PIC X(40).
      *-----> INICIO/FIM DO TRECHO: KM NA RODOVIA, NUMERO PREDIAL
      *       NA VIA URBANA (SEM DECIMAL)
           05 WS-INICIO-SV        PIC 9(05)V9    COMP-3.
           05 WS-FIM-SV           PIC 9(05)V9    COMP-3.
           05 WS-SITUACAO-SV      PIC X(01).
              88 SEGMENTO-ATIVO       VALUE 'A'.
              88 SEGMENTO-INATIVO     VALUE 'I'.
      *-----> LOTE/EXECUCAO QUE GRAVOU O REGISTRO (VER SYSINHT)
           05 WS-RUNID-SV         PIC 9(04)      COMP-3.
           05 WS-DTLOTE-SV        PIC 9(08)      COMP-3.
           05 FILLER              PIC X(14).
