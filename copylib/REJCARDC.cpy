      *      SIT = SITUACAO NAO PERMITE A TRANSACAO                   *
      *      CUR = CURSO FORA DO CATALOGO CURSOTAB OU ENCERRADO       *
      *      MUN = MUNICIPIO FORA DO MUNTAB                           *
      *      IBG = CODIGO IBGE COM DIGITO OU PREFIXO DA UF INVALIDO   *
      *      MAT = DISCIPLINA FORA DA MATRIZ CURRICULAR DO CURSO      *
      *      PRQ = PRE-REQUISITO DA DISCIPLINA NAO APROVADO           *
      *      PRF = INSTRUTOR FORA DO PROFMST OU INATIVO               *
      *      ATR = INSTRUTOR SEM DOCENCIA ATRIBUIDA NO CURSO          *
      *      PRZ = NOTA FORA DO PRAZO DO CALENDARIO ACADEMICO         *
      *      FEC = SEMESTRE JA FECHADO NO CALENDARIO ACADEMICO        *
      *      END = ENDERECO EM BRANCO        CEP = CEP NAO NUMERICO   *
      *      FON = TELEFONE NAO NUMERICO OU ZERADO                    *
      *      PER = PERIODO FINANCEIRO (COMPETENCIA) FECHADO NO PERFIN *
      *    A OPERACAO CORRIGE A IMAGEM NO PROPRIO ARQUIVO E O         *
      *    CGPRG072 REMONTA O LOTE DE SYSIN DO PROXIMO CICLO          *
      *--------------------------------------------------------------*
