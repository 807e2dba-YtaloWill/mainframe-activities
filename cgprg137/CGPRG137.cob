      *  V01    SET/2026 010177  PROGRAMA CRIADO - EXTRATOR
      *                          EMBARALHADO (ANONIMIZADO) PARA O
      *                          HOMOLOG
      *  V02    OUT/2026 010189  HCADALU ACOMPANHA O CADALUC
      *                          AMPLIADO PARA 83 BYTES (3A E 4A
      *                          NOTAS)
      *  V03    OUT/2026 010195  HCADALU/HMENSALU ACOMPANHAM O CADALUC
      *                          (84 BYTES) E O MENSALUC COM A UNIDADE
      *                          (CAMPUS) DO ALUNO E DA COBRANCA,
      *                          COPIADA SEM EMBARALHAR
      *  V04    OUT/2026 010204  REGISTRO DO HMENSALU ACOMPANHA O
      *                          MENSALUC DE 70 BYTES (CAMPOS DE
      *                          DESCONTO DE PONTUALIDADE RENOMEADOS
      *                          NO COPY REPLACING)
      *  V05    OUT/2026 010206  REGISTRO DO HMENSALU ACOMPANHA O
      *                          MENSALUC COM O DESCONTO DE IRMAOS
      *                          (WS-PCT-IRMAO-M RENOMEADO NO COPY
      *                          REPLACING; MESMOS 70 BYTES)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                         ALUNO-TRANCADO BY ALUNO-TRANCADO-H
                         ALUNO-CANCELADO BY ALUNO-CANCEL-H
                         WS-DT-SIT-S    BY WS-DT-SIT-HS
                         WS-MOT-SIT-S   BY WS-MOT-SIT-HS
                         WS-NOTA3-S     BY WS-NOTA3-HS
                         WS-NOTA4-S     BY WS-NOTA4-HS
                         WS-UNIDADE-S   BY WS-UNIDADE-HS.
       FD  HCADEND
           LABEL RECORD STANDARD
           RECORDING MODE  F
                         WS-ENCARGOS-M  BY WS-ENCARGOS-HM
                         WS-ACORDO-M    BY WS-ACORDO-HM
                         WS-VALOR-BRUTO-M BY WS-VALOR-BRUTO-HM
                         WS-DESC-BOLSA-M BY WS-DESC-BOLSA-HM
                         WS-PCT-PONT-M  BY WS-PCT-PONT-HM
                         WS-DT-PONT-M   BY WS-DT-PONT-HM
                         WS-DESC-PONT-M BY WS-DESC-PONT-HM
                         WS-PCT-IRMAO-M BY WS-PCT-IRMAO-HM
                         WS-UNIDADE-M   BY WS-UNIDADE-HM.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
