       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG202.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANTER O CADASTRO DE SEGMENTOS VIARIOS DE CADA
      *           CIDADE (SEGVIA - COPY SEGVIAC) A PARTIR DE CARTOES
      *           I/A/E NA CONVENCAO DO CGPRG008, COM OS CONTROLES DE
      *           CABECALHO/RODAPE DO LOTE (COPY SYSINHT). CADA
      *           SEGMENTO E UM TRECHO DE RUA/AVENIDA (NUMERACAO
      *           PREDIAL) OU DE RODOVIA (KM), COM A CLASSE DA VIA:
      *           - A CIDADE TEM QUE EXISTIR NO MUNTAB;
      *           - SEGMENTO MAIOR QUE ZERO; TIPO U (URBANA) OU R
      *             (RODOVIA); CLASSE T/A/C/L/R;
      *           - LOGRADOURO PREENCHIDO E FIM DO TRECHO NAO MENOR
      *             QUE O INICIO.
      *           A ALTERACAO TROCA OS DADOS DO TRECHO E REATIVA O
      *           SEGMENTO. A EXCLUSAO SO DESATIVA: OS ACIDENTES JA
      *           GRAVADOS NO ACIDDET CONTINUAM APONTANDO PARA ELE,
      *           MAS O CGPRG043 NAO ACEITA ACIDENTE NOVO NO
      *           SEGMENTO DESATIVADO.
      *--------------------------------------------------------------*
      * CARTAO (SYSIN):
      *   POS 01    TIPO DE TRANSACAO (I/A/E - BRANCO = I)
      *   POS 02-08 CIDADE (CODIGO IBGE)
      *   POS 09-12 SEGMENTO
      *   POS 13    TIPO DE VIA (U=URBANA R=RODOVIA)
      *   POS 14    CLASSE (T=TRANSITO RAPIDO A=ARTERIAL
      *             C=COLETORA L=LOCAL R=RURAL)
      *   POS 15-20 INICIO DO TRECHO (KM 99999V9 OU NUMERO PREDIAL
      *             COM ZERO NA DECIMAL)
      *   POS 21-26 FIM DO TRECHO (IDEM)
      *   POS 27-66 LOGRADOURO (NOME DA RUA OU DA RODOVIA)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010224  PROGRAMA CRIADO - CADASTRO DE
      *                          SEGMENTOS VIARIOS POR CIDADE
      *  V02    OUT/2026 010227  CIDADE DO CARTAO COM OS 7 DIGITOS DO
      *                          CODIGO IBGE (DEMAIS CAMPOS DESLOCADOS 2
      *                          POSICOES)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT SEGVIA ASSIGN TO SEGVIAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CHAVE-SV OF REG-SEGVIA
                  FILE STATUS   IS WS-FS-SEG
           .
           SELECT MUNTAB ASSIGN TO MUNTABJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CIDADE-M OF REG-MUNTAB
                  FILE STATUS   IS WS-FS-MUN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  SEGVIA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-SEGVIA.
           COPY SEGVIAC.
       FD  MUNTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MUNTAB.
           COPY MUNTABC.
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC X(01).
           05  WS-CTLIDO              PIC 9(02) VALUE ZEROS.
           05  WS-CTGRAV              PIC 9(02) VALUE ZEROS.
           05  WS-CTALT               PIC 9(02) VALUE ZEROS.
           05  WS-CTEXC               PIC 9(02) VALUE ZEROS.
           05  WS-CTREJ               PIC 9(02) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(02) VALUE ZEROS.
           05  WS-FS-SEG              PIC X(02).
           05  WS-FS-MUN              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG202'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-MOTIVO              PIC X(40).
           05  WS-SW-CARTAO           PIC X(01).
               88 CARTAO-ACEITO           VALUE 'S'.
               88 CARTAO-RECUSADO         VALUE 'N'.

      *-----> ENTRADA - CARTAO DE SEGMENTO VIARIO VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-TIPO-TRANS-IN    PIC X(01).
               88 TRANS-INCLUSAO      VALUE 'I' ' '.
               88 TRANS-ALTERACAO     VALUE 'A'.
               88 TRANS-EXCLUSAO      VALUE 'E'.
           05 WS-CIDADE-IN        PIC 9(07).
           05 WS-SEGM-IN          PIC 9(04).
           05 WS-TIPO-VIA-IN      PIC X(01).
           05 WS-CLASSE-IN        PIC X(01).
           05 WS-INICIO-IN        PIC 9(05)V9.
           05 WS-FIM-IN           PIC 9(05)V9.
           05 WS-LOGRAD-IN        PIC X(40).
      *-----> CABECALHO E RODAPE DO LOTE DE SYSIN
           COPY SYSINHT.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

      *-----> AREA DO CHAMADOR EXIGIDA PELA ROTINA 999-ERRO (COPY
      *       ERRORTN): RUN-ID DO LOTE E IMAGEM DO REGISTRO EM
      *       PROCESSAMENTO, PERSISTIDOS NO ERRLOG PELO CGPRG076
       01  WS-RUNID-ERR           PIC 9(04)       VALUE ZEROS.
       01  WS-IMAGEM-ERR          PIC X(90)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG202.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG202 - SEGMENTOS VIARIOS           *'
           DISPLAY ' *----------------------------------------*'

           OPEN I-O SEGVIA
           IF WS-FS-SEG = '35'
              OPEN OUTPUT SEGVIA
              CLOSE SEGVIA
              OPEN I-O SEGVIA
           END-IF
           IF WS-FS-SEG  NOT = '00'
              MOVE  'ERRO AO ABRIR O SEGVIA'  TO WS-MSG
              MOVE   WS-FS-SEG                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-REG-HEADER  FROM SYSIN
           DISPLAY ' * CABECALHO - DATA  : ' WS-HDR-DATA-LOTE
           DISPLAY ' * CABECALHO - QTDE. : ' WS-HDR-QTD-ESPERADA

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DADOS DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE   'S'     TO  WS-FIM
              ACCEPT WS-REG-TRAILER  FROM SYSIN
           ELSE
              ADD 1  TO WS-CTLIDO
              MOVE WS-HDR-RUNID  TO  WS-RUNID-ERR
              MOVE WS-REG-SYSIN  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM CARTAO DE SEGMENTO (I/A/E)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF TRANS-EXCLUSAO
              PERFORM 033-EXCLUIR THRU 033-EXCLUIR-FIM
           ELSE
              PERFORM 040-CRITICAR
              IF CARTAO-RECUSADO
                 PERFORM 028-REJEITAR
              ELSE
                 IF TRANS-ALTERACAO
                    PERFORM 032-ALTERAR THRU 032-ALTERAR-FIM
                 ELSE
                    PERFORM 031-INCLUIR
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    REJEITAR CARTAO DE SEGMENTO INVALIDO
      *--------------------------------------------------------------*
       028-REJEITAR.

           ADD 1 TO WS-CTREJ

           DISPLAY ' *** CARTAO REJEITADO - ' WS-MOTIVO ' ***'
           DISPLAY ' * CARTAO : ' WS-REG-SYSIN
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM SEGMENTO NOVO
      *--------------------------------------------------------------*
       031-INCLUIR.

           MOVE SPACES          TO  REG-SEGVIA
           PERFORM 034-MONTAR-CHAVE
           PERFORM 035-MONTAR-REGISTRO

           WRITE REG-SEGVIA
           IF WS-FS-SEG = '22'
              MOVE 'SEGMENTO JA CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
           ELSE
              IF WS-FS-SEG NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO SEGVIA'  TO WS-MSG
                 MOVE  WS-FS-SEG                    TO WS-FS-MSG
                 GO TO 999-ERRO
              ELSE
                 ADD 1 TO WS-CTGRAV
                 DISPLAY ' * INCLUIDO  - CIDADE ' WS-CIDADE-IN
                         ' SEGMENTO ' WS-SEGM-IN ' ' WS-LOGRAD-IN
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR OS DADOS DE UM SEGMENTO EXISTENTE (E REATIVAR)
      *--------------------------------------------------------------*
       032-ALTERAR.

           PERFORM 034-MONTAR-CHAVE
           READ SEGVIA
           IF WS-FS-SEG = '23'
              MOVE 'SEGMENTO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 032-ALTERAR-FIM
           END-IF
           IF WS-FS-SEG NOT = '00'
              MOVE 'ERRO NA LEITURA DO SEGVIA'  TO WS-MSG
              MOVE  WS-FS-SEG                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 035-MONTAR-REGISTRO

           REWRITE REG-SEGVIA
           IF WS-FS-SEG NOT = '00'
              MOVE 'ERRO NA ALTERACAO DO SEGVIA'  TO WS-MSG
              MOVE  WS-FS-SEG                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTALT
           DISPLAY ' * ALTERADO  - CIDADE ' WS-CIDADE-IN
                   ' SEGMENTO ' WS-SEGM-IN ' ' WS-LOGRAD-IN
           .
       032-ALTERAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    DESATIVAR UM SEGMENTO (O REGISTRO FICA PARA OS ACIDENTES
      *    JA GRAVADOS NELE)
      *--------------------------------------------------------------*
       033-EXCLUIR.

           IF WS-CIDADE-IN NOT NUMERIC OR WS-SEGM-IN NOT NUMERIC
              MOVE 'CHAVE DO SEGMENTO INVALIDA'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF

           PERFORM 034-MONTAR-CHAVE
           READ SEGVIA
           IF WS-FS-SEG = '23'
              MOVE 'SEGMENTO NAO CADASTRADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF
           IF WS-FS-SEG NOT = '00'
              MOVE 'ERRO NA LEITURA DO SEGVIA'  TO WS-MSG
              MOVE  WS-FS-SEG                   TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           IF SEGMENTO-INATIVO OF REG-SEGVIA
              MOVE 'SEGMENTO JA DESATIVADO'  TO  WS-MOTIVO
              PERFORM 028-REJEITAR
              GO TO 033-EXCLUIR-FIM
           END-IF

           MOVE 'I'               TO  WS-SITUACAO-SV OF REG-SEGVIA
           MOVE WS-HDR-RUNID      TO  WS-RUNID-SV OF REG-SEGVIA
           MOVE WS-HDR-DATA-LOTE  TO  WS-DTLOTE-SV OF REG-SEGVIA

           REWRITE REG-SEGVIA
           IF WS-FS-SEG NOT = '00'
              MOVE 'ERRO NA DESATIVACAO DO SEGVIA'  TO WS-MSG
              MOVE  WS-FS-SEG                       TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1 TO WS-CTEXC
           DISPLAY ' * DESATIVADO- CIDADE ' WS-CIDADE-IN
                   ' SEGMENTO ' WS-SEGM-IN
           .
       033-EXCLUIR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR A CHAVE A PARTIR DO CARTAO
      *--------------------------------------------------------------*
       034-MONTAR-CHAVE.

           MOVE WS-CIDADE-IN     TO  WS-CIDADE-SV OF REG-SEGVIA
           MOVE WS-SEGM-IN       TO  WS-SEGM-SV OF REG-SEGVIA
           .
      *--------------------------------------------------------------*
      *    MONTAR O REGISTRO A PARTIR DO CARTAO JA CRITICADO
      *--------------------------------------------------------------*
       035-MONTAR-REGISTRO.

           MOVE WS-TIPO-VIA-IN   TO  WS-TIPO-VIA-SV OF REG-SEGVIA
           MOVE WS-CLASSE-IN     TO  WS-CLASSE-SV OF REG-SEGVIA
           MOVE WS-LOGRAD-IN     TO  WS-LOGRAD-SV OF REG-SEGVIA
           MOVE WS-INICIO-IN     TO  WS-INICIO-SV OF REG-SEGVIA
           MOVE WS-FIM-IN        TO  WS-FIM-SV OF REG-SEGVIA
           MOVE 'A'              TO  WS-SITUACAO-SV OF REG-SEGVIA
           MOVE WS-HDR-RUNID     TO  WS-RUNID-SV OF REG-SEGVIA
           MOVE WS-HDR-DATA-LOTE TO  WS-DTLOTE-SV OF REG-SEGVIA
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CARTAO DE INCLUSAO/ALTERACAO: CAMPOS, DOMINIOS,
      *    TRECHO E CIDADE NO MUNTAB
      *--------------------------------------------------------------*
       040-CRITICAR.

           MOVE 'S'  TO  WS-SW-CARTAO
           IF WS-CIDADE-IN NOT NUMERIC OR WS-SEGM-IN NOT NUMERIC
              OR WS-INICIO-IN NOT NUMERIC OR WS-FIM-IN NOT NUMERIC
              MOVE 'N'  TO  WS-SW-CARTAO
              MOVE 'CAMPOS NUMERICOS INVALIDOS'  TO  WS-MOTIVO
           END-IF

           IF CARTAO-ACEITO
              IF WS-SEGM-IN = ZEROS
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'SEGMENTO ZERADO'  TO  WS-MOTIVO
              END-IF
           END-IF

           IF CARTAO-ACEITO
              IF (WS-TIPO-VIA-IN NOT = 'U' AND 'R')
                 OR (WS-CLASSE-IN NOT = 'T' AND 'A' AND 'C' AND 'L'
                     AND 'R')
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'TIPO DE VIA OU CLASSE INVALIDA'  TO  WS-MOTIVO
              END-IF
           END-IF

           IF CARTAO-ACEITO
              IF WS-LOGRAD-IN = SPACES
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'LOGRADOURO NAO INFORMADO'  TO  WS-MOTIVO
              ELSE
                 IF WS-FIM-IN < WS-INICIO-IN
                    MOVE 'N'  TO  WS-SW-CARTAO
                    MOVE 'FIM DO TRECHO ANTES DO INICIO'
                                     TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF CARTAO-ACEITO
              MOVE WS-CIDADE-IN  TO  WS-CIDADE-M OF REG-MUNTAB
              READ MUNTAB
              IF WS-FS-MUN NOT = '00' AND '23'
                 MOVE 'ERRO NA LEITURA DO MUNTAB'  TO WS-MSG
                 MOVE  WS-FS-MUN                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              IF WS-FS-MUN = '23'
                 MOVE 'N'  TO  WS-SW-CARTAO
                 MOVE 'CIDADE NAO CADASTRADA NO MUNTAB'  TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG202        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS      - SYSIN   = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES GRAVADAS - SEGVIA  = ' WS-CTGRAV
           DISPLAY ' * ALTERACOES GRAVADAS- SEGVIA  = ' WS-CTALT
           DISPLAY ' * SEGMENTOS DESATIVADOS        = ' WS-CTEXC
           DISPLAY ' * CARTOES REJEITADOS           = ' WS-CTREJ
           DISPLAY ' *========================================*'

           IF WS-CTLIDO NOT = WS-HDR-QTD-ESPERADA
              OR WS-CTLIDO NOT = WS-TRL-QTD-INFORMADA
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * ATENCAO - LOTE COM QTDE DE CARTOES     *'
              DISPLAY ' *           DIFERENTE DO ESPERADO        *'
              DISPLAY ' * QTDE ESPERADA  (CABECALHO) = '
                      WS-HDR-QTD-ESPERADA
              DISPLAY ' * QTDE INFORMADA (RODAPE)    = '
                      WS-TRL-QTD-INFORMADA
              DISPLAY ' * QTDE LIDA      (WS-CTLIDO) = ' WS-CTLIDO
           END-IF

           COMPUTE WS-CTPROC = WS-CTGRAV + WS-CTALT + WS-CTEXC
                   + WS-CTREJ
           IF WS-CTLIDO NOT = WS-CTPROC
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - LIDO X PROCESSADO *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           ELSE
              IF WS-CTREJ > ZEROS
                 MOVE 4  TO  RETURN-CODE
              END-IF
           END-IF

           CLOSE  SEGVIA
           IF WS-FS-SEG  NOT = '00'
              MOVE  'ERRO AO FECHAR O SEGVIA'  TO WS-MSG
              MOVE   WS-FS-SEG                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  MUNTAB
           IF WS-FS-MUN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MUNTAB'  TO WS-MSG
              MOVE   WS-FS-MUN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG202        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG202 <
