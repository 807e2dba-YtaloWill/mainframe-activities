       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG169.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: GERACAO DIARIA DOS RPS (RECIBO PROVISORIO DE
      *           SERVICOS) DAS MENSALIDADES PAGAS, PARA A EMISSAO
      *           DAS NFS-E PELA PREFEITURA. OS PAGAMENTOS DO DIA SAO
      *           APANHADOS NO DIARIO COMUM DE MESTRES (MSTJRNL -
      *           COPY MSTJRNLC): TODA REGRAVACAO DO MENSALU OU DO
      *           MENSACOR NA DATA DO CARTAO EM QUE O VALOR PAGO
      *           CRESCEU E UM PAGAMENTO - DO RETORNO DO BANCO
      *           (CGPRG023, OPERADOR 'RETBANCO') OU DO BALCAO (CG87,
      *           USERID DO CAIXA). O VALOR DO RPS E O ACRESCIMO DO
      *           VALOR PAGO (PRINCIPAL + ENCARGOS).
      *           O TOMADOR E O RESPONSAVEL VINCULADO AO ALUNO NO
      *           CADASTRO UNICO (PESSOA, PAPEL 'R') OU, NA FALTA
      *           DELE, O PROPRIO ALUNO COM O CPF DO CADALU. A
      *           DISCRIMINACAO LEVA O NOME DO CURSO (CURSOTAB), A
      *           COMPETENCIA E O ALUNO.
      *           CADA PAGAMENTO GANHA UM RPS NO NFSEREG (COPY
      *           NFSEREGC) E UM REGISTRO NA REMESSA RPSARQ (COPY
      *           RPSARQC). TOMADOR SEM CPF FICA BLOQUEADO ('B') NO
      *           NFSEREG, FORA DA REMESSA, E E TENTADO DE NOVO A
      *           CADA EXECUCAO. TUDO LISTADO NO RELRPS.
      *           A DATA DO CARTAO TEM DE SER POSTERIOR A ULTIMA JA
      *           PROCESSADA (REGISTRO DE CONTROLE DO NFSEREG).
      *           O RETORNO DA PREFEITURA E TRATADO PELO CGPRG170
      *--------------------------------------------------------------*
      * CARTAO DE PARAMETROS (SYSIN):
      *   POS 01-08 DATA DOS PAGAMENTOS (AAAAMMDD)
      *   POS 09-11 ALIQUOTA DO ISS (9V99 - 200 = 2,00%, DE 2 A 5%)
      *   POS 12-16 CODIGO DO SERVICO NA LISTA MUNICIPAL
      *   POS 17-30 CNPJ DO PRESTADOR
      *   POS 31-41 INSCRICAO MUNICIPAL DO PRESTADOR
      *   POS 42-46 SERIE DO RPS (ESPACOS = 'CG')
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010201  PROGRAMA CRIADO - GERACAO DOS RPS
      *                          DAS MENSALIDADES PAGAS PARA A NFS-E
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
           SELECT MSTJRNL ASSIGN TO MSTJRNLJ
                  FILE STATUS   IS WS-FS-JRN
           .
           SELECT NFSEREG ASSIGN TO NFSEREGJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS WS-RPS-NF OF REG-NFSEREG
                  FILE STATUS   IS WS-FS-NFS
           .
           SELECT PESSOA ASSIGN TO PESSOAJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS WS-CHAVE-PS OF REG-PESSOA
                  FILE STATUS   IS WS-FS-PES
           .
           SELECT CADALU ASSIGN TO CADALUJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-NUMERO-S OF REG-CADALU
                  FILE STATUS   IS WS-FS-ALU
           .
           SELECT CURSOTAB ASSIGN TO CURSOTBJ
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS WS-CURSO-CT OF REG-CURSOTAB
                  FILE STATUS   IS WS-FS-CUR
           .
           SELECT RPSARQ ASSIGN TO RPSARQJ
                  FILE STATUS   IS WS-FS-RPS
           .
           SELECT RELRPS ASSIGN TO RELRPSJ
                  FILE STATUS   IS WS-FS-REL
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  MSTJRNL
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-MSTJRNL.
           COPY MSTJRNLC.
       FD  NFSEREG
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-NFSEREG.
           COPY NFSEREGC.
       FD  PESSOA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PESSOA.
           COPY PESSOAC.
       FD  CADALU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADALU.
           COPY CADALUC.
       FD  CURSOTAB
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CURSOTAB.
           COPY CURSOTBC.
       FD  RPSARQ
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-RPSARQ.
           COPY RPSARQC.
       FD  RELRPS
           LABEL RECORD OMITTED
           RECORDING MODE  F
           .
       01  REG-RELRPS             PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-CTLIDO              PIC 9(07) VALUE ZEROS.
           05  WS-CTOUTROS            PIC 9(07) VALUE ZEROS.
           05  WS-CTPAGTO             PIC 9(05) VALUE ZEROS.
           05  WS-CTGERADO            PIC 9(05) VALUE ZEROS.
           05  WS-CTBLOQ              PIC 9(05) VALUE ZEROS.
           05  WS-CTREENV             PIC 9(05) VALUE ZEROS.
           05  WS-CTAINDA-BLOQ        PIC 9(05) VALUE ZEROS.
           05  WS-CTPROC              PIC 9(05) VALUE ZEROS.
           05  WS-CTREMESSA           PIC 9(05) VALUE ZEROS.
           05  WS-CTRESP              PIC 9(05) VALUE ZEROS.
           05  WS-CTRESP-EXC          PIC 9(05) VALUE ZEROS.
           05  WS-TOT-VALOR           PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ISS             PIC 9(13)V99 VALUE ZEROS.
           05  WS-CTLIN               PIC 9(02) VALUE 65.
           05  WS-DTSYS               PIC 9(06).
           05  WS-HRSYS               PIC 9(08).
           05  WS-DTEDI               PIC X(10).
           05  WS-HREDI               PIC X(11).
           05  WS-DT-HOJE             PIC 9(08).
           05  WS-FS-JRN              PIC X(02).
           05  WS-FS-NFS              PIC X(02).
           05  WS-FS-PES              PIC X(02).
           05  WS-FS-ALU              PIC X(02).
           05  WS-FS-CUR              PIC X(02).
           05  WS-FS-RPS              PIC X(02).
           05  WS-FS-REL              PIC X(02).
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG169'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-ULT-RPS             PIC 9(09).
           05  WS-VALOR-PAGTO         PIC S9(07)V99.
           05  WS-IX                  PIC 9(05).
           05  WS-SW-RESP             PIC X(01).
               88 RESP-ACHADO             VALUE 'S'.
           05  WS-NOME-ALUNO          PIC X(20).
           05  WS-NOME-CURSO          PIC X(20).
           05  WS-COMPET-ED           PIC X(07).
           05  WS-MATR-ED             PIC 9(05).
           05  WS-SIT-LINHA           PIC X(10).

      *-----> CARTAO DE PARAMETROS (SYSIN)
       01  WS-REG-PARM.
           05  WS-DT-MOVTO-IN         PIC 9(08).
           05  WS-ALIQ-IN             PIC 9(01)V99.
           05  WS-SERVICO-IN          PIC X(05).
           05  WS-CNPJ-IN             PIC 9(14).
           05  WS-INSCR-IN            PIC X(11).
           05  WS-SERIE-IN            PIC X(05).

      *-----> COMPETENCIA AAAAMM DA COBRANCA PAGA
       01  WS-COMPET-N                PIC 9(06).
       01  WS-COMPET-R  REDEFINES  WS-COMPET-N.
           05  WS-COMPET-ANO          PIC 9(04).
           05  WS-COMPET-MES          PIC 9(02).

      *-----> IMAGENS ANTES E DEPOIS DA COBRANCA NO DIARIO (MENSALU
      *       E MENSACOR TEM O MESMO LEIAUTE)
       01  WS-MEN-ANTES.
           COPY MENSALUC.
       01  WS-MEN-DEPOIS.
           COPY MENSALUC.

      *-----> RESPONSAVEIS VINCULADOS A ALUNO NO CADASTRO UNICO
      *       (PESSOA, PAPEL 'R'), CARREGADOS NO INICIO
       01  WS-TAB-RESP.
           05  WS-ITEM-RESP           OCCURS 3000 TIMES.
               10  WS-MAT-TR          PIC 9(05).
               10  WS-CPF-TR          PIC 9(11).
               10  WS-NOME-TR         PIC X(20).

      *-----> CONVENCAO COMUM DE MASCARA DE CPF - O RELRPS SO SAI
      *       MASCARADO
       01  WS-AREA-CPF.
           COPY CPFMSKDC.

      *-----> DADOS DE SAIDA - LISTAGEM
       01  WS-CAB1.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DATA-CAB           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
              'RPS DAS MENSALIDADES PAGAS - NFS-E      '.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'PAG. '.
           05 WS-PAG-CAB            PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-CAB2.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'PAGAMENTOS DO DIA    '.
           05 WS-MOVTO-CAB          PIC X(10).
           05 FILLER                PIC X(10) VALUE ' - SERIE '.
           05 WS-SERIE-CAB          PIC X(05).
           05 FILLER                PIC X(32) VALUE SPACES.

       01  WS-CAB3.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'RPS'.
           05 FILLER                PIC X(06) VALUE 'MATR.'.
           05 FILLER                PIC X(08) VALUE 'COMPET.'.
           05 FILLER                PIC X(02) VALUE 'C'.
           05 FILLER                PIC X(11) VALUE '     VALOR'.
           05 FILLER                PIC X(10) VALUE '      ISS'.
           05 FILLER                PIC X(02) VALUE 'T'.
           05 FILLER                PIC X(15) VALUE 'CPF TOMADOR'.
           05 FILLER                PIC X(15) VALUE 'SITUACAO'.

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RPS-R            PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-MAT-R            PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-COMPET-R-ED      PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CANAL-R          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-VALOR-R          PIC ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ISS-R            PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-TIPO-R           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CPF-R            PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-R            PIC X(10).
           05 FILLER              PIC X(04) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)       VALUE
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
       000-CGPRG169.

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-RESP
           PERFORM 030-REENVIAR-BLOQUEADOS
               THRU 030-REENVIAR-BLOQUEADOS-FIM
           PERFORM 040-LER-MSTJRNL
           PERFORM 050-PROCESSAR THRU 050-PROCESSAR-FIM
               UNTIL WS-FS-JRN = '10'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           PERFORM 015-DATA-HORA

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CGPRG169 - GERACAO DOS RPS (NFS-E)     *'
           DISPLAY ' * INICIO : ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           ACCEPT WS-REG-PARM  FROM SYSIN
           DISPLAY ' * DATA DOS PAGAMENTOS: ' WS-DT-MOVTO-IN
           DISPLAY ' * ALIQUOTA DO ISS    : ' WS-ALIQ-IN
           DISPLAY ' * SERVICO            : ' WS-SERVICO-IN
           IF WS-DT-MOVTO-IN NOT NUMERIC
              OR WS-DT-MOVTO-IN = ZEROS
              MOVE  'DATA DOS PAGAMENTOS INVALIDA'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-ALIQ-IN NOT NUMERIC
              OR WS-ALIQ-IN < 2 OR WS-ALIQ-IN > 5
              MOVE  'ALIQUOTA DO ISS INVALIDA'  TO WS-MSG
              MOVE  '  '                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-SERVICO-IN = SPACES
              OR WS-CNPJ-IN NOT NUMERIC OR WS-CNPJ-IN = ZEROS
              OR WS-INSCR-IN = SPACES
              MOVE  'PRESTADOR/SERVICO NAO INFORMADO'  TO WS-MSG
              MOVE  '  '                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-SERIE-IN = SPACES
              MOVE 'CG'  TO  WS-SERIE-IN
           END-IF

      *    CLUSTER RECEM-DEFINIDO (VAZIO) SO ABRE EM OUTPUT: ABRE,
      *    FECHA E REABRE EM I-O
           OPEN I-O NFSEREG
           IF WS-FS-NFS = '35'
              OPEN OUTPUT NFSEREG
              IF WS-FS-NFS = '00'
                 CLOSE NFSEREG
                 OPEN I-O NFSEREG
              END-IF
           END-IF
           IF WS-FS-NFS  NOT = '00'
              MOVE  'ERRO AO ABRIR O NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *    REGISTRO DE CONTROLE: ULTIMO RPS E ULTIMA DATA PROCESSADA
           MOVE ZEROS  TO  WS-RPS-NF OF REG-NFSEREG
           READ NFSEREG
           IF WS-FS-NFS = '23'
              MOVE SPACES  TO  WS-DADOS-NF OF REG-NFSEREG
              MOVE ZEROS   TO  WS-ULT-RPS-NF OF REG-NFSEREG
                               WS-ULT-DATA-NF OF REG-NFSEREG
              WRITE REG-NFSEREG
           END-IF
           IF WS-FS-NFS  NOT = '00'
              MOVE  'ERRO NO CONTROLE DO NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-DT-MOVTO-IN NOT > WS-ULT-DATA-NF OF REG-NFSEREG
              DISPLAY ' * ULTIMA DATA PROCESSADA: '
                      WS-ULT-DATA-NF OF REG-NFSEREG
              MOVE  'DATA DE PAGAMENTOS JA GERADA'  TO WS-MSG
              MOVE  '  '                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-ULT-RPS-NF OF REG-NFSEREG  TO  WS-ULT-RPS

           OPEN INPUT MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO ABRIR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO ABRIR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO ABRIR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO ABRIR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RPSARQ
           IF WS-FS-RPS  NOT = '00'
              MOVE  'ERRO AO ABRIR O RPSARQ'  TO WS-MSG
              MOVE   WS-FS-RPS                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT RELRPS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO ABRIR O RELRPS'  TO WS-MSG
              MOVE   WS-FS-REL                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           COMPUTE WS-DT-HOJE = 20000000 + WS-DTSYS
           MOVE WS-DTEDI     TO  WS-DATA-CAB
           MOVE SPACES       TO  WS-MOVTO-CAB
           STRING WS-DT-MOVTO-IN (7:2) '/'
                  WS-DT-MOVTO-IN (5:2) '/'
                  WS-DT-MOVTO-IN (1:4)
           DELIMITED BY SIZE INTO WS-MOVTO-CAB
           MOVE WS-SERIE-IN  TO  WS-SERIE-CAB
           SET CPF-MODO-MASCARADO  TO  TRUE

      *    CABECALHO DA REMESSA
           MOVE SPACES          TO  REG-RPSARQ
           SET RP-CABECALHO     TO  TRUE
           MOVE WS-CNPJ-IN      TO  WS-CNPJ-RP
           MOVE WS-INSCR-IN     TO  WS-INSCR-RP
           MOVE WS-DT-HOJE      TO  WS-DT-GERACAO-RP
           MOVE WS-DT-MOVTO-IN  TO  WS-DT-MOVTO-RP
           PERFORM 075-GRAVAR-RPSARQ
           .
      *--------------------------------------------------------------*
      *    OBTER A DATA E HORA DO SISTEMA
      *--------------------------------------------------------------*
       015-DATA-HORA.

           ACCEPT  WS-DTSYS  FROM DATE
           STRING  WS-DTSYS  (5:2) '/'
                   WS-DTSYS  (3:2) '/20'
                   WS-DTSYS  (1:2)
           DELIMITED BY SIZE INTO WS-DTEDI

           ACCEPT  WS-HRSYS  FROM TIME
           STRING  WS-HRSYS  (1:2) ':'
                   WS-HRSYS  (3:2) ':'
                   WS-HRSYS  (5:2) ':'
                   WS-HRSYS  (7:2)
           DELIMITED BY SIZE INTO WS-HREDI
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS RESPONSAVEIS (PAPEL 'R') DO PESSOA; O EXCESSO
      *    ALEM DA TABELA E CONTADO E O ALUNO FICA COMO TOMADOR
      *--------------------------------------------------------------*
       020-CARREGAR-RESP.

           PERFORM 022-LER-PESSOA
           PERFORM 024-GUARDAR-RESP
               UNTIL WS-FS-PES = '10'

           CLOSE  PESSOA
           IF WS-FS-PES  NOT = '00'
              MOVE  'ERRO AO FECHAR O PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       022-LER-PESSOA.

           READ PESSOA  NEXT RECORD

           IF WS-FS-PES  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO PESSOA'  TO WS-MSG
              MOVE   WS-FS-PES                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       024-GUARDAR-RESP.

           IF PAPEL-RESPONSAVEL OF REG-PESSOA
              IF WS-CTRESP < 3000
                 ADD 1  TO  WS-CTRESP
                 MOVE WS-MATRICULA-PS OF REG-PESSOA
                                  TO  WS-MAT-TR (WS-CTRESP)
                 MOVE WS-CPF-PS OF REG-PESSOA
                                  TO  WS-CPF-TR (WS-CTRESP)
                 MOVE WS-NOME-PS OF REG-PESSOA
                                  TO  WS-NOME-TR (WS-CTRESP)
              ELSE
                 ADD 1  TO  WS-CTRESP-EXC
              END-IF
           END-IF

           PERFORM 022-LER-PESSOA
           .
      *--------------------------------------------------------------*
      *    TENTAR DE NOVO OS RPS BLOQUEADOS (TOMADOR SEM CPF) DAS
      *    EXECUCOES ANTERIORES
      *--------------------------------------------------------------*
       030-REENVIAR-BLOQUEADOS.

           MOVE 1  TO  WS-RPS-NF OF REG-NFSEREG
           START NFSEREG  KEY IS NOT LESS THAN
                          WS-RPS-NF OF REG-NFSEREG
           IF WS-FS-NFS = '23'
              GO TO 030-REENVIAR-BLOQUEADOS-FIM
           END-IF
           IF WS-FS-NFS NOT = '00'
              MOVE 'ERRO NO START DO NFSEREG'  TO WS-MSG
              MOVE  WS-FS-NFS                  TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           PERFORM 032-LER-NFSEREG
           PERFORM 034-TRATAR-BLOQUEADO
               UNTIL WS-FS-NFS = '10'
           .
       030-REENVIAR-BLOQUEADOS-FIM.
           EXIT.
       032-LER-NFSEREG.

           READ NFSEREG  NEXT RECORD

           IF WS-FS-NFS  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
       034-TRATAR-BLOQUEADO.

           IF NF-BLOQUEADA OF REG-NFSEREG
              PERFORM 060-APURAR-TOMADOR
              IF NF-BLOQUEADA OF REG-NFSEREG
                 ADD 1  TO  WS-CTAINDA-BLOQ
                 MOVE 'BLOQUEADO'  TO  WS-SIT-LINHA
              ELSE
                 ADD 1  TO  WS-CTREENV
                 MOVE 'REENVIADO'  TO  WS-SIT-LINHA
                 PERFORM 070-GERAR-DETALHE
              END-IF
              REWRITE REG-NFSEREG
              IF WS-FS-NFS NOT = '00'
                 MOVE 'ERRO NA REGRAVACAO DO NFSEREG'  TO WS-MSG
                 MOVE  WS-FS-NFS                       TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
              PERFORM 080-IMPRIMIR-LINHA
           END-IF

           PERFORM 032-LER-NFSEREG
           .
      *--------------------------------------------------------------*
      *    LEITURA DO DIARIO DE MESTRES
      *--------------------------------------------------------------*
       040-LER-MSTJRNL.

           READ MSTJRNL

           IF WS-FS-JRN  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-FS-JRN = '00'
              ADD 1  TO  WS-CTLIDO
              MOVE REG-MSTJRNL (1:90)  TO  WS-IMAGEM-ERR
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATAR UMA OPERACAO DO DIARIO: SO INTERESSA A REGRAVACAO
      *    DA COBRANCA NA DATA DO CARTAO COM ACRESCIMO DO VALOR PAGO
      *--------------------------------------------------------------*
       050-PROCESSAR.

           IF (WS-ARQ-MJ NOT = 'MENSALU ' AND 'MENSACOR')
              OR NOT JRN-REGRAVACAO
              OR WS-DATA-MJ NOT = WS-DT-MOVTO-IN
              ADD 1  TO  WS-CTOUTROS
              GO TO 050-PROCESSAR-LER
           END-IF

           MOVE WS-ANTES-MJ (1:55)   TO  WS-MEN-ANTES
           MOVE WS-DEPOIS-MJ (1:55)  TO  WS-MEN-DEPOIS
           COMPUTE WS-VALOR-PAGTO =
                   WS-VALOR-PAGO-M OF WS-MEN-DEPOIS
                 - WS-VALOR-PAGO-M OF WS-MEN-ANTES
           IF WS-VALOR-PAGTO NOT > ZEROS
              ADD 1  TO  WS-CTOUTROS
              GO TO 050-PROCESSAR-LER
           END-IF

           ADD 1  TO  WS-CTPAGTO
           ADD 1  TO  WS-ULT-RPS

           MOVE SPACES  TO  REG-NFSEREG
           MOVE WS-ULT-RPS  TO  WS-RPS-NF OF REG-NFSEREG
           MOVE WS-ARQ-MJ   TO  WS-ARQ-NF OF REG-NFSEREG
           MOVE WS-NUMERO-M OF WS-MEN-DEPOIS
                            TO  WS-NUMERO-NF OF REG-NFSEREG
           MOVE WS-COMPET-M OF WS-MEN-DEPOIS
                            TO  WS-COMPET-NF OF REG-NFSEREG
           IF WS-OPER-MJ = 'RETBANCO'
              SET CANAL-BANCO OF REG-NFSEREG  TO  TRUE
           ELSE
              SET CANAL-BALCAO OF REG-NFSEREG  TO  TRUE
           END-IF
           MOVE WS-DT-MOVTO-IN  TO  WS-DT-PAGTO-NF OF REG-NFSEREG
           MOVE WS-VALOR-PAGTO  TO  WS-VALOR-NF OF REG-NFSEREG
           MOVE WS-ALIQ-IN      TO  WS-ALIQ-NF OF REG-NFSEREG
           COMPUTE WS-ISS-NF OF REG-NFSEREG ROUNDED =
                   WS-VALOR-PAGTO * WS-ALIQ-IN / 100
           MOVE ZEROS  TO  WS-CPF-TOM-NF OF REG-NFSEREG
                           WS-DT-RPS-NF OF REG-NFSEREG
                           WS-DT-NFSE-NF OF REG-NFSEREG
           SET NF-BLOQUEADA OF REG-NFSEREG  TO  TRUE

           PERFORM 060-APURAR-TOMADOR
           IF NF-BLOQUEADA OF REG-NFSEREG
              ADD 1  TO  WS-CTBLOQ
              MOVE 'BLOQUEADO'  TO  WS-SIT-LINHA
           ELSE
              ADD 1  TO  WS-CTGERADO
              MOVE 'ENVIADO'    TO  WS-SIT-LINHA
              PERFORM 070-GERAR-DETALHE
           END-IF

           WRITE REG-NFSEREG
           IF WS-FS-NFS NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO NFSEREG'  TO WS-MSG
              MOVE  WS-FS-NFS                     TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           PERFORM 080-IMPRIMIR-LINHA
           .
       050-PROCESSAR-LER.

           PERFORM 040-LER-MSTJRNL
           .
       050-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    APURAR O TOMADOR E O CURSO DO RPS CORRENTE: RESPONSAVEL
      *    VINCULADO NO PESSOA OU O ALUNO COM CPF NO CADALU. SEM CPF
      *    O RPS FICA BLOQUEADO
      *--------------------------------------------------------------*
       060-APURAR-TOMADOR.

           MOVE SPACES  TO  WS-NOME-ALUNO
                            WS-CURSO-NF OF REG-NFSEREG
           MOVE WS-NUMERO-NF OF REG-NFSEREG
                               TO  WS-NUMERO-S OF REG-CADALU
           READ CADALU
           IF WS-FS-ALU = '00'
              MOVE WS-NOME-S OF REG-CADALU  TO  WS-NOME-ALUNO
              MOVE WS-CURSO-S OF REG-CADALU
                               TO  WS-CURSO-NF OF REG-NFSEREG
           ELSE
              IF WS-FS-ALU NOT = '23'
                 MOVE 'ERRO NA LEITURA DO CADALU'  TO WS-MSG
                 MOVE  WS-FS-ALU                   TO WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

           MOVE 'N'  TO  WS-SW-RESP
           MOVE 1    TO  WS-IX
           PERFORM 062-PROCURAR-RESP
               UNTIL WS-IX > WS-CTRESP OR RESP-ACHADO

           IF RESP-ACHADO
              SET TOMADOR-RESPONSAVEL OF REG-NFSEREG  TO  TRUE
              MOVE WS-CPF-TR (WS-IX)
                               TO  WS-CPF-TOM-NF OF REG-NFSEREG
              MOVE WS-NOME-TR (WS-IX)
                               TO  WS-NOME-TOM-NF OF REG-NFSEREG
              SET NF-PENDENTE OF REG-NFSEREG  TO  TRUE
           ELSE
              SET TOMADOR-ALUNO OF REG-NFSEREG  TO  TRUE
              MOVE WS-NOME-ALUNO  TO  WS-NOME-TOM-NF OF REG-NFSEREG
              IF WS-FS-ALU = '00'
                 AND WS-CPF-S OF REG-CADALU NUMERIC
                 AND WS-CPF-S OF REG-CADALU > ZEROS
                 MOVE WS-CPF-S OF REG-CADALU
                               TO  WS-CPF-TOM-NF OF REG-NFSEREG
                 SET NF-PENDENTE OF REG-NFSEREG  TO  TRUE
              ELSE
                 MOVE ZEROS  TO  WS-CPF-TOM-NF OF REG-NFSEREG
                 MOVE 'TOMADOR SEM CPF'
                               TO  WS-MOTIVO-NF OF REG-NFSEREG
              END-IF
           END-IF

           IF NF-PENDENTE OF REG-NFSEREG
              MOVE SPACES      TO  WS-MOTIVO-NF OF REG-NFSEREG
              MOVE WS-DT-HOJE  TO  WS-DT-RPS-NF OF REG-NFSEREG
           END-IF
           .
       062-PROCURAR-RESP.

           IF WS-MAT-TR (WS-IX) = WS-NUMERO-NF OF REG-NFSEREG
              SET RESP-ACHADO  TO  TRUE
           ELSE
              ADD 1  TO  WS-IX
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR E GRAVAR O REGISTRO '2' DO RPS NA REMESSA; A
      *    DISCRIMINACAO LEVA O CURSO, A COMPETENCIA E O ALUNO
      *--------------------------------------------------------------*
       070-GERAR-DETALHE.

           MOVE WS-CURSO-NF OF REG-NFSEREG  TO  WS-NOME-CURSO
           IF WS-CURSO-NF OF REG-NFSEREG NOT = SPACES
              MOVE WS-CURSO-NF OF REG-NFSEREG
                               TO  WS-CURSO-CT OF REG-CURSOTAB
              READ CURSOTAB
              IF WS-FS-CUR = '00'
                 MOVE WS-NOME-CT OF REG-CURSOTAB  TO  WS-NOME-CURSO
              ELSE
                 IF WS-FS-CUR NOT = '23'
                    MOVE 'ERRO NA LEITURA DO CURSOTAB'  TO WS-MSG
                    MOVE  WS-FS-CUR                     TO WS-FS-MSG
                    GO TO 999-ERRO
                 END-IF
              END-IF
           END-IF

           MOVE WS-COMPET-NF OF REG-NFSEREG  TO  WS-COMPET-N
           MOVE SPACES  TO  WS-COMPET-ED
           STRING WS-COMPET-MES '/' WS-COMPET-ANO
           DELIMITED BY SIZE INTO WS-COMPET-ED

           MOVE SPACES          TO  REG-RPSARQ
           SET RP-DETALHE       TO  TRUE
           MOVE WS-SERIE-IN     TO  WS-SERIE-RP
           MOVE WS-RPS-NF OF REG-NFSEREG     TO  WS-NUMERO-RP
           MOVE WS-DT-RPS-NF OF REG-NFSEREG  TO  WS-DT-EMISSAO-RP
           MOVE 'T'             TO  WS-SIT-RP
           MOVE WS-VALOR-NF OF REG-NFSEREG   TO  WS-VALOR-RP
           MOVE WS-SERVICO-IN   TO  WS-SERVICO-RP
           MOVE WS-ALIQ-NF OF REG-NFSEREG    TO  WS-ALIQ-RP
           MOVE WS-ISS-NF OF REG-NFSEREG     TO  WS-ISS-RP
           MOVE '1'             TO  WS-IND-TOM-RP
           MOVE WS-CPF-TOM-NF OF REG-NFSEREG TO  WS-CPF-TOM-RP
           MOVE WS-NOME-TOM-NF OF REG-NFSEREG
                                TO  WS-NOME-TOM-RP
           MOVE WS-NUMERO-NF OF REG-NFSEREG  TO  WS-MATR-ED
           STRING 'MENSALIDADE '  WS-NOME-CURSO
                  ' COMP '        WS-COMPET-ED
                  ' ALUNO '       WS-MATR-ED
                  ' '             WS-NOME-ALUNO
           DELIMITED BY SIZE INTO WS-DISCRIM-RP
           PERFORM 075-GRAVAR-RPSARQ

           ADD 1  TO  WS-CTREMESSA
           ADD WS-VALOR-NF OF REG-NFSEREG  TO  WS-TOT-VALOR
           ADD WS-ISS-NF OF REG-NFSEREG    TO  WS-TOT-ISS
           .
       075-GRAVAR-RPSARQ.

           WRITE REG-RPSARQ
           IF WS-FS-RPS  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RPSARQ'  TO  WS-MSG
              MOVE WS-FS-RPS                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DO RPS NO RELRPS
      *--------------------------------------------------------------*
       080-IMPRIMIR-LINHA.

           IF WS-CTLIN > 55
              PERFORM 045-IMPCAB
           END-IF

           MOVE WS-COMPET-NF OF REG-NFSEREG  TO  WS-COMPET-N
           MOVE SPACES  TO  WS-COMPET-R-ED
           STRING WS-COMPET-MES '/' WS-COMPET-ANO
           DELIMITED BY SIZE INTO WS-COMPET-R-ED

           MOVE WS-RPS-NF OF REG-NFSEREG     TO  WS-RPS-R
           MOVE WS-NUMERO-NF OF REG-NFSEREG  TO  WS-MAT-R
           MOVE WS-CANAL-NF OF REG-NFSEREG   TO  WS-CANAL-R
           MOVE WS-VALOR-NF OF REG-NFSEREG   TO  WS-VALOR-R
           MOVE WS-ISS-NF OF REG-NFSEREG     TO  WS-ISS-R
           MOVE WS-TIPO-TOM-NF OF REG-NFSEREG TO WS-TIPO-R
           MOVE SPACES                       TO  WS-CPF-R
           IF WS-CPF-TOM-NF OF REG-NFSEREG > ZEROS
              MOVE WS-CPF-TOM-NF OF REG-NFSEREG  TO  WS-CPF-ENTRADA
              PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
              MOVE WS-CPF-SAIDA  TO  WS-CPF-R
           END-IF
           MOVE WS-SIT-LINHA                 TO  WS-SIT-R

           WRITE REG-RELRPS  FROM  WS-REG-LINHA
           IF WS-FS-REL  NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO RELRPS'  TO  WS-MSG
              MOVE WS-FS-REL                     TO  WS-FS-MSG
              GO TO 999-ERRO
           END-IF
           ADD 1  TO  WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR CABECALHO DA LISTAGEM
      *--------------------------------------------------------------*
       045-IMPCAB.

           ADD    1        TO WS-PAG-CAB

           WRITE REG-RELRPS FROM WS-CAB1 AFTER PAGE
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELRPS FROM WS-CAB2
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB2' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELRPS FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-1' TO WS-MSG
              MOVE WS-FS-REL TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELRPS FROM WS-CAB3
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO CAB3' TO WS-MSG
              MOVE WS-FS-REL            TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           WRITE REG-RELRPS FROM WS-HIFEN
           IF WS-FS-REL NOT = '00'
              MOVE 'ERRO GRAVACAO HIFEN-2' TO WS-MSG
              MOVE WS-FS-REL               TO WS-FS-MSG
              GO TO 999-ERRO
           END-IF

           MOVE 5 TO WS-CTLIN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 015-DATA-HORA

      *    RODAPE DA REMESSA
           MOVE SPACES          TO  REG-RPSARQ
           SET RP-RODAPE        TO  TRUE
           MOVE WS-CTREMESSA    TO  WS-QTD-RP
           MOVE WS-TOT-VALOR    TO  WS-TOT-VALOR-RP
           MOVE WS-TOT-ISS      TO  WS-TOT-ISS-RP
           PERFORM 075-GRAVAR-RPSARQ

           IF WS-CTPAGTO + WS-CTREENV + WS-CTAINDA-BLOQ = ZEROS
              PERFORM 045-IMPCAB
              MOVE ' NENHUM PAGAMENTO NA DATA'  TO  REG-RELRPS
              WRITE REG-RELRPS
              IF WS-FS-REL  NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO RELRPS'  TO  WS-MSG
                 MOVE WS-FS-REL                     TO  WS-FS-MSG
                 GO TO 999-ERRO
              END-IF
           END-IF

      *    REGISTRO DE CONTROLE: ULTIMO RPS E DATA PROCESSADA
           MOVE ZEROS  TO  WS-RPS-NF OF REG-NFSEREG
           READ NFSEREG
           IF WS-FS-NFS  NOT = '00'
              MOVE  'ERRO NO CONTROLE DO NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-ULT-RPS      TO  WS-ULT-RPS-NF OF REG-NFSEREG
           MOVE WS-DT-MOVTO-IN  TO  WS-ULT-DATA-NF OF REG-NFSEREG
           REWRITE REG-NFSEREG
           IF WS-FS-NFS  NOT = '00'
              MOVE  'ERRO NO CONTROLE DO NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG169        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * OPERACOES LIDAS    - MSTJRNL = ' WS-CTLIDO
           DISPLAY ' * SEM PAGAMENTO NA DATA        = ' WS-CTOUTROS
           DISPLAY ' * PAGAMENTOS DA DATA           = ' WS-CTPAGTO
           DISPLAY ' *   RPS GERADOS E ENVIADOS     = ' WS-CTGERADO
           DISPLAY ' *   BLOQUEADOS (SEM CPF)       = ' WS-CTBLOQ
           DISPLAY ' * BLOQUEADOS ANTERIORES ENVIADOS= ' WS-CTREENV
           DISPLAY ' * BLOQUEADOS ANTERIORES MANTIDOS= '
                   WS-CTAINDA-BLOQ
           DISPLAY ' * RPS NA REMESSA     - RPSARQ  = ' WS-CTREMESSA
           DISPLAY ' * VALOR DOS SERVICOS           = ' WS-TOT-VALOR
           DISPLAY ' * VALOR DO ISS                 = ' WS-TOT-ISS
           DISPLAY ' * ULTIMO RPS                   = ' WS-ULT-RPS
           DISPLAY ' * RESPONSAVEIS DO PESSOA       = ' WS-CTRESP
           DISPLAY ' * RESPONSAVEIS ALEM DA TABELA  = ' WS-CTRESP-EXC
           DISPLAY ' *========================================*'
           DISPLAY ' * TERMINO: ' WS-DTEDI ' AS ' WS-HREDI
           DISPLAY ' *----------------------------------------*'

           IF WS-CTBLOQ + WS-CTAINDA-BLOQ > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF

           COMPUTE WS-CTPROC = WS-CTGERADO + WS-CTBLOQ
           IF WS-CTPAGTO NOT = WS-CTPROC
              OR WS-CTREMESSA NOT = WS-CTGERADO + WS-CTREENV
              OR WS-CTLIDO NOT = WS-CTPAGTO + WS-CTOUTROS
              DISPLAY ' *----------------------------------------*'
              DISPLAY ' * QUEBRA DE CONTROLE - PAGTO X RPS       *'
              DISPLAY ' *----------------------------------------*'
              MOVE 8  TO  RETURN-CODE
           END-IF

           CLOSE  MSTJRNL
           IF WS-FS-JRN  NOT = '00'
              MOVE  'ERRO AO FECHAR O MSTJRNL'  TO WS-MSG
              MOVE   WS-FS-JRN                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  NFSEREG
           IF WS-FS-NFS  NOT = '00'
              MOVE  'ERRO AO FECHAR O NFSEREG'  TO WS-MSG
              MOVE   WS-FS-NFS                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CADALU
           IF WS-FS-ALU  NOT = '00'
              MOVE  'ERRO AO FECHAR O CADALU'  TO WS-MSG
              MOVE   WS-FS-ALU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  CURSOTAB
           IF WS-FS-CUR  NOT = '00'
              MOVE  'ERRO AO FECHAR O CURSOTAB'  TO WS-MSG
              MOVE   WS-FS-CUR                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RPSARQ
           IF WS-FS-RPS  NOT = '00'
              MOVE  'ERRO AO FECHAR O RPSARQ'  TO WS-MSG
              MOVE   WS-FS-RPS                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE  RELRPS
           IF WS-FS-REL  NOT = '00'
              MOVE  'ERRO AO FECHAR O RELRPS'  TO WS-MSG
              MOVE   WS-FS-REL                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO CGPRG169        *'
           DISPLAY ' *----------------------------------------*'
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CPF (LGPD)
      *--------------------------------------------------------------*
           COPY CPFMASK.
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
           COPY ERRORTN.
      *---------------> FIM DO PROGRAMA CGPRG169 <
