       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG167.
       AUTHOR.        EQUIPE DE SUSTENTACAO CG.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA: PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: TRANSACAO ONLINE (CICS) "TUDO SOBRE ESTA PESSOA".
      *           O OPERADOR DIGITA UM CPF, A TELA LISTA OS PAPEIS
      *           DA PESSOA NA CASA PELO CADASTRO UNICO (PESSOA -
      *           COPY PESSOAC, MANTIDO PELO CGPRG166), CADA UM COM
      *           O NOME COMO ESTA NO CADASTRO DE ORIGEM E O RESUMO
      *           DE LA:
      *             ALUNO       - CURSO, SITUACAO E SALDO EM ABERTO
      *                           NO MENSALU
      *             RESPONSAVEL - NOME E SALDO EM ABERTO DO ALUNO
      *             COMPRADOR   - SITUACAO NO COMPMST
      *             FUNCIONARIO - DEPARTAMENTO E FUNCAO NO CADFUNC
      *           ALUNO DE OUTRA UNIDADE (OPERTAB, COMO O CGPRG089)
      *           SAI SEM O RESUMO. O CPF SAI MASCARADO NA TELA E NO
      *           AUDITLOG (COPY CPFMSKDC/CPFMASK). RESPEITA O
      *           PROTOCOLO DE DISPONIBILIDADE CADDISP DO CGPRG013
      *--------------------------------------------------------------*
      * INSTALACAO (RDO/CEDA):
      *   TRANSACAO ..: CGPS   PROGRAM(CGPRG167)
      *   PROGRAMA ...: CGPRG167  LANGUAGE(COBOL)
      *   ARQUIVO ....: PESSOA (NOVA FCT, SO LEITURA, BROWSE
      *                 HABILITADO)
      *   ARQUIVO ....: COMPMST / CADFUNC (NOVAS FCTs, SO LEITURA)
      *   ARQUIVO ....: CADALU / CADDISP / MENSALU / OPERTAB (FCTs
      *                 JA EXISTENTES DO CG13, CG89 E CG81)
      *   TELA DE TEXTO LIVRE, NO MESMO MOLDE DO CGPRG089
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010200  PROGRAMA CRIADO - CONSULTA ONLINE
      *                          DE TODOS OS PAPEIS DE UMA PESSOA
      *                          PELO CPF
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           COPY CURRSYM.
       DATA DIVISION.
      *=============*
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)       VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> IDENTIFICADORES DE TECLA DE ATENCAO (AID) DO CICS
           COPY DFHAID.

      *-----> VARIAVEIS AUXILIARES DA TRANSACAO
       01  WS-AREA-AUX.
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG167'.
           05  WS-TRANID              PIC X(04) VALUE 'CGPS'.
           05  WS-TRANID-MENU         PIC X(04) VALUE 'CG81'.
           05  WS-RESP                PIC S9(08) COMP.
           05  WS-RESP2               PIC S9(08) COMP.
           05  WS-USERID              PIC X(08).
           05  WS-OPERID              PIC X(03).
      *-----> UNIDADE (CAMPUS) DO OPERADOR NO OPERTAB E DO ALUNO,
      *       COM ESPACO TROCADO POR SEDE; '*' NO OPERADOR = TODAS
           05  WS-UNID-OPER           PIC X(01).
           05  WS-UNID-ALU            PIC X(01).
           05  WS-ABSTIME             PIC S9(15) COMP-3.
           05  WS-LIN-SUB             PIC 9(02).
           05  WS-QTD-LIN             PIC 9(02).
           05  WS-QTD-PAPEIS          PIC 9(03).
           05  WS-CPF-CONSULTA        PIC 9(11).
           05  WS-SALDO-ABERTO        PIC 9(09)V99.
           05  WS-SW-FIM-BRW          PIC X(01).
               88 FIM-BROWSE              VALUE 'S'.
               88 NAO-FIM-BROWSE          VALUE 'N'.
           05  WS-SW-BRW-ABERTO       PIC X(01).
               88 BROWSE-ABERTO           VALUE 'S'.
               88 BROWSE-FECHADO          VALUE 'N'.
           05  WS-SW-FIM-MEN          PIC X(01).
               88 FIM-MENSALU             VALUE 'S'.
               88 NAO-FIM-MENSALU         VALUE 'N'.
           05  WS-SW-DISP             PIC X(01).
               88 CADALU-DISPONIVEL       VALUE 'D'.
               88 CADALU-EM-ATUALIZACAO   VALUE 'I'.
           05  WS-SW-CPF              PIC X(01).
               88 CPF-VALIDO              VALUE 'V'.
               88 CPF-INVALIDO            VALUE 'I'.

      *-----> AREA DE TRABALHO DA CRITICA DO CPF (MODULO 11, COMO
      *       NO CGPRG008 V20)
       01  WS-AREA-DV-CPF.
           05  WS-CPF-DIGITOS         PIC 9(11).
           05  WS-CPF-DIG  REDEFINES  WS-CPF-DIGITOS
                                      OCCURS 11 TIMES  PIC 9(01).
           05  WS-CPF-SOMA            PIC 9(04).
           05  WS-CPF-QUOC            PIC 9(04).
           05  WS-CPF-SUB             PIC 9(02).
           05  WS-CPF-PESO            PIC 9(02).
           05  WS-CPF-RESTO           PIC 9(02).
           05  WS-CPF-DV1             PIC 9(02).
           05  WS-CPF-DV2             PIC 9(02).

      *-----> CONVENCAO COMUM DE MASCARA DE CPF - A TELA SO MOSTRA
      *       O CPF MASCARADO
       01  WS-AREA-CPF.
           COPY CPFMSKDC.

      *-----> REGISTRO DE DISPONIBILIDADE DO CADALU (COMO CGPRG013)
       01  WS-REG-CADDISP.
           COPY CADDISPC.
       01  WS-CHAVE-DISP-K          PIC X(01)      VALUE '1'.

      *-----> REGISTRO E CHAVE DO PESSOA
       01  WS-REG-PESSOA.
           COPY PESSOAC.
       01  WS-CHAVE-PES.
           05  WS-CHV-CPF             PIC 9(11)   COMP-3.
           05  WS-CHV-PAPEL           PIC X(01).
           05  WS-CHV-ID              PIC X(08).

      *-----> REGISTRO E CHAVE DO CADALU
       01  WS-REG-CADALU.
           COPY CADALUC.
       01  WS-CHAVE-CADALU          PIC 9(05)      COMP-3.

      *-----> REGISTRO E CHAVE DO COMPMST
       01  WS-REG-COMPMST.
           COPY COMPMSTC.
       01  WS-CHAVE-COMPMST         PIC 9(04)      COMP-3.

      *-----> REGISTRO E CHAVE DO CADFUNC
       01  WS-REG-CADFUNC.
           COPY CADFUNCC.
       01  WS-CHAVE-CADFUNC.
           05  WS-CHV-DPTO            PIC 9(04)   COMP-3.
           05  WS-CHV-FUNC            PIC 9(04)   COMP-3.

      *-----> REGISTRO DO OPERTAB (KSDS DO ONLINE, COMO NO CGPRG081)
       01  WS-REG-OPERTAB.
           COPY OPERTABC.

      *-----> REGISTRO E CHAVE DO MENSALU
       01  WS-REG-MENSALU.
           COPY MENSALUC.
       01  WS-CHAVE-MEN.
           05  WS-CHV-NUMERO          PIC 9(05)   COMP-3.
           05  WS-CHV-COMPET          PIC 9(06)   COMP-3.

      *-----> TELA DE ENTRADA DO CPF
       01  WS-TELA-PEDIDO.
           05 FILLER               PIC X(40) VALUE
              'CGPRG167 - CADASTRO UNICO DE PESSOAS    '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(34) VALUE
              'DIGITE O CPF (11) E ENTER.        '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(10) VALUE 'PF3=SAIR. '.

      *-----> AREA DE ENTRADA DO CPF
       01  WS-TELA-ENTRADA.
           05 WS-CPF-E            PIC X(11).
       01  WS-TAM-ENTRADA           PIC S9(04) COMP VALUE +11.

      *-----> TELA DA LISTA DE PAPEIS (ATE 12 LINHAS)
       01  WS-TELA-LISTA.
           05 FILLER               PIC X(11) VALUE 'PESSOA CPF '.
           05 WS-CPF-L             PIC X(14).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 WS-QTD-L             PIC ZZ9.
           05 FILLER               PIC X(10) VALUE ' PAPEL(IS)'.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(43) VALUE
              'PAPEL       IDENT.    NOME                 '.
           05 FILLER               PIC X(07) VALUE 'RESUMO '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 WS-LISTA-OCOR        OCCURS 12 TIMES.
              10 WS-LINHA-L        PIC X(78).
              10 FILLER            PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(40) VALUE
              'PROXIMO CPF OU PF3 PARA ENCERRAR.       '.

      *-----> LINHA DE DETALHE DA LISTA
       01  WS-LINHA-DET.
           05 WS-PAPEL-D          PIC X(11).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ID-D             PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOME-D           PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RESUMO-D         PIC X(35).

      *-----> RESUMOS DE CADA PAPEL, MONTADOS EM WS-RESUMO-D
       01  WS-RESUMO-ALUNO.
           05 FILLER              PIC X(06) VALUE 'CURSO '.
           05 WS-CURSO-RA         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-RA           PIC X(01).
           05 FILLER              PIC X(01) VALUE '$'.
           05 WS-SALDO-RA         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
       01  WS-RESUMO-RESP.
           05 FILLER              PIC X(06) VALUE 'ALUNO '.
           05 WS-NOME-RR          PIC X(14).
           05 FILLER              PIC X(01) VALUE '$'.
           05 WS-SALDO-RR         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
       01  WS-RESUMO-FUNC.
           05 WS-DPTO-RF          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-FUNCAO-RF        PIC X(15).
           05 FILLER              PIC X(09) VALUE SPACES.

      *-----> LINHA DE RECUSA/ERRO DE DIGITACAO
       01  WS-TELA-REJ.
           05 FILLER               PIC X(12) VALUE
              'RECUSADO -  '.
           05 WS-REJ-MOTIVO        PIC X(44).
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(30) VALUE
              'TENTE DE NOVO OU PF3 P/ SAIR. '.

      *-----> REGISTRO DE ATIVIDADE PARA O AUDITLOG
       01  WS-REG-AUDIT.
           COPY AUDITCIC.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - CICLO PSEUDO-CONVERSACIONAL
      *--------------------------------------------------------------*
       000-CGPRG167.

           EXEC CICS HANDLE CONDITION
                PGMIDERR  (900-ERRO)
                ERROR     (900-ERRO)
           END-EXEC

           IF EIBCALEN = 0
              PERFORM 010-ENVIAR-PEDIDO
           ELSE
              IF EIBAID = DFHPF3
                 PERFORM 090-TERMINAR
              ELSE
                 PERFORM 030-PROCESSAR THRU 030-PROCESSAR-FIM
              END-IF
           END-IF

           EXEC CICS RETURN
                TRANSID(WS-TRANID)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TELA DE PEDIDO DO CPF
      *--------------------------------------------------------------*
       010-ENVIAR-PEDIDO.

           EXEC CICS SEND TEXT
                FROM    (WS-TELA-PEDIDO)
                LENGTH  (LENGTH OF WS-TELA-PEDIDO)
                ERASE
                RESP    (WS-RESP)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    APURAR A UNIDADE DO OPERADOR: USERID DO CICS -> OPERTAB.
      *    OPERADOR FORA DA TABELA OU SEM UNIDADE FICA COM A SEDE
      *--------------------------------------------------------------*
       012-APURAR-UNIDADE.

           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC
           MOVE WS-USERID (1:3)  TO  WS-OPERID

           EXEC CICS READ
                DATASET   ('OPERTAB')
                INTO      (WS-REG-OPERTAB)
                RIDFLD    (WS-OPERID)
                RESP      (WS-RESP2)
           END-EXEC

           MOVE '1'  TO  WS-UNID-OPER
           IF WS-RESP2 = DFHRESP(NORMAL)
              AND WS-UNIDADE-T OF WS-REG-OPERTAB NOT = SPACE
              MOVE WS-UNIDADE-T OF WS-REG-OPERTAB  TO  WS-UNID-OPER
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSULTAR O REGISTRO DE DISPONIBILIDADE DO CADALU
      *    (CADDISP, MARCADO PELO CGPRG008). REGISTRO AUSENTE VALE
      *    COMO DISPONIVEL - MESMA REGRA DO CGPRG013
      *--------------------------------------------------------------*
       015-TESTAR-DISPONIVEL.

           SET CADALU-DISPONIVEL  TO  TRUE

           EXEC CICS READ
                DATASET   ('CADDISP')
                INTO      (WS-REG-CADDISP)
                RIDFLD    (WS-CHAVE-DISP-K)
                KEYLENGTH (LENGTH OF WS-CHAVE-DISP-K)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF CADASTRO-EM-ATUALIZ
                    SET CADALU-EM-ATUALIZACAO  TO  TRUE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR OS DOIS DIGITOS VERIFICADORES DO CPF (MODULO 11
      *    - MESMA CONTA DO CGPRG008)
      *--------------------------------------------------------------*
       020-VALIDAR-CPF.

           SET CPF-VALIDO  TO  TRUE
           MOVE WS-CPF-CONSULTA  TO  WS-CPF-DIGITOS

           MOVE ZEROS  TO  WS-CPF-SOMA
           MOVE 1      TO  WS-CPF-SUB
           MOVE 10     TO  WS-CPF-PESO
           PERFORM 022-SOMAR-CPF
               UNTIL WS-CPF-PESO < 2
           DIVIDE WS-CPF-SOMA  BY  11
                  GIVING WS-CPF-QUOC  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE ZEROS  TO  WS-CPF-DV1
           ELSE
              COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
           END-IF

           MOVE ZEROS  TO  WS-CPF-SOMA
           MOVE 1      TO  WS-CPF-SUB
           MOVE 11     TO  WS-CPF-PESO
           PERFORM 022-SOMAR-CPF
               UNTIL WS-CPF-PESO < 2
           DIVIDE WS-CPF-SOMA  BY  11
                  GIVING WS-CPF-QUOC  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE ZEROS  TO  WS-CPF-DV2
           ELSE
              COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
           END-IF

           IF WS-CPF-DIG (10) NOT = WS-CPF-DV1
              OR WS-CPF-DIG (11) NOT = WS-CPF-DV2
              SET CPF-INVALIDO  TO TRUE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR UM DIGITO PONDERADO DA SOMA DO MODULO 11
      *--------------------------------------------------------------*
       022-SOMAR-CPF.

           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIG (WS-CPF-SUB) * WS-CPF-PESO
           ADD 1       TO    WS-CPF-SUB
           SUBTRACT 1  FROM  WS-CPF-PESO
           .
      *--------------------------------------------------------------*
      *    RECEBER O CPF E MONTAR A LISTA DE PAPEIS
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE LENGTH OF WS-TELA-ENTRADA  TO  WS-TAM-ENTRADA
           MOVE SPACES                     TO  WS-TELA-ENTRADA

           EXEC CICS RECEIVE
                INTO    (WS-TELA-ENTRADA)
                LENGTH  (WS-TAM-ENTRADA)
                RESP    (WS-RESP)
           END-EXEC

           PERFORM 015-TESTAR-DISPONIVEL
           IF CADALU-EM-ATUALIZACAO
              MOVE 'CADASTRO EM ATUALIZACAO - TENTE MAIS TARDE'
                   TO  WS-REJ-MOTIVO
              PERFORM 080-ENVIAR-REJEICAO
              GO TO 030-PROCESSAR-FIM
           END-IF

           IF WS-CPF-E IS NOT NUMERIC
              MOVE 'CPF NAO NUMERICO'  TO  WS-REJ-MOTIVO
              PERFORM 080-ENVIAR-REJEICAO
              GO TO 030-PROCESSAR-FIM
           END-IF

           MOVE WS-CPF-E  TO  WS-CPF-CONSULTA
           PERFORM 020-VALIDAR-CPF
           IF CPF-INVALIDO OR WS-CPF-CONSULTA = ZEROS
              MOVE 'CPF COM DIGITO VERIFICADOR INVALIDO'
                   TO  WS-REJ-MOTIVO
              PERFORM 080-ENVIAR-REJEICAO
              GO TO 030-PROCESSAR-FIM
           END-IF

           PERFORM 012-APURAR-UNIDADE
           PERFORM 040-MONTAR-LISTA
           .
       030-PROCESSAR-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    MONTAR A LISTA DOS PAPEIS DO CPF NO PESSOA (BROWSE PELA
      *    FAIXA DO CPF)
      *--------------------------------------------------------------*
       040-MONTAR-LISTA.

           MOVE ZEROS           TO  WS-QTD-LIN
                                    WS-QTD-PAPEIS
           MOVE 1               TO  WS-LIN-SUB
           PERFORM 042-LIMPAR-LINHA
               UNTIL WS-LIN-SUB > 12
           SET NAO-FIM-BROWSE   TO  TRUE

           MOVE WS-CPF-CONSULTA  TO  WS-CHV-CPF
           MOVE LOW-VALUES       TO  WS-CHV-PAPEL
                                     WS-CHV-ID

           EXEC CICS STARTBR
                DATASET   ('PESSOA')
                RIDFLD    (WS-CHAVE-PES)
                KEYLENGTH (LENGTH OF WS-CHAVE-PES)
                GTEQ
                RESP      (WS-RESP)
           END-EXEC

           SET BROWSE-ABERTO  TO  TRUE
           IF WS-RESP = DFHRESP(NOTFND)
              SET FIM-BROWSE     TO  TRUE
              SET BROWSE-FECHADO TO  TRUE
           ELSE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM 900-ERRO
              END-IF
           END-IF

           PERFORM 044-LER-PAPEL
               UNTIL FIM-BROWSE

           IF BROWSE-ABERTO
              EXEC CICS ENDBR
                   DATASET ('PESSOA')
                   RESP    (WS-RESP)
              END-EXEC
           END-IF

           IF WS-QTD-PAPEIS = ZEROS
              MOVE 'CPF SEM VINCULO NO CADASTRO UNICO'
                   TO  WS-REJ-MOTIVO
              PERFORM 080-ENVIAR-REJEICAO
           ELSE
              PERFORM 088-AUDITAR-ATIVIDADE
              MOVE WS-CPF-CONSULTA  TO  WS-CPF-ENTRADA
              PERFORM 995-FORMATAR-CPF THRU 995-FORMATAR-CPF-FIM
              MOVE WS-CPF-SAIDA     TO  WS-CPF-L
              MOVE WS-QTD-PAPEIS    TO  WS-QTD-L
              EXEC CICS SEND TEXT
                   FROM    (WS-TELA-LISTA)
                   LENGTH  (LENGTH OF WS-TELA-LISTA)
                   ERASE
                   RESP    (WS-RESP2)
              END-EXEC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIMPAR UMA LINHA DA LISTA
      *--------------------------------------------------------------*
       042-LIMPAR-LINHA.

           MOVE SPACES  TO  WS-LINHA-L (WS-LIN-SUB)
           ADD  1       TO  WS-LIN-SUB
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO PAPEL DO BROWSE; CPF DIFERENTE ENCERRA A
      *    FAIXA. OS 12 PRIMEIROS PAPEIS SAO DETALHADOS
      *--------------------------------------------------------------*
       044-LER-PAPEL.

           EXEC CICS READNEXT
                DATASET   ('PESSOA')
                INTO      (WS-REG-PESSOA)
                RIDFLD    (WS-CHAVE-PES)
                KEYLENGTH (LENGTH OF WS-CHAVE-PES)
                RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF WS-CPF-PS OF WS-REG-PESSOA NOT = WS-CPF-CONSULTA
                    SET FIM-BROWSE  TO  TRUE
                 ELSE
                    ADD 1  TO  WS-QTD-PAPEIS
                    IF WS-QTD-LIN < 12
                       ADD 1  TO  WS-QTD-LIN
                       PERFORM 050-DETALHAR-PAPEL
                       MOVE WS-LINHA-DET  TO  WS-LINHA-L (WS-QTD-LIN)
                    END-IF
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET FIM-BROWSE  TO  TRUE
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MONTAR A LINHA DE UM PAPEL COM O RESUMO DO CADASTRO DE
      *    ORIGEM
      *--------------------------------------------------------------*
       050-DETALHAR-PAPEL.

           MOVE SPACES                       TO  WS-ID-D
                                                 WS-RESUMO-D
           MOVE WS-NOME-PS OF WS-REG-PESSOA  TO  WS-NOME-D

           EVALUATE TRUE
              WHEN PAPEL-ALUNO OF WS-REG-PESSOA
                 MOVE 'ALUNO'        TO  WS-PAPEL-D
                 MOVE WS-ID-PS OF WS-REG-PESSOA (1:5)  TO  WS-ID-D
                 PERFORM 052-RESUMIR-ALUNO
              WHEN PAPEL-RESPONSAVEL OF WS-REG-PESSOA
                 MOVE 'RESPONSAVEL'  TO  WS-PAPEL-D
                 MOVE WS-ID-PS OF WS-REG-PESSOA (1:5)  TO  WS-ID-D
                 PERFORM 052-RESUMIR-ALUNO
              WHEN PAPEL-COMPRADOR OF WS-REG-PESSOA
                 MOVE 'COMPRADOR'    TO  WS-PAPEL-D
                 MOVE WS-ID-PS OF WS-REG-PESSOA (1:4)  TO  WS-ID-D
                 PERFORM 054-RESUMIR-COMPRADOR
              WHEN PAPEL-FUNCIONARIO OF WS-REG-PESSOA
                 MOVE 'FUNCIONARIO'  TO  WS-PAPEL-D
                 STRING WS-ID-PS OF WS-REG-PESSOA (1:4) '/'
                        WS-ID-PS OF WS-REG-PESSOA (5:4)
                 DELIMITED BY SIZE INTO WS-ID-D
                 PERFORM 056-RESUMIR-FUNCIONARIO
              WHEN OTHER
                 MOVE WS-PAPEL-PS OF WS-REG-PESSOA  TO  WS-PAPEL-D
                 MOVE WS-ID-PS OF WS-REG-PESSOA     TO  WS-ID-D
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    RESUMO DO ALUNO (PAPEL ALUNO OU RESPONSAVEL): CADALU DA
      *    MATRICULA, RESTRITO A UNIDADE DO OPERADOR, E SALDO EM
      *    ABERTO NO MENSALU
      *--------------------------------------------------------------*
       052-RESUMIR-ALUNO.

           MOVE WS-MATRICULA-PS OF WS-REG-PESSOA  TO  WS-CHAVE-CADALU
           EXEC CICS READ
                DATASET   ('CADALU')
                INTO      (WS-REG-CADALU)
                RIDFLD    (WS-CHAVE-CADALU)
                KEYLENGTH (LENGTH OF WS-CHAVE-CADALU)
                RESP      (WS-RESP2)
           END-EXEC

           IF WS-RESP2 = DFHRESP(NOTFND)
              MOVE 'ALUNO FORA DO CADALU'  TO  WS-RESUMO-D
           ELSE
              IF WS-RESP2 NOT = DFHRESP(NORMAL)
                 PERFORM 900-ERRO
              END-IF
              IF WS-UNIDADE-S OF WS-REG-CADALU = SPACE
                 MOVE '1'  TO  WS-UNID-ALU
              ELSE
                 MOVE WS-UNIDADE-S OF WS-REG-CADALU  TO  WS-UNID-ALU
              END-IF
              IF WS-UNID-OPER NOT = '*'
                 AND WS-UNID-ALU NOT = WS-UNID-OPER
                 MOVE 'ALUNO DE OUTRA UNIDADE'  TO  WS-RESUMO-D
              ELSE
                 PERFORM 060-APURAR-SALDO
                 IF PAPEL-ALUNO OF WS-REG-PESSOA
                    MOVE WS-CURSO-S OF WS-REG-CADALU  TO  WS-CURSO-RA
                    MOVE WS-SIT-ALUNO-S OF WS-REG-CADALU
                                                      TO  WS-SIT-RA
                    MOVE WS-SALDO-ABERTO              TO  WS-SALDO-RA
                    MOVE WS-RESUMO-ALUNO              TO  WS-RESUMO-D
                 ELSE
                    MOVE WS-NOME-S OF WS-REG-CADALU   TO  WS-NOME-RR
                    MOVE WS-SALDO-ABERTO              TO  WS-SALDO-RR
                    MOVE WS-RESUMO-RESP               TO  WS-RESUMO-D
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    RESUMO DO COMPRADOR: SITUACAO NO COMPMST
      *--------------------------------------------------------------*
       054-RESUMIR-COMPRADOR.

           MOVE WS-COMPRADOR-PS OF WS-REG-PESSOA  TO  WS-CHAVE-COMPMST
           EXEC CICS READ
                DATASET   ('COMPMST')
                INTO      (WS-REG-COMPMST)
                RIDFLD    (WS-CHAVE-COMPMST)
                KEYLENGTH (LENGTH OF WS-CHAVE-COMPMST)
                RESP      (WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP2
              WHEN DFHRESP(NORMAL)
                 IF COMPRADOR-INATIVO OF WS-REG-COMPMST
                    MOVE 'COMPRADOR INATIVO'  TO  WS-RESUMO-D
                 ELSE
                    MOVE 'COMPRADOR ATIVO'    TO  WS-RESUMO-D
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'COMPRADOR FORA DO COMPMST'  TO  WS-RESUMO-D
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    RESUMO DO FUNCIONARIO: DEPARTAMENTO E FUNCAO NO CADFUNC
      *--------------------------------------------------------------*
       056-RESUMIR-FUNCIONARIO.

           MOVE WS-DPTO-PS OF WS-REG-PESSOA  TO  WS-CHV-DPTO
           MOVE WS-FUNC-PS OF WS-REG-PESSOA  TO  WS-CHV-FUNC
           EXEC CICS READ
                DATASET   ('CADFUNC')
                INTO      (WS-REG-CADFUNC)
                RIDFLD    (WS-CHAVE-CADFUNC)
                KEYLENGTH (LENGTH OF WS-CHAVE-CADFUNC)
                RESP      (WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP2
              WHEN DFHRESP(NORMAL)
                 MOVE WS-NOME-DPTO-FU OF WS-REG-CADFUNC
                                      TO  WS-DPTO-RF
                 MOVE WS-FUNCAO-FU OF WS-REG-CADFUNC
                                      TO  WS-FUNCAO-RF
                 MOVE WS-RESUMO-FUNC  TO  WS-RESUMO-D
              WHEN DFHRESP(NOTFND)
                 MOVE 'FUNCIONARIO FORA DO CADFUNC'  TO  WS-RESUMO-D
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    SOMAR O SALDO EM ABERTO DO ALUNO NO MENSALU (BROWSE PELA
      *    FAIXA DA MATRICULA, A MESMA CONTA DO CGPRG089)
      *--------------------------------------------------------------*
       060-APURAR-SALDO.

           MOVE ZEROS  TO  WS-SALDO-ABERTO
           SET NAO-FIM-MENSALU  TO  TRUE

           MOVE WS-NUMERO-S OF WS-REG-CADALU  TO  WS-CHV-NUMERO
           MOVE ZEROS                         TO  WS-CHV-COMPET

           EXEC CICS STARTBR
                DATASET   ('MENSALU')
                RIDFLD    (WS-CHAVE-MEN)
                KEYLENGTH (LENGTH OF WS-CHAVE-MEN)
                GTEQ
                RESP      (WS-RESP2)
           END-EXEC

           IF WS-RESP2 = DFHRESP(NOTFND)
              GO TO 060-APURAR-SALDO-FIM
           END-IF
           IF WS-RESP2 NOT = DFHRESP(NORMAL)
              PERFORM 900-ERRO
           END-IF

           PERFORM 062-SOMAR-MENSALIDADE
               UNTIL FIM-MENSALU

           EXEC CICS ENDBR
                DATASET ('MENSALU')
                RESP    (WS-RESP2)
           END-EXEC
           .
       060-APURAR-SALDO-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LER A PROXIMA COBRANCA DO ALUNO; COBRANCA ABERTA SOMA NO
      *    SALDO
      *--------------------------------------------------------------*
       062-SOMAR-MENSALIDADE.

           EXEC CICS READNEXT
                DATASET   ('MENSALU')
                INTO      (WS-REG-MENSALU)
                RIDFLD    (WS-CHAVE-MEN)
                KEYLENGTH (LENGTH OF WS-CHAVE-MEN)
                RESP      (WS-RESP2)
           END-EXEC

           EVALUATE WS-RESP2
              WHEN DFHRESP(NORMAL)
                 IF WS-NUMERO-M OF WS-REG-MENSALU
                    NOT = WS-NUMERO-S OF WS-REG-CADALU
                    SET FIM-MENSALU  TO  TRUE
                 ELSE
                    IF MENS-ABERTA OF WS-REG-MENSALU
                       COMPUTE WS-SALDO-ABERTO = WS-SALDO-ABERTO
                             + WS-VALOR-M OF WS-REG-MENSALU
                             + WS-ENCARGOS-M OF WS-REG-MENSALU
                             - WS-VALOR-PAGO-M OF WS-REG-MENSALU
                    END-IF
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET FIM-MENSALU  TO  TRUE
              WHEN OTHER
                 PERFORM 900-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ENVIAR A TELA DE RECUSA
      *--------------------------------------------------------------*
       080-ENVIAR-REJEICAO.

           EXEC CICS SEND TEXT
                FROM    (WS-TELA-REJ)
                LENGTH  (LENGTH OF WS-TELA-REJ)
                ERASE
                RESP    (WS-RESP2)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    REGISTRAR NO AUDITLOG A CONSULTA EXIBIDA, COM O CPF
      *    MASCARADO (SO O MIOLO). CHAVE DUPLICADA (MESMO SEGUNDO) E
      *    TOLERADA SEM ABEND
      *--------------------------------------------------------------*
       088-AUDITAR-ATIVIDADE.

           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-DATA-AU)
                TIME     (WS-HORA-AU)
           END-EXEC
           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC

           MOVE WS-USERID   TO  WS-USERID-AU
           MOVE EIBTRNID    TO  WS-TRANS-AU
           MOVE SPACES      TO  WS-ALVO-AU
           MOVE '***'              TO  WS-ALVO-AU (1:3)
           MOVE WS-CPF-E (4:6)     TO  WS-ALVO-AU (4:6)
           MOVE '**'               TO  WS-ALVO-AU (10:2)
           MOVE 'C'       TO  WS-RESULT-AU

           EXEC CICS WRITE
                DATASET   ('AUDITLOG')
                FROM      (WS-REG-AUDIT)
                RIDFLD    (WS-CHAVE-AU)
                KEYLENGTH (LENGTH OF WS-CHAVE-AU)
                RESP      (WS-RESP2)
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    FINALIZAR A TRANSACAO (PF3)
      *--------------------------------------------------------------*
       090-TERMINAR.

           EXEC CICS SEND CONTROL
                FREEKB
                ERASE
                RESP    (WS-RESP2)
           END-EXEC

           EXEC CICS RETURN
                TRANSID(WS-TRANID-MENU)
                IMMEDIATE
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO - CONDICAO CICS NAO ESPERADA
      *--------------------------------------------------------------*
       900-ERRO.

           EXEC CICS SEND TEXT
                FROM    (WS-PROGID)
                LENGTH  (LENGTH OF WS-PROGID)
                ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .
      *--------------------------------------------------------------*
      *    ROTINA COMUM DE FORMATACAO DE CPF (LGPD)
      *--------------------------------------------------------------*
           COPY CPFMASK.
      *---------------> FIM DO PROGRAMA CGPRG167 <
