      *--------------------------------------------------------------*
      *    ROTINA COMUM DE HIERARQUIA DE DEPARTAMENTOS - VER         *
      *    DEPTHIDC E DEPTMSTC                                       *
      *--------------------------------------------------------------*
      *    INCLUIDA VIA COPY NA PROCEDURE DIVISION DOS RELATORIOS    *
      *    DE FOLHA QUE TOTALIZAM POR DIRETORIA (CUSTO DE FOLHA,     *
      *    MOVIMENTACAO E ORCADO X REALIZADO), PARA QUE OS TRES      *
      *    SUBAM A MESMA ARVORE DO MESMO JEITO.                      *
      *--------------------------------------------------------------*
       981-CARREGAR-DEPTOS.

           MOVE ZEROS  TO  WS-QTD-DH
           OPEN INPUT DEPTMST
           IF WS-FS-DEP = '35'
              DISPLAY ' * DEPTMST AUSENTE - TUDO SEM DIRETORIA'
              GO TO 981-CARREGAR-DEPTOS-FIM
           END-IF
           IF WS-FS-DEP  NOT = '00'
              MOVE  'ERRO AO ABRIR O DEPTMST'  TO WS-MSG
              MOVE   WS-FS-DEP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 983-LER-DEPTMST
           PERFORM 984-GUARDAR-DEPTO UNTIL WS-FS-DEP = '10'

           CLOSE  DEPTMST
           IF WS-FS-DEP  NOT = '00'
              MOVE  'ERRO AO FECHAR O DEPTMST'  TO WS-MSG
              MOVE   WS-FS-DEP                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> DIRETORIA DE CADA DEPARTAMENTO: SOBE PELOS PAIS ATE
      *       O PAI ZEROS (NO MAXIMO 20 NIVEIS - O CGPRG189 NAO
      *       ACEITA CICLO); PAI FORA DA TABELA PARA A SUBIDA NELE
           MOVE 1  TO  WS-SUB2-DH
           PERFORM 985-RESOLVER-DIRETORIA
               UNTIL WS-SUB2-DH > WS-QTD-DH
           DISPLAY ' * DEPARTAMENTOS CARREGADOS - DEPTMST = '
                   WS-QTD-DH
           .
       981-CARREGAR-DEPTOS-FIM.
           EXIT.
      *--------------------------------------------------------------*
      *    LOCALIZAR O DEPARTAMENTO WS-DPTO-DH NA TABELA
      *--------------------------------------------------------------*
       982-LOCALIZAR-DEPTO.

           MOVE 1  TO  WS-SUB-DH
           PERFORM 986-AVANCAR-DEPTO
               UNTIL WS-SUB-DH > WS-QTD-DH
                  OR WS-COD-DH (WS-SUB-DH) = WS-DPTO-DH
           IF WS-SUB-DH > WS-QTD-DH
              MOVE ZEROS   TO  WS-SUB-DH
              MOVE ZEROS   TO  WS-DIR-DH
              MOVE SPACES  TO  WS-SIGLA-DH
              MOVE SPACES  TO  WS-CCUSTO-DH
           ELSE
              MOVE WS-DIRET-DH (WS-SUB-DH)     TO  WS-DIR-DH
              MOVE WS-SIGLA-TB-DH (WS-SUB-DH)  TO  WS-SIGLA-DH
              MOVE WS-CC-DH (WS-SUB-DH)        TO  WS-CCUSTO-DH
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO DEPARTAMENTO DO DEPTMST
      *--------------------------------------------------------------*
       983-LER-DEPTMST.

           READ DEPTMST  NEXT RECORD
           IF WS-FS-DEP  NOT = '00' AND '10'
              MOVE  'ERRO NA LEITURA DO DEPTMST'  TO WS-MSG
              MOVE   WS-FS-DEP                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM DEPARTAMENTO NA TABELA
      *--------------------------------------------------------------*
       984-GUARDAR-DEPTO.

           IF WS-QTD-DH = 300
              MOVE  'MAIS DE 300 DEPTOS NO DEPTMST'  TO WS-MSG
              MOVE  '  '                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1  TO  WS-QTD-DH
           MOVE WS-DPTO-DP OF REG-DEPTMST    TO  WS-COD-DH (WS-QTD-DH)
           MOVE WS-SIGLA-DP OF REG-DEPTMST
                                    TO  WS-SIGLA-TB-DH (WS-QTD-DH)
           MOVE WS-PAI-DP OF REG-DEPTMST     TO  WS-PAI-DH (WS-QTD-DH)
           MOVE WS-CCUSTO-DP OF REG-DEPTMST  TO  WS-CC-DH (WS-QTD-DH)
           MOVE WS-DPTO-DP OF REG-DEPTMST
                                    TO  WS-DIRET-DH (WS-QTD-DH)

           PERFORM 983-LER-DEPTMST
           .
      *--------------------------------------------------------------*
      *    SUBIR DO DEPARTAMENTO WS-SUB2-DH ATE A SUA DIRETORIA
      *--------------------------------------------------------------*
       985-RESOLVER-DIRETORIA.

           MOVE WS-COD-DH (WS-SUB2-DH)  TO  WS-DIRET-DH (WS-SUB2-DH)
           MOVE WS-PAI-DH (WS-SUB2-DH)  TO  WS-PAI-ATU-DH
           MOVE ZEROS                   TO  WS-NIVEL-DH
           PERFORM 987-SUBIR-NIVEL
               UNTIL WS-PAI-ATU-DH = ZEROS
                  OR WS-NIVEL-DH > 20
           ADD 1  TO  WS-SUB2-DH
           .
      *--------------------------------------------------------------*
      *    AVANCAR UMA POSICAO NA TABELA DE DEPARTAMENTOS
      *--------------------------------------------------------------*
       986-AVANCAR-DEPTO.

           ADD 1  TO  WS-SUB-DH
           .
      *--------------------------------------------------------------*
      *    SUBIR UM NIVEL: O PAI ATUAL PASSA A SER A DIRETORIA
      *    PROVISORIA E O PAI DELE O PROXIMO A SUBIR
      *--------------------------------------------------------------*
       987-SUBIR-NIVEL.

           ADD 1  TO  WS-NIVEL-DH
           MOVE WS-PAI-ATU-DH  TO  WS-DPTO-DH
           MOVE 1  TO  WS-SUB-DH
           PERFORM 986-AVANCAR-DEPTO
               UNTIL WS-SUB-DH > WS-QTD-DH
                  OR WS-COD-DH (WS-SUB-DH) = WS-DPTO-DH
           IF WS-SUB-DH > WS-QTD-DH
              MOVE ZEROS  TO  WS-PAI-ATU-DH
           ELSE
              MOVE WS-COD-DH (WS-SUB-DH)
                                  TO  WS-DIRET-DH (WS-SUB2-DH)
              MOVE WS-PAI-DH (WS-SUB-DH)  TO  WS-PAI-ATU-DH
           END-IF
           .
