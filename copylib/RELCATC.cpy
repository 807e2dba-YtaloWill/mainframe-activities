      *--------------------------------------------------------------*
      *    CATALOGO DOS RELATORIOS QUE PODEM SER SOLICITADOS PELO    *
      *    ONLINE (TRANSACAO CGSR/CGPRG210) E SUBMETIDOS PELO        *
      *    CGPRG211. TODOS USAM O CARTAO COMUM DE RELATORIO (COPY    *
      *    RELPARM). CARGA ESTATICA VIA REDEFINES, COMO O UFTAB:     *
      *      WS-RELCAT-NOME  : NOME DO RELATORIO (DIGITADO NA TELA)  *
      *      WS-RELCAT-PROG  : PROGRAMA QUE O EMITE                  *
      *      WS-RELCAT-NIVEL : NIVEL MINIMO DO OPERADOR NO OPERTAB   *
      *      WS-RELCAT-CAL   : 'S' = PROGRAMA CONTROLADO PELO        *
      *                        CALPROC - SO E SUBMETIDO DEPOIS QUE O *
      *                        CICLO DA DATA DE NEGOCIO O COMPLETOU  *
      *                        (RODA COM O CARTAO DE REEXECUCAO)     *
      *    INCLUSAO DE RELATORIO NOVO: UMA LINHA AQUI, O WS-RELCAT-  *
      *    QTD E OS STEPS DO JOB NO CGPRG211                         *
      *--------------------------------------------------------------*
       01  WS-TAB-RELCAT-CARGA.
           05  FILLER              PIC X(18)  VALUE
               'RELALU  CGPRG0091S'.
           05  FILLER              PIC X(18)  VALUE
               'RELRANK CGPRG0311N'.
           05  FILLER              PIC X(18)  VALUE
               'RELACID CGPRG0112S'.

       01  WS-TAB-RELCAT  REDEFINES  WS-TAB-RELCAT-CARGA.
           05  WS-RELCAT-OCOR      OCCURS 3 TIMES.
               10  WS-RELCAT-NOME  PIC X(08).
               10  WS-RELCAT-PROG  PIC X(08).
               10  WS-RELCAT-NIVEL PIC 9(01).
               10  WS-RELCAT-CAL   PIC X(01).

       01  WS-RELCAT-QTD           PIC 9(02)  VALUE 3.
