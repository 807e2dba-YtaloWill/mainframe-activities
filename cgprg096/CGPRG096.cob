      *                          VIGENCIA NAO DECIDE NOTA, COM
      *                          MENSAGEM PROPRIA E REGISTRO 'N' NO
      *                          AUDITLOG
      *  V04    OUT/2026 010189  A TELA MOSTRA TAMBEM A 3A E A 4A
      *                          NOTAS (ANTES E PROPOSTAS) DA
      *                          SOLICITACAO - REGRA DE AVALIACAO POR
      *                          CURSO
      *  V05    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): MATRICULA DA
      *                          TELA E DA AUDITORIA COM 5 POSICOES;
      *                          COMMAREA INALTERADA (12 BYTES)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-TRANID-MENU         PIC X(04) VALUE 'CG81'.
           05  WS-RESP                PIC S9(08) COMP.
           05  WS-RESP2               PIC S9(08) COMP.
           05  WS-ALVO-NUM            PIC 9(05).
           05  WS-AUD-RESULT          PIC X(01).
           05  WS-USERID              PIC X(08).
           05  WS-OPERID              PIC X(03).
       01  WS-REG-NOTAPEND.
           COPY NOTAPENC.
       01  WS-CHAVE-PEND.
           05  WS-CHV-NUMERO-NP       PIC 9(05)   COMP-3.
           05  WS-CHV-DTSOL-NP        PIC 9(08)   COMP-3.
           05  WS-CHV-HRSOL-NP        PIC 9(06)   COMP-3.

      *-----> COMMAREA - CHAVE DA SOLICITACAO EM TELA
       01  WS-COMMAREA.
           05  CA-NUMERO              PIC 9(05)   COMP-3.
           05  CA-DTSOL               PIC 9(08)   COMP-3.
           05  CA-HRSOL               PIC 9(06)   COMP-3.

              'CGPRG096 - APROVACAO DE NOTAS PENDENTES '.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(06) VALUE 'MATR. '.
           05 WS-MAT-T             PIC 9(05).
           05 FILLER               PIC X(08) VALUE '  SOLIC '.
           05 WS-SOLIC-T           PIC X(03).
           05 FILLER               PIC X(06) VALUE ' MOT. '.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-N2A-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-N3A-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-N4A-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-NRA-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(07) VALUE 'DEPOIS:'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-N2N-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-N3N-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-N4N-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-NRN-T             PIC Z9,99.
           05 FILLER               PIC X(01) VALUE X'15'.
           05 FILLER               PIC X(44) VALUE
           MOVE WS-DTSOL-NP OF WS-REG-NOTAPEND       TO  WS-DTSOL-T
           MOVE WS-NOTA1-ANT-NP OF WS-REG-NOTAPEND   TO  WS-N1A-T
           MOVE WS-NOTA2-ANT-NP OF WS-REG-NOTAPEND   TO  WS-N2A-T
      *-----> SOLICITACAO GRAVADA ANTES DA 3A/4A NOTAS TEM ESPACOS
      *       NO LUGAR DELAS (VER V04)
           IF WS-NOTA3-ANT-NP OF WS-REG-NOTAPEND NOT NUMERIC
              MOVE ZEROS  TO  WS-NOTA3-ANT-NP OF WS-REG-NOTAPEND
              MOVE ZEROS  TO  WS-NOTA4-ANT-NP OF WS-REG-NOTAPEND
              MOVE ZEROS  TO  WS-NOTA3-NOVA-NP OF WS-REG-NOTAPEND
              MOVE ZEROS  TO  WS-NOTA4-NOVA-NP OF WS-REG-NOTAPEND
           END-IF
           MOVE WS-NOTA3-ANT-NP OF WS-REG-NOTAPEND   TO  WS-N3A-T
           MOVE WS-NOTA4-ANT-NP OF WS-REG-NOTAPEND   TO  WS-N4A-T
           MOVE WS-NOTAREC-ANT-NP OF WS-REG-NOTAPEND TO  WS-NRA-T
           MOVE WS-NOTA1-NOVA-NP OF WS-REG-NOTAPEND  TO  WS-N1N-T
           MOVE WS-NOTA2-NOVA-NP OF WS-REG-NOTAPEND  TO  WS-N2N-T
           MOVE WS-NOTA3-NOVA-NP OF WS-REG-NOTAPEND  TO  WS-N3N-T
           MOVE WS-NOTA4-NOVA-NP OF WS-REG-NOTAPEND  TO  WS-N4N-T
           MOVE WS-NOTAREC-NOVA-NP OF WS-REG-NOTAPEND
                                                     TO  WS-NRN-T

           MOVE WS-USERID      TO  WS-USERID-AU
           MOVE EIBTRNID       TO  WS-TRANS-AU
           MOVE SPACES         TO  WS-ALVO-AU
           MOVE WS-ALVO-NUM    TO  WS-ALVO-AU (1:5)
           MOVE WS-AUD-RESULT  TO  WS-RESULT-AU

           EXEC CICS WRITE
