          03 MEDIC-NOME           PIC X(30).
          03 MEDIC-SALDO          PIC 9(06).
          03 MEDIC-MINIMO         PIC 9(06).
          03 MEDIC-LISTA          PIC X(02).

       FD CADOPER
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
       01 W-NOME        PIC X(30) VALUE SPACES.
       01 W-SALDO       PIC 9(06) VALUE ZEROS.
       01 W-MINIMO      PIC 9(06) VALUE ZEROS.
       01 W-LISTA       PIC X(02) VALUE SPACES.
       01 IND           PIC 9(02) VALUE ZEROS.

      *------LISTAS DE SUBSTANCIAS CONTROLADAS (PORTARIA 344)----------*
       01 TABLISTAX.
          03 FILLER     PIC X(02) VALUE "A1".
          03 FILLER     PIC X(02) VALUE "A2".
          03 FILLER     PIC X(02) VALUE "A3".
          03 FILLER     PIC X(02) VALUE "B1".
          03 FILLER     PIC X(02) VALUE "B2".
          03 FILLER     PIC X(02) VALUE "C1".
          03 FILLER     PIC X(02) VALUE "C2".
          03 FILLER     PIC X(02) VALUE "C3".
          03 FILLER     PIC X(02) VALUE "C4".
          03 FILLER     PIC X(02) VALUE "C5".
       01 TABLISTA REDEFINES TABLISTAX.
          03 TBLISTA    PIC X(02) OCCURS 10 TIMES.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
               VALUE  "ADO PELO SMP061)".
           05  LINE 11  COLUMN 01
               VALUE  "       ESTOQUE MINIMO:".
           05  LINE 13  COLUMN 01
               VALUE  "       LISTA CONTROLE:     (A1 A2 A3 B1 B2".
           05  LINE 13  COLUMN 41
               VALUE  " C1 A C5  BRANCO=NAO CONTROLADO)".

           05  TCODIGO
               LINE 05  COLUMN 24  PIC 9(04)
               USING  W-MINIMO
               HIGHLIGHT.

           05  TLISTA
               LINE 13  COLUMN 24  PIC X(02)
               USING  W-LISTA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R1.
           MOVE ZEROS TO W-CODIGO W-SALDO W-MINIMO W-SEL
           MOVE SPACES TO W-NOME W-LISTA
           DISPLAY TELAMEDIC.

       R2.
                MOVE MEDIC-NOME TO W-NOME
                MOVE MEDIC-SALDO TO W-SALDO
                MOVE MEDIC-MINIMO TO W-MINIMO
                MOVE MEDIC-LISTA TO W-LISTA
                DISPLAY TELAMEDIC
                DISPLAY (09, 24) W-SALDO
                PERFORM ACE-001
           IF W-ACT = 01
                GO TO R3.

       R5.
           ACCEPT TLISTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

           IF W-LISTA = SPACES
                GO TO R6.
           MOVE 1 TO IND.
       R5A.
           IF TBLISTA(IND) NOT = W-LISTA
              ADD 1 TO IND
              IF IND < 11
                 GO TO R5A
              ELSE
                 MOVE "*LISTA INVALIDA, VERIFIQUE A TABELA*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
       R6.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-NOME TO MEDIC-NOME
                MOVE ZEROS TO MEDIC-SALDO
                MOVE W-MINIMO TO MEDIC-MINIMO
                MOVE W-LISTA TO MEDIC-LISTA
                WRITE REGMEDIC
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-CTRL-QTD
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-NOME TO MEDIC-NOME
                MOVE W-SALDO TO MEDIC-SALDO
                MOVE W-MINIMO TO MEDIC-MINIMO
                MOVE W-LISTA TO MEDIC-LISTA
                REWRITE REGMEDIC
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
