          03 LAYT-CONV            PIC 9(04).
          03 LAYT-SEP             PIC X(01).
          03 LAYT-ORDEM.
             05 LAYT-CAMPO        PIC 9(01) OCCURS 6 TIMES.

       FD CADCONV
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
       01 W-CONV        PIC 9(04) VALUE ZEROS.
       01 W-SEPAR       PIC X(01) VALUE SPACES.
       01 W-ORDEM.
          03 W-CAMPO    PIC 9(01) OCCURS 6 TIMES.
       01 W-CAM-I       PIC 9(01) VALUE ZEROS.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
           05  LINE 07  COLUMN 01
               VALUE  "       SEPARADOR    :".
           05  LINE 09  COLUMN 01
               VALUE  "       ORDEM DOS CAMPOS (1 A 6, 0=OMITE)".
           05  LINE 10  COLUMN 01
               VALUE  "       1=CPF 2=DATA 3=CRM 4=CID 5=VALOR".
           05  LINE 10  COLUMN 41
               VALUE  " 6=CODIGO TUSS".
           05  LINE 12  COLUMN 01
               VALUE  "       POSICAO 1    :".
           05  LINE 13  COLUMN 01
               VALUE  "       POSICAO 4    :".
           05  LINE 16  COLUMN 01
               VALUE  "       POSICAO 5    :".
           05  LINE 17  COLUMN 01
               VALUE  "       POSICAO 6    :".

           05  TCONV
               LINE 05  COLUMN 23  PIC 9(04)
               LINE 16  COLUMN 23  PIC 9
               USING  W-CAMPO(5)
               HIGHLIGHT.
           05  TCAMPO6
               LINE 17  COLUMN 23  PIC 9
               USING  W-CAMPO(6)
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.
           IF W-CAMPO(1) > 6
                MOVE "DIGITE DE 0 A 6" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
       R4A.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.
           IF W-CAMPO(2) > 6
                MOVE "DIGITE DE 0 A 6" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4A.
       R4B.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4A.
           IF W-CAMPO(3) > 6
                MOVE "DIGITE DE 0 A 6" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4B.
       R4C.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4B.
           IF W-CAMPO(4) > 6
                MOVE "DIGITE DE 0 A 6" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4C.
       R4D.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4C.
           IF W-CAMPO(5) > 6
                MOVE "DIGITE DE 0 A 6" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4D.
       R4E.
           ACCEPT TCAMPO6
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4D.
           IF W-CAMPO(6) > 6
                MOVE "DIGITE DE 0 A 6" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4E.

           IF W-ORDEM = "000000"
                MOVE "INFORME AO MENOS UM CAMPO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
