          03 FATUR-SITU           PIC X(01).
          03 FATUR-MOTGLO         PIC 9(02).
          03 FATUR-DATAFAT        PIC 9(08).
          03 FATUR-TIPO           PIC X(01).
          03 FATUR-DATABX         PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SITNOVA     PIC X(01) VALUE SPACES.
       01 W-SITANT      PIC X(01) VALUE SPACES.
       01 W-SITTXT      PIC X(08) VALUE SPACES.
       01 W-DATABX      PIC 9(08) VALUE ZEROS.
       01 W-VALFMT      PIC ZZ.ZZ9,99.
       01 W-DATFMT.
          03 W-DATFMT-DIA PIC 99.
               VALUE  " NUMERO DA FATURA :          ITEM :".
           05  LINE 10  COLUMN 01
               VALUE  " NOVA SITUACAO (P=PAGO G=GLOSA A=ABERTO):".
           05  LINE 11  COLUMN 01
               VALUE  "               (C=CANCELADO)".
           05  LINE 12  COLUMN 01
               VALUE  " VALOR PAGO       :".
           05  LINE 14  COLUMN 01
                GO TO R2.

           IF W-SITNOVA NOT = "P" AND W-SITNOVA NOT = "G" AND
              W-SITNOVA NOT = "A" AND W-SITNOVA NOT = "C"
                MOVE "DIGITE P, G, A OU C" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.

      *------CANCELAMENTO SO DE ITEM EM ABERTO E COM PERMISSAO---------*
           IF W-SITNOVA = "C"
              IF W-PERM-EXCLUI NOT = "S"
                 MOVE "OPERADOR SEM PERMISSAO DE CANCELAMENTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R5
              ELSE
                 IF FATUR-SITU NOT = "A"
                    MOVE "SO ITEM EM ABERTO PODE SER CANCELADO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO R5.

       R6.
           MOVE ZEROS TO W-VLPAGO
           IF W-SITNOVA NOT = "P"
                MOVE W-SITNOVA TO FATUR-SITU
                MOVE W-VLPAGO TO FATUR-VLPAGO
                MOVE W-MOTGLO TO FATUR-MOTGLO
                IF W-SITNOVA = "A"
                   MOVE ZEROS TO FATUR-DATABX
                ELSE
                   ACCEPT W-DATABX FROM DATE YYYYMMDD
                   MOVE W-DATABX TO FATUR-DATABX.
                REWRITE REGFATUR
                IF ST-ERRO = "00" OR "02"
                   MOVE "BAIXA" TO AUD-OPERACAO
                IF FATUR-SITU = "G"
                   MOVE "GLOSADO" TO W-SITTXT
                ELSE
                  IF FATUR-SITU = "C"
                     MOVE "CANCEL." TO W-SITTXT
                  ELSE
                     MOVE "ABERTO" TO W-SITTXT.
       SIT-TEXTO-FIM.
           EXIT.

