          03 FATUR-SITU           PIC X(01).
          03 FATUR-MOTGLO         PIC 9(02).
          03 FATUR-DATAFAT        PIC 9(08).
          03 FATUR-TIPO           PIC X(01).
          03 FATUR-DATABX         PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
