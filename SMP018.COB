          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).
      *
       FD CADPACITX
               LABEL RECORD IS STANDARD
                03 UFTX                PIC 99.
                03 FILLER              PIC X(01) VALUE SPACES.
                03 CONVENIOTX          PIC 9(04).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 CARTEIRATX          PIC X(20).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 VALIDCARTTX         PIC 9(08).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 DATAADESAOTX        PIC 9(08).

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
           MOVE COMLOGRA   TO COMLOGRATX.
           MOVE UF         TO UFTX.
           MOVE CONVENIO   TO CONVENIOTX.
           MOVE CARTEIRA   TO CARTEIRATX.
           MOVE VALIDCART  TO VALIDCARTTX.
           MOVE DATAADESAO TO DATAADESAOTX.
           MOVE PACITX     TO REGPACITX.

       INC-WR1.
