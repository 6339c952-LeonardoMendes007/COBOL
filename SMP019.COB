          03 TRATAMENTO        PIC X(50).
          03 NOTIFICAVEL       PIC X(01).
          03 PRAZONOTIF        PIC 9(02).
          03 LINHACUID         PIC 9(02).
      *
       FD CADCIDTX
               LABEL RECORD IS STANDARD
                03 NOTIFTX             PIC X(01).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 PRAZOTX             PIC 99.
                03 FILLER              PIC X(01) VALUE SPACES.
                03 LINHATX             PIC 99.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 CAB-NOT           PIC X(01) VALUE "N".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-PRAZO         PIC X(02) VALUE "PZ".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-LINHA         PIC X(02) VALUE "LC".

       01 CAB2.
                03 CAB-CID           PIC X(05) VALUE "-----".
                03 CAB-NOT           PIC X(01) VALUE "-".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-PRAZO         PIC X(02) VALUE "--".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-LINHA         PIC X(02) VALUE "--".

       01 CAB3.
                03 FILLER      PIC X(20) VALUE "TOTAL DE REGISTROS:".
           MOVE TRATAMENTO   TO TRATAMENTOTX.
           MOVE NOTIFICAVEL  TO NOTIFTX.
           MOVE PRAZONOTIF   TO PRAZOTX.
           MOVE LINHACUID    TO LINHATX.
           MOVE CIDTX        TO REGCIDTX.

       INC-WR1.
