       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP095.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADLAYT PARA SEIS POSICOES*
      * (6=CODIGO TUSS) - GERA O ARQUIVO       *
      * CADLAYTN.DAT COM A POSICAO 6 OMITIDA   *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLAYTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LAYT-CONVA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLAYTN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LAYT-CONVN
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLAYTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLAYT.DAT".
       01 REGLAYTA.
          03 LAYT-CONVA           PIC 9(04).
          03 LAYT-SEPA            PIC X(01).
          03 LAYT-ORDEMA          PIC X(05).

       FD CADLAYTN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLAYTN.DAT".
       01 REGLAYTN.
          03 LAYT-CONVN           PIC 9(04).
          03 LAYT-SEPN            PIC X(01).
          03 LAYT-ORDEMN.
             05 LAYT-CINCON       PIC X(05).
             05 LAYT-CAMPO6N      PIC 9(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTLAYT     PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE OS LAYOUTS DE REMESSA ]----------------------
       R1.
           OPEN INPUT CADLAYTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADLAYT NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLAYT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADLAYTN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLAYTN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLAYTA
              GO TO ROT-FIMS.

           MOVE ZEROS TO LAYT-CONVA
           START CADLAYTA KEY IS NOT LESS LAYT-CONVA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADLAYTA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE LAYT-CONVA      TO LAYT-CONVN
           MOVE LAYT-SEPA       TO LAYT-SEPN
           MOVE LAYT-ORDEMA     TO LAYT-CINCON
           MOVE ZEROS           TO LAYT-CAMPO6N

           WRITE REGLAYTN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLAYTN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTLAYT
           GO TO R2.

       R2-FIM.
           DISPLAY (05, 01) "LAYOUTS CONVERTIDOS: "
           DISPLAY (05, 30) W-TOTLAYT
           DISPLAY (07, 01)
              "CONFIRA O TOTAL E RENOMEIE CADLAYTN.DAT PARA"
           DISPLAY (08, 01)
              "CADLAYT.DAT. INCLUA O CODIGO TUSS (CAMPO 6) NOS"
           DISPLAY (09, 01)
              "CONVENIOS QUE O EXIGEM PELO SMP051".

       ROT-FIM.
           CLOSE CADLAYTA CADLAYTN.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
