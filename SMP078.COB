       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP078.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADHORAR PARA A SALA DE   *
      * ATENDIMENTO - GERA CADHORARN.DAT COM A *
      * SALA ZERADA (SEM SALA DEFINIDA)        *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADHORARA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVEA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADHORARN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALAN WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHORARA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAR.DAT".
       01 REGHORARA.
          03 HORAR-CHAVEA.
             05 HORAR-CRMA        PIC 9(06).
             05 HORAR-DIASEMA     PIC 9(01).
          03 HORAR-HORAINIA       PIC 9(04).
          03 HORAR-HORAFIMA       PIC 9(04).
          03 HORAR-INTERVA        PIC 9(03).

       FD CADHORARN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORARN.DAT".
       01 REGHORARN.
          03 HORAR-CHAVEN.
             05 HORAR-CRMN        PIC 9(06).
             05 HORAR-DIASEMN     PIC 9(01).
          03 HORAR-HORAININ       PIC 9(04).
          03 HORAR-HORAFIMN       PIC 9(04).
          03 HORAR-INTERVN        PIC 9(03).
          03 HORAR-SALAN          PIC 9(03).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTHORAR    PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE OS HORARIOS DE ATENDIMENTO ]-----------------
       R1.
           OPEN INPUT CADHORARA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADHORAR NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADHORARN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORARN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADHORARA
              GO TO ROT-FIMS.

           MOVE ZEROS TO HORAR-CHAVEA
           START CADHORARA KEY IS NOT LESS HORAR-CHAVEA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADHORARA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE HORAR-CHAVEA    TO HORAR-CHAVEN
           MOVE HORAR-HORAINIA  TO HORAR-HORAININ
           MOVE HORAR-HORAFIMA  TO HORAR-HORAFIMN
           MOVE HORAR-INTERVA   TO HORAR-INTERVN
           MOVE ZEROS           TO HORAR-SALAN

           WRITE REGHORARN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADHORARN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTHORAR
           GO TO R2.

       R2-FIM.
           DISPLAY (05, 01) "HORARIOS CONVERTIDOS: "
           DISPLAY (05, 30) W-TOTHORAR
           DISPLAY (07, 01)
              "CONFIRA O TOTAL E RENOMEIE CADHORARN.DAT PARA"
           DISPLAY (08, 01)
              "CADHORAR.DAT. INFORME A SALA DE CADA HORARIO"
           DISPLAY (09, 01)
              "PELA MANUTENCAO DE HORARIOS (SMP043)"
           DISPLAY (10, 01)
              "EM SEGUIDA RODE O SMP081".

       ROT-FIM.
           CLOSE CADHORARA CADHORARN.
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
