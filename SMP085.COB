       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP085.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADMEDIC PARA A LISTA DE  *
      * SUBSTANCIA CONTROLADA - GERA O ARQUIVO *
      * CADMEDICN.DAT COM A LISTA EM BRANCO    *
      * (ITEM NAO CONTROLADO)                  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGOA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-NOMEA WITH DUPLICATES.
       SELECT CADMEDICN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGON
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-NOMEN WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMEDICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDICA.
          03 MEDIC-CODIGOA        PIC 9(04).
          03 MEDIC-NOMEA          PIC X(30).
          03 MEDIC-SALDOA         PIC 9(06).
          03 MEDIC-MINIMOA        PIC 9(06).

       FD CADMEDICN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDICN.DAT".
       01 REGMEDICN.
          03 MEDIC-CODIGON        PIC 9(04).
          03 MEDIC-NOMEN          PIC X(30).
          03 MEDIC-SALDON         PIC 9(06).
          03 MEDIC-MINIMON        PIC 9(06).
          03 MEDIC-LISTAN         PIC X(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTMEDIC    PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE O CATALOGO DE MEDICAMENTOS ]-----------------
       R1.
           OPEN INPUT CADMEDICA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADMEDIC NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADMEDICN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDICN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMEDICA
              GO TO ROT-FIMS.

           MOVE ZEROS TO MEDIC-CODIGOA
           START CADMEDICA KEY IS NOT LESS MEDIC-CODIGOA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADMEDICA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE MEDIC-CODIGOA   TO MEDIC-CODIGON
           MOVE MEDIC-NOMEA     TO MEDIC-NOMEN
           MOVE MEDIC-SALDOA    TO MEDIC-SALDON
           MOVE MEDIC-MINIMOA   TO MEDIC-MINIMON
           MOVE SPACES          TO MEDIC-LISTAN

           WRITE REGMEDICN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDICN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTMEDIC
           GO TO R2.

       R2-FIM.
           DISPLAY (05, 01) "MEDICAMENTOS CONVERTIDOS: "
           DISPLAY (05, 30) W-TOTMEDIC
           DISPLAY (07, 01)
              "CONFIRA O TOTAL E RENOMEIE CADMEDICN.DAT PARA"
           DISPLAY (08, 01)
              "CADMEDIC.DAT. INFORME A LISTA DOS CONTROLADOS"
           DISPLAY (09, 01)
              "PELA MANUTENCAO DO CATALOGO (SMP060)".

       ROT-FIM.
           CLOSE CADMEDICA CADMEDICN.
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
