       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP113.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADSALA PARA A UNIDADE DA *
      * SALA - GERA O ARQUIVO CADSALAN.DAT COM *
      * AS SALAS EXISTENTES NA UNIDADE 01      *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSALAA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGOA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADSALAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGON
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSALAA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALAA.
          03 SALA-CODIGOA         PIC 9(03).
          03 SALA-DESCRA          PIC X(30).
          03 SALA-EQUIPA          PIC X(50).
          03 SALA-ATIVAA          PIC X(01).

       FD CADSALAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALAN.DAT".
       01 REGSALAN.
          03 SALA-CODIGON         PIC 9(03).
          03 SALA-DESCRN          PIC X(30).
          03 SALA-EQUIPN          PIC X(50).
          03 SALA-ATIVAN          PIC X(01).
          03 SALA-UNIDADEN        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTSALA     PIC 9(06) VALUE ZEROS.

      *------UNIDADE DAS SALAS JA EXISTENTES (A UNIDADE ORIGINAL)------*
       01 W-UNIDORIG    PIC 9(02) VALUE 01.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE AS SALAS DE ATENDIMENTO ]--------------------
       R1.
           OPEN INPUT CADSALAA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADSALA NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADSALAN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALAN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSALAA
              GO TO ROT-FIMS.

           MOVE ZEROS TO SALA-CODIGOA
           START CADSALAA KEY IS NOT LESS SALA-CODIGOA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADSALAA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE SALA-CODIGOA    TO SALA-CODIGON
           MOVE SALA-DESCRA     TO SALA-DESCRN
           MOVE SALA-EQUIPA     TO SALA-EQUIPN
           MOVE SALA-ATIVAA     TO SALA-ATIVAN
           MOVE W-UNIDORIG      TO SALA-UNIDADEN

           WRITE REGSALAN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSALAN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTSALA
           GO TO R2.

       R2-FIM.
           DISPLAY (05, 01) "SALAS CONVERTIDAS: "
           DISPLAY (05, 30) W-TOTSALA
           DISPLAY (07, 01)
              "CONFIRA O TOTAL E RENOMEIE CADSALAN.DAT PARA"
           DISPLAY (08, 01)
              "CADSALA.DAT. AS SALAS FICAM NA UNIDADE 01; AS DAS"
           DISPLAY (09, 01)
              "OUTRAS UNIDADES DEVEM SER ACERTADAS NO SMP077".

       ROT-FIM.
           CLOSE CADSALAA CADSALAN.
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
