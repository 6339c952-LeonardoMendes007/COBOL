       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP104.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADFATUR PARA O TIPO DO   *
      * ITEM E A DATA DA BAIXA - GERA O        *
      * ARQUIVO CADFATURN.DAT COM O TIPO EM    *
      * BRANCO E A DATA DA BAIXA ZERADA        *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFATURA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATUR-CHAVEA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFATURN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATUR-CHAVEN
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATURA.
          03 FATUR-CHAVEA.
             05 FATUR-NUMFATA     PIC 9(06).
             05 FATUR-SEQA        PIC 9(04).
          03 FATUR-CONVA          PIC 9(04).
          03 FATUR-CPFA           PIC 9(11).
          03 FATUR-DATAA          PIC 9(08).
          03 FATUR-CRMA           PIC 9(06).
          03 FATUR-VALORA         PIC 9(05)V99.
          03 FATUR-VLPAGOA        PIC 9(05)V99.
          03 FATUR-SITUA          PIC X(01).
          03 FATUR-MOTGLOA        PIC 9(02).
          03 FATUR-DATAFATA       PIC 9(08).

       FD CADFATURN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURN.DAT".
       01 REGFATURN.
          03 FATUR-CHAVEN.
             05 FATUR-NUMFATN     PIC 9(06).
             05 FATUR-SEQN        PIC 9(04).
          03 FATUR-CONVN          PIC 9(04).
          03 FATUR-CPFN           PIC 9(11).
          03 FATUR-DATAN          PIC 9(08).
          03 FATUR-CRMN           PIC 9(06).
          03 FATUR-VALORN         PIC 9(05)V99.
          03 FATUR-VLPAGON        PIC 9(05)V99.
          03 FATUR-SITUN          PIC X(01).
          03 FATUR-MOTGLON        PIC 9(02).
          03 FATUR-DATAFATN       PIC 9(08).
          03 FATUR-TIPON          PIC X(01).
          03 FATUR-DATABXN        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTFATUR    PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE OS ITENS DE CONTAS A RECEBER ]---------------
       R1.
           OPEN INPUT CADFATURA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADFATUR NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFATUR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADFATURN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFATURN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFATURA
              GO TO ROT-FIMS.

           MOVE ZEROS TO FATUR-NUMFATA FATUR-SEQA
           START CADFATURA KEY IS NOT LESS FATUR-CHAVEA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADFATURA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE FATUR-CHAVEA    TO FATUR-CHAVEN
           MOVE FATUR-CONVA     TO FATUR-CONVN
           MOVE FATUR-CPFA      TO FATUR-CPFN
           MOVE FATUR-DATAA     TO FATUR-DATAN
           MOVE FATUR-CRMA      TO FATUR-CRMN
           MOVE FATUR-VALORA    TO FATUR-VALORN
           MOVE FATUR-VLPAGOA   TO FATUR-VLPAGON
           MOVE FATUR-SITUA     TO FATUR-SITUN
           MOVE FATUR-MOTGLOA   TO FATUR-MOTGLON
           MOVE FATUR-DATAFATA  TO FATUR-DATAFATN
           MOVE SPACES          TO FATUR-TIPON
           MOVE ZEROS           TO FATUR-DATABXN

           WRITE REGFATURN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFATURN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTFATUR
           GO TO R2.

       R2-FIM.
           DISPLAY (05, 01) "ITENS CONVERTIDOS: "
           DISPLAY (05, 30) W-TOTFATUR
           DISPLAY (07, 01)
              "CONFIRA O TOTAL E RENOMEIE CADFATURN.DAT PARA"
           DISPLAY (08, 01)
              "CADFATUR.DAT. ITENS ANTIGOS FICAM SEM TIPO (CONTABIL"
           DISPLAY (09, 01)
              "COMO CONSULTA) E SEM DATA DE BAIXA".

       ROT-FIM.
           CLOSE CADFATURA CADFATURN.
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
