       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP074.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADPACI PARA OS DADOS DA  *
      * CARTEIRA DO CONVENIO (NUMERO, VALIDADE *
      * E DATA DE ADESAO) - GERA CADPACIN.DAT  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEA WITH DUPLICATES.
       SELECT CADPACIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEN WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACIA.
          03 CPFA           PIC 9(11).
          03 NOMEA          PIC X(30).
          03 DADOSA         PIC X(91).

       FD CADPACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACIN.DAT".
       01 REGPACIN.
          03 CPFN           PIC 9(11).
          03 NOMEN          PIC X(30).
          03 DADOSN         PIC X(91).
          03 CARTEIRAN      PIC X(20).
          03 VALIDCARTN     PIC 9(08).
          03 DATAADESAON    PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTPACI     PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE O CADASTRO DE PACIENTES ]--------------------
       R1.
           OPEN INPUT CADPACIA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADPACIN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACIN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACIA
              GO TO ROT-FIMS.

           MOVE ZEROS TO CPFA
           START CADPACIA KEY IS NOT LESS CPFA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADPACIA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE CPFA          TO CPFN
           MOVE NOMEA         TO NOMEN
           MOVE DADOSA        TO DADOSN
           MOVE SPACES        TO CARTEIRAN
           MOVE ZEROS         TO VALIDCARTN DATAADESAON

           WRITE REGPACIN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACIN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTPACI
           GO TO R2.

       R2-FIM.
           DISPLAY (05, 01) "PACIENTES CONVERTIDOS: "
           DISPLAY (05, 30) W-TOTPACI
           DISPLAY (07, 01)
              "CONFIRA O TOTAL E RENOMEIE CADPACIN.DAT PARA"
           DISPLAY (08, 01)
              "CADPACI.DAT. COMPLETE NUMERO, VALIDADE E ADESAO"
           DISPLAY (09, 01)
              "DA CARTEIRA PELO CADASTRO DE PACIENTES"
           DISPLAY (10, 01)
              "EM SEGUIDA RODE O SMP070".

       ROT-FIM.
           CLOSE CADPACIA CADPACIN.
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
