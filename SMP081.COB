       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP081.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO PARA UNIDADES DE ATENDIMENTO *
      * CADCONS, CADHORAR E CADCAIXA FICAM NA  *
      * UNIDADE 01, CADFERIA VIRA FERIADO      *
      * GERAL (00) E CADOPER OPERADOR CENTRAL  *
      * (00) - GERA OS ARQUIVOS ...N.DAT       *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICOA WITH DUPLICATES.
       SELECT CADCONSN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPALN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICON WITH DUPLICATES.
       SELECT CADHORARA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVEA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALAA WITH DUPLICATES.
       SELECT CADHORARN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALAN WITH DUPLICATES.
       SELECT CADCAIXAA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVEA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCAIXAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVEN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFERIAA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-DATAA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFERIAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVEN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-CODIGOA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPERN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-CODIGON
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONSA.
          03 KEYPRINCIPALA        PIC X(23).
          03 CODMEDICOA           PIC 9(06).
          03 DADOSCONSA           PIC X(133).

       FD CADCONSN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSN.DAT".
       01 REGCONSN.
          03 KEYPRINCIPALN        PIC X(23).
          03 CODMEDICON           PIC 9(06).
          03 DADOSCONSN           PIC X(133).
          03 UNIDCONSN            PIC 9(02).

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
          03 HORAR-SALAA          PIC 9(03).

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
          03 HORAR-UNIDADEN       PIC 9(02).

       FD CADCAIXAA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXAA.
          03 CAIXA-CHAVEA         PIC X(23).
          03 CAIXA-DADOSA         PIC X(26).

       FD CADCAIXAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXAN.DAT".
       01 REGCAIXAN.
          03 CAIXA-CHAVEN         PIC X(23).
          03 CAIXA-DADOSN         PIC X(26).
          03 CAIXA-UNIDADEN       PIC 9(02).

       FD CADFERIAA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIAA.
          03 FERIA-DATAA          PIC 9(08).
          03 FERIA-DESCRA         PIC X(30).

       FD CADFERIAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAN.DAT".
       01 REGFERIAN.
          03 FERIA-CHAVEN.
             05 FERIA-DATAN       PIC 9(08).
             05 FERIA-UNIDADEN    PIC 9(02).
          03 FERIA-DESCRN         PIC X(30).

       FD CADOPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPERA.
          03 OPER-CODIGOA         PIC X(10).
          03 OPER-DADOSA          PIC X(43).

       FD CADOPERN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPERN.DAT".
       01 REGOPERN.
          03 OPER-CODIGON         PIC X(10).
          03 OPER-DADOSN          PIC X(43).
          03 OPER-UNIDADEN        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 W-TOTCONS     PIC 9(06) VALUE ZEROS.
       01 W-TOTHORAR    PIC 9(06) VALUE ZEROS.
       01 W-TOTCAIXA    PIC 9(06) VALUE ZEROS.
       01 W-TOTFERIA    PIC 9(06) VALUE ZEROS.
       01 W-TOTOPER     PIC 9(06) VALUE ZEROS.

      *------UNIDADE DO MOVIMENTO JA EXISTENTE (A UNIDADE ORIGINAL)----*
       01 W-UNIDORIG    PIC 9(02) VALUE 01.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE AS CONSULTAS ]-------------------------------
       R1.
           OPEN INPUT CADCONSA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADCONS NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADCONSN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONSA
              GO TO ROT-FIMS.

           MOVE LOW-VALUES TO KEYPRINCIPALA
           START CADCONSA KEY IS NOT LESS KEYPRINCIPALA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADCONSA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE KEYPRINCIPALA   TO KEYPRINCIPALN
           MOVE CODMEDICOA      TO CODMEDICON
           MOVE DADOSCONSA      TO DADOSCONSN
           MOVE W-UNIDORIG      TO UNIDCONSN

           WRITE REGCONSN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONSN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCONSA CADCONSN
                GO TO ROT-FIMS.

           ADD 1 TO W-TOTCONS
           GO TO R2.

       R2-FIM.
           CLOSE CADCONSA CADCONSN.

      *---------[ CONVERTE OS HORARIOS DE ATENDIMENTO ]-----------------
       R3.
           OPEN INPUT CADHORARA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 GO TO R5
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
                 GO TO R4-FIM.

       R4.
           READ CADHORARA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R4-FIM.

           MOVE HORAR-CHAVEA    TO HORAR-CHAVEN
           MOVE HORAR-HORAINIA  TO HORAR-HORAININ
           MOVE HORAR-HORAFIMA  TO HORAR-HORAFIMN
           MOVE HORAR-INTERVA   TO HORAR-INTERVN
           MOVE HORAR-SALAA     TO HORAR-SALAN
           MOVE W-UNIDORIG      TO HORAR-UNIDADEN

           WRITE REGHORARN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADHORARN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADHORARA CADHORARN
                GO TO ROT-FIMS.

           ADD 1 TO W-TOTHORAR
           GO TO R4.

       R4-FIM.
           CLOSE CADHORARA CADHORARN.

      *---------[ CONVERTE OS RECEBIMENTOS DO CAIXA ]-------------------
       R5.
           OPEN INPUT CADCAIXAA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 GO TO R7
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAIXA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADCAIXAN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAIXAN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAIXAA
              GO TO ROT-FIMS.

           MOVE LOW-VALUES TO CAIXA-CHAVEA
           START CADCAIXAA KEY IS NOT LESS CAIXA-CHAVEA INVALID KEY
                 GO TO R6-FIM.

       R6.
           READ CADCAIXAA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R6-FIM.

           MOVE CAIXA-CHAVEA    TO CAIXA-CHAVEN
           MOVE CAIXA-DADOSA    TO CAIXA-DADOSN
           MOVE W-UNIDORIG      TO CAIXA-UNIDADEN

           WRITE REGCAIXAN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCAIXAN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCAIXAA CADCAIXAN
                GO TO ROT-FIMS.

           ADD 1 TO W-TOTCAIXA
           GO TO R6.

       R6-FIM.
           CLOSE CADCAIXAA CADCAIXAN.

      *---------[ CONVERTE OS FERIADOS: TODOS PASSAM A SER GERAIS ]-----
       R7.
           OPEN INPUT CADFERIAA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 GO TO R9
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFERIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADFERIAN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFERIAN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFERIAA
              GO TO ROT-FIMS.

           MOVE ZEROS TO FERIA-DATAA
           START CADFERIAA KEY IS NOT LESS FERIA-DATAA INVALID KEY
                 GO TO R8-FIM.

       R8.
           READ CADFERIAA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R8-FIM.

           MOVE FERIA-DATAA     TO FERIA-DATAN
           MOVE ZEROS           TO FERIA-UNIDADEN
           MOVE FERIA-DESCRA    TO FERIA-DESCRN

           WRITE REGFERIAN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFERIAN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADFERIAA CADFERIAN
                GO TO ROT-FIMS.

           ADD 1 TO W-TOTFERIA
           GO TO R8.

       R8-FIM.
           CLOSE CADFERIAA CADFERIAN.

      *---------[ CONVERTE OS OPERADORES: TODOS FICAM CENTRAIS ]--------
       R9.
           OPEN INPUT CADOPERA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 GO TO R11
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADOPERN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPERN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOPERA
              GO TO ROT-FIMS.

           MOVE LOW-VALUES TO OPER-CODIGOA
           START CADOPERA KEY IS NOT LESS OPER-CODIGOA INVALID KEY
                 GO TO R10-FIM.

       R10.
           READ CADOPERA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R10-FIM.

           MOVE OPER-CODIGOA    TO OPER-CODIGON
           MOVE OPER-DADOSA     TO OPER-DADOSN
           MOVE ZEROS           TO OPER-UNIDADEN

           WRITE REGOPERN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOPERN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOPERA CADOPERN
                GO TO ROT-FIMS.

           ADD 1 TO W-TOTOPER
           GO TO R10.

       R10-FIM.
           CLOSE CADOPERA CADOPERN.

       R11.
           DISPLAY (03, 01) "CONSULTAS CONVERTIDAS : "
           DISPLAY (03, 30) W-TOTCONS
           DISPLAY (04, 01) "HORARIOS CONVERTIDOS  : "
           DISPLAY (04, 30) W-TOTHORAR
           DISPLAY (05, 01) "RECEBIMENTOS CONVERT. : "
           DISPLAY (05, 30) W-TOTCAIXA
           DISPLAY (06, 01) "FERIADOS CONVERTIDOS  : "
           DISPLAY (06, 30) W-TOTFERIA
           DISPLAY (07, 01) "OPERADORES CONVERTIDOS: "
           DISPLAY (07, 30) W-TOTOPER
           DISPLAY (09, 01)
              "CONFIRA OS TOTAIS E RENOMEIE CADCONSN, CADHORARN,"
           DISPLAY (10, 01)
              "CADCAIXAN, CADFERIAN E CADOPERN PARA OS NOMES"
           DISPLAY (11, 01)
              "ORIGINAIS. CADASTRE A UNIDADE 01 (SMP080) E"
           DISPLAY (12, 01)
              "INFORME A UNIDADE DE CADA OPERADOR (SMP027)."
           DISPLAY (13, 01)
              "RODE O SMP067 PARA REFAZER O CADCONSD.".

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
