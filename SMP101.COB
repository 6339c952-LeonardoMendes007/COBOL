       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP101.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADCID PARA A LINHA DE    *
      * CUIDADO - GERA O ARQUIVO CADCIDN.DAT   *
      * COM A LINHA 00 (SEM LINHA DE CUIDADO)  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCIDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CIDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAOA
                                         WITH DUPLICATES.
       SELECT CADCIDN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CIDN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAON
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCIDA.
          03 CIDA              PIC X(05).
          03 DENOMINACAOA      PIC X(30).
          03 SINTOMASA         PIC X(50).
          03 TRATAMENTOA       PIC X(50).
          03 NOTIFICAVELA      PIC X(01).
          03 PRAZONOTIFA       PIC 9(02).

       FD CADCIDN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIDN.DAT".
       01 REGCIDN.
          03 CIDN              PIC X(05).
          03 DENOMINACAON      PIC X(30).
          03 SINTOMASN         PIC X(50).
          03 TRATAMENTON       PIC X(50).
          03 NOTIFICAVELN      PIC X(01).
          03 PRAZONOTIFN       PIC 9(02).
          03 LINHACUIDN        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTCID      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CONVERTE O CADASTRO DE CID ]--------------------------
       R1.
           OPEN INPUT CADCIDA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADCID NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADCIDN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCIDN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCIDA
              GO TO ROT-FIMS.

           MOVE SPACES TO CIDA
           START CADCIDA KEY IS NOT LESS CIDA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADCIDA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE CIDA            TO CIDN
           MOVE DENOMINACAOA    TO DENOMINACAON
           MOVE SINTOMASA       TO SINTOMASN
           MOVE TRATAMENTOA     TO TRATAMENTON
           MOVE NOTIFICAVELA    TO NOTIFICAVELN
           MOVE PRAZONOTIFA     TO PRAZONOTIFN
           MOVE ZEROS           TO LINHACUIDN

           WRITE REGCIDN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCIDN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTCID
           GO TO R2.

       R2-FIM.
           DISPLAY (05, 01) "CIDS CONVERTIDOS: "
           DISPLAY (05, 30) W-TOTCID
           DISPLAY (07, 01)
              "CONFIRA O TOTAL E RENOMEIE CADCIDN.DAT PARA"
           DISPLAY (08, 01)
              "CADCID.DAT. CADASTRE AS LINHAS DE CUIDADO (SMP099)"
           DISPLAY (09, 01)
              "E INFORME A LINHA NOS CIDS CRONICOS PELO SMP003".

       ROT-FIM.
           CLOSE CADCIDA CADCIDN.
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
