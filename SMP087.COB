       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP087.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADMOVES PARA CONTROLE DE *
      * LOTE - GERA O ARQUIVO CADMOVESN.DAT    *
      * COM O LOTE EM BRANCO E CRIA O CADLOTE  *
      * COM UM LOTE "ANTERIOR" POR ITEM COM O  *
      * SALDO ATUAL DO CATALOGO                *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMOVESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVES-CHAVEA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMOVESN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVES-CHAVEN
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-NOME WITH DUPLICATES.
       SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMOVESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVES.DAT".
       01 REGMOVESA.
          03 MOVES-CHAVEA.
             05 MOVES-CODIGOA     PIC 9(04).
             05 MOVES-DATAA       PIC 9(08).
             05 MOVES-HORAA       PIC 9(06).
             05 MOVES-SEQA        PIC 9(02).
          03 MOVES-TIPOA          PIC X(01).
          03 MOVES-QTDA           PIC 9(05).
          03 MOVES-OPERADORA      PIC X(10).
          03 MOVES-REFA           PIC X(25).

       FD CADMOVESN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVESN.DAT".
       01 REGMOVESN.
          03 MOVES-CHAVEN.
             05 MOVES-CODIGON     PIC 9(04).
             05 MOVES-DATAN       PIC 9(08).
             05 MOVES-HORAN       PIC 9(06).
             05 MOVES-SEQN        PIC 9(02).
          03 MOVES-TIPON          PIC X(01).
          03 MOVES-QTDN           PIC 9(05).
          03 MOVES-OPERADORN      PIC X(10).
          03 MOVES-REFN           PIC X(25).
          03 MOVES-LOTEN          PIC X(15).

       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MEDIC-CODIGO         PIC 9(04).
          03 MEDIC-NOME           PIC X(30).
          03 MEDIC-SALDO          PIC 9(06).
          03 MEDIC-MINIMO         PIC 9(06).
          03 MEDIC-LISTA          PIC X(02).

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
       01 REGLOTE.
          03 LOTE-CHAVE.
             05 LOTE-CODIGO       PIC 9(04).
             05 LOTE-VALIDADE     PIC 9(08).
             05 LOTE-NUMERO       PIC X(15).
          03 LOTE-QTD             PIC 9(06).
          03 LOTE-DATAENT         PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTMOVES    PIC 9(06) VALUE ZEROS.
       77 W-TOTLOTE     PIC 9(06) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

      *---------[ CONVERTE OS MOVIMENTOS DE ESTOQUE ]-------------------
       R1.
           OPEN INPUT CADMOVESA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADMOVES NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADMOVESN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVESN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMOVESA
              GO TO ROT-FIMS.

           MOVE LOW-VALUES TO MOVES-CHAVEA
           START CADMOVESA KEY IS NOT LESS MOVES-CHAVEA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADMOVESA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE MOVES-CHAVEA    TO MOVES-CHAVEN
           MOVE MOVES-TIPOA     TO MOVES-TIPON
           MOVE MOVES-QTDA      TO MOVES-QTDN
           MOVE MOVES-OPERADORA TO MOVES-OPERADORN
           MOVE MOVES-REFA      TO MOVES-REFN
           MOVE SPACES          TO MOVES-LOTEN

           WRITE REGMOVESN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOVESN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADMOVESA CADMOVESN
                GO TO ROT-FIMS.

           ADD 1 TO W-TOTMOVES
           GO TO R2.

       R2-FIM.
           CLOSE CADMOVESA CADMOVESN.

      *---------[ CRIA O LOTE INICIAL COM O SALDO DO CATALOGO ]---------
       R3.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS.

           OPEN OUTPUT CADLOTE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMEDIC
              GO TO ROT-FIMS.

           MOVE ZEROS TO MEDIC-CODIGO
           START CADMEDIC KEY IS NOT LESS MEDIC-CODIGO INVALID KEY
                 GO TO R4-FIM.

       R4.
           READ CADMEDIC NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R4-FIM.
           IF MEDIC-SALDO = ZEROS
                GO TO R4.

           MOVE MEDIC-CODIGO    TO LOTE-CODIGO
           MOVE 99991231        TO LOTE-VALIDADE
           MOVE "ANTERIOR"      TO LOTE-NUMERO
           MOVE MEDIC-SALDO     TO LOTE-QTD
           MOVE W-HOJE          TO LOTE-DATAENT

           WRITE REGLOTE
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTLOTE
           GO TO R4.

       R4-FIM.
           DISPLAY (05, 01) "MOVIMENTOS CONVERTIDOS  : "
           DISPLAY (05, 30) W-TOTMOVES
           DISPLAY (06, 01) "LOTES INICIAIS CRIADOS  : "
           DISPLAY (06, 30) W-TOTLOTE
           DISPLAY (08, 01)
              "CONFIRA OS TOTAIS E RENOMEIE CADMOVESN.DAT PARA"
           DISPLAY (09, 01)
              "CADMOVES.DAT. O SALDO ANTERIOR FICA NO LOTE"
           DISPLAY (10, 01)
              "ANTERIOR COM VALIDADE 31/12/9999".

       ROT-FIM.
           CLOSE CADMEDIC CADLOTE.
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
