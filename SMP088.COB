       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP088.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * RELATORIO DE LOTES DA DISPENSARIA A    *
      * VENCER NOS PROXIMOS N DIAS (INCLUI OS  *
      * LOTES JA VENCIDOS E AINDA NAO BAIXADOS)*
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT CADLOTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADLOTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTVENPRL.DOC".
       01 REGLOTTX    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-LIMITE.
          05 W-LIM-ANO  PIC 9(04).
          05 W-LIM-MES  PIC 9(02).
          05 W-LIM-DIA  PIC 9(02).
       01 W-LIMITEYMD REDEFINES W-LIMITE PIC 9(08).
       01 W-LIM-DIA3    PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 LIXO          PIC 9(04) VALUE ZEROS.
       01 BI            PIC 9(01) VALUE ZEROS.

       01 W-TOTLOTES    PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       01 W-TOTQTD      PIC 9(07) VALUE ZEROS.

       01 LOTTX.
                03 LOT-CODTX           PIC 9(04).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LOT-NOMETX          PIC X(24).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LOT-NUMTX           PIC X(15).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LOT-VALTX.
                   05 LOT-DIATX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 LOT-MESTX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 LOT-ANOTX        PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LOT-QTDTX           PIC ZZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LOT-SITTX           PIC X(08).

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** LOTES A VENCER DA DISPENSARIA ***".

       01 CAB0A.
                03 FILLER             PIC X(22) VALUE
                                      "VENCIMENTO ATE O DIA ".
                03 CAB-DIALIM         PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-MESLIM         PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANOLIM         PIC 9999.

       01 CAB2.
                03 FILLER             PIC X(04) VALUE "COD".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(24) VALUE "MEDICAMENTO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(15) VALUE "LOTE".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "VALIDADE".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE "    QTD".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(08) VALUE "SITUACAO".

       01 CAB3.
                03 FILLER             PIC X(04) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(24) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(15) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(08) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                      "LOTES LISTADOS              :".
                03 CAB-TOTLOTES PIC ZZ.ZZ9.

       01 CAB5.
                03 FILLER      PIC X(30) VALUE
                                      "LOTES JA VENCIDOS           :".
                03 CAB-TOTVENC PIC ZZ.ZZ9.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                      "QUANTIDADE TOTAL DOS LOTES  :".
                03 CAB-TOTQTD  PIC Z.ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP088.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** LOTES A VENCER DA DISPENSARIA *".
           05  LINE 02  COLUMN 41
               VALUE  "**".
           05  LINE 08  COLUMN 01
               VALUE  "     VENCIMENTO NOS PROXIMOS      DIAS".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDIAS
               LINE 08  COLUMN 33  PIC 999
               USING  W-DIAS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-001.
                MOVE 030 TO W-DIAS.
                DISPLAY TELASMP088.
       INC-OPC0.
                ACCEPT TDIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
      *
      *---------[ DATA LIMITE = HOJE + N DIAS ]-------------------------
                MOVE W-HOJE TO W-LIMITEYMD
                MOVE W-LIM-DIA TO W-LIM-DIA3
                ADD W-DIAS TO W-LIM-DIA3.
       INC-LIMITE.
                PERFORM INC-ULTDIA THRU INC-ULTDIA-FIM
                IF W-LIM-DIA3 > W-ULTDIA
                   SUBTRACT W-ULTDIA FROM W-LIM-DIA3
                   ADD 1 TO W-LIM-MES
                   IF W-LIM-MES > 12
                      MOVE 01 TO W-LIM-MES
                      ADD 1 TO W-LIM-ANO
                      GO TO INC-LIMITE
                   ELSE
                      GO TO INC-LIMITE.
                MOVE W-LIM-DIA3 TO W-LIM-DIA.
      *
       INC-OP0.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO CADMEDIC NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT CADLOTE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLOTE
                 CLOSE CADLOTE
                 OPEN INPUT CADLOTE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADLOTTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO LOTVENPRL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           WRITE REGLOTTX FROM CAB0.
           MOVE W-LIM-DIA TO CAB-DIALIM
           MOVE W-LIM-MES TO CAB-MESLIM
           MOVE W-LIM-ANO TO CAB-ANOLIM
           WRITE REGLOTTX FROM CAB0A.
           MOVE SPACES TO REGLOTTX
           WRITE REGLOTTX.
           WRITE REGLOTTX FROM CAB2.
           WRITE REGLOTTX FROM CAB3.

           MOVE LOW-VALUES TO LOTE-CHAVE
           START CADLOTE KEY IS NOT LESS LOTE-CHAVE INVALID KEY
                 MOVE "*** NENHUM LOTE EM ESTOQUE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-TOTAL.

      *---------[ LOTES EM ORDEM DE ITEM E VALIDADE ]-------------------
       LER-LOTE.
           READ CADLOTE NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ROT-TOTAL.
           IF LOTE-VALIDADE > W-LIMITEYMD
                GO TO LER-LOTE.

           MOVE LOTE-CODIGO TO MEDIC-CODIGO LOT-CODTX
           READ CADMEDIC
           IF ST-ERRO = "00"
                MOVE MEDIC-NOME TO LOT-NOMETX
           ELSE
                MOVE "*** NAO CADASTRADO ***" TO LOT-NOMETX.
           MOVE LOTE-NUMERO TO LOT-NUMTX
           MOVE LOTE-VALIDADE(7:2) TO LOT-DIATX
           MOVE LOTE-VALIDADE(5:2) TO LOT-MESTX
           MOVE LOTE-VALIDADE(1:4) TO LOT-ANOTX
           MOVE LOTE-QTD TO LOT-QTDTX
           IF LOTE-VALIDADE < W-HOJE
                MOVE "VENCIDO" TO LOT-SITTX
                ADD 1 TO W-TOTVENC
           ELSE
                MOVE "A VENCER" TO LOT-SITTX.
           ADD 1 TO W-TOTLOTES
           ADD LOTE-QTD TO W-TOTQTD

           WRITE REGLOTTX FROM LOTTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO LOTVENPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-LOTE.

       ROT-TOTAL.
           MOVE SPACES TO REGLOTTX
           WRITE REGLOTTX.
           MOVE W-TOTLOTES TO CAB-TOTLOTES
           WRITE REGLOTTX FROM CAB4.
           MOVE W-TOTVENC TO CAB-TOTVENC
           WRITE REGLOTTX FROM CAB5.
           MOVE W-TOTQTD TO CAB-TOTQTD
           WRITE REGLOTTX FROM CAB6.
           CLOSE CADLOTTX
           MOVE "*** RELATORIO GERADO EM LOTVENPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMEDIC CADLOTE.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *---------[ ULTIMO DIA DO MES DA DATA LIMITE ]--------------------
       INC-ULTDIA.
                IF W-LIM-MES = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO W-ULTDIA
                ELSE
                   IF W-LIM-MES = 02
                      DIVIDE W-LIM-ANO BY 4 GIVING LIXO REMAINDER BI
                      IF BI = 0
                         MOVE 29 TO W-ULTDIA
                      ELSE
                         MOVE 28 TO W-ULTDIA
                   ELSE
                      MOVE 31 TO W-ULTDIA.
       INC-ULTDIA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
