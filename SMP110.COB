       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP110.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * RELATORIO MENSAL DO ISS - RPS/NFS-E    *
      * EMITIDOS NO MES, TOTAIS POR SITUACAO E *
      * POR ORIGEM (RECIBO/FATURA) E O ISS     *
      * DEVIDO (GERADOS E EMITIDOS)            *
      * ARQUIVO ISSMESPRL.DOC                  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RPS-DOC WITH DUPLICATES.
       SELECT CADISSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
          03 RPS-NUMERO           PIC 9(08).
          03 RPS-DOC.
             05 RPS-ORIGEM        PIC X(01).
             05 RPS-DOCCHAVE      PIC X(23).
          03 RPS-DATAEMI          PIC 9(08).
          03 RPS-TOMTIPO          PIC 9(01).
          03 RPS-TOMDOC           PIC 9(14).
          03 RPS-TOMNOME          PIC X(30).
          03 RPS-VALOR            PIC 9(07)V99.
          03 RPS-ALIQ             PIC 9(02)V99.
          03 RPS-ISS              PIC 9(07)V99.
          03 RPS-SITU             PIC X(01).
          03 RPS-LOTE             PIC 9(06).
          03 RPS-NFSE             PIC 9(10).
          03 RPS-CODVER           PIC X(10).
          03 RPS-DATANFSE         PIC 9(08).
          03 RPS-LOTECANC         PIC 9(06).
          03 RPS-DATACANC         PIC 9(08).

       FD CADISSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ISSMESPRL.DOC".
       01 REGISSTX    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF      PIC 9(02) VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-COMPREF     PIC 9(06) VALUE ZEROS.
       01 W-QTDLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-I           PIC 9(01) VALUE ZEROS.

      *------TOTAIS POR SITUACAO: G E R C X---------------------------*
       01 TABSITX.
          03 FILLER     PIC X(05) VALUE "GERCX".
       01 TABSIT REDEFINES TABSITX.
          03 TBSIT      PIC X(01) OCCURS 5 TIMES.
       01 TABSITNX.
          03 FILLER     PIC X(27) VALUE "GERADO   EMITIDO  RECUSADO ".
          03 FILLER     PIC X(18) VALUE "CANC.ENV.CANCELADO".
       01 TABSITN REDEFINES TABSITNX.
          03 TBSITN     PIC X(09) OCCURS 5 TIMES.
       01 TABTOT.
          03 TBTOT OCCURS 5 TIMES.
             05 TB-QTD     PIC 9(06).
             05 TB-VALOR   PIC 9(11)V99.
             05 TB-ISS     PIC 9(11)V99.

      *------ISS DEVIDO POR ORIGEM (GERADOS E EMITIDOS)----------------*
       01 W-QTDREC      PIC 9(06) VALUE ZEROS.
       01 W-VALREC      PIC 9(11)V99 VALUE ZEROS.
       01 W-ISSREC      PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDFAT      PIC 9(06) VALUE ZEROS.
       01 W-VALFAT      PIC 9(11)V99 VALUE ZEROS.
       01 W-ISSFAT      PIC 9(11)V99 VALUE ZEROS.
       01 W-VALDEV      PIC 9(11)V99 VALUE ZEROS.
       01 W-ISSDEV      PIC 9(11)V99 VALUE ZEROS.

       01 ISSTX.
                03 ISS-RPS             PIC ZZZZZZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-NFSE            PIC ZZZZZZZZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-DATA.
                   05 ISS-DIA          PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 ISS-MES          PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 ISS-ANO          PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-ORIGEM          PIC X(06).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-TOMDOC          PIC 9(14).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-TOMNOME         PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-VALOR           PIC Z.ZZZ.ZZ9,99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-ALIQ            PIC Z9,99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ISS-ISS             PIC ZZ.ZZ9,99.
                03 FILLER              PIC X(01) VALUE SPACES.
                03 ISS-SITU            PIC X(09).

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** RELATORIO MENSAL DO ISS - NFS-E ***".

       01 CAB1.
                03 FILLER             PIC X(18) VALUE
                                      "MES DE REFERENCIA:".
                03 FILLER             PIC X(01) VALUE " ".
                03 CAB-MESREF         PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANOREF         PIC 9999.

       01 CAB2.
                03 FILLER             PIC X(08) VALUE "     RPS".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "     NFS-E".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "EMISSAO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(06) VALUE "ORIGEM".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE "CPF/CNPJ".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE "TOMADOR".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE "       VALOR".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE " ALIQ".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(09) VALUE "      ISS".
                03 FILLER             PIC X(01) VALUE " ".
                03 FILLER             PIC X(09) VALUE "SITUACAO".

       01 CAB3.
                03 FILLER             PIC X(08) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(06) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(09) VALUE ALL "-".
                03 FILLER             PIC X(01) VALUE " ".
                03 FILLER             PIC X(09) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                      "TOTAIS POR SITUACAO".

       01 CABSIT.
                03 CAB-SITN    PIC X(09).
                03 FILLER      PIC X(03) VALUE " : ".
                03 CAB-SITQTD  PIC ZZZ.ZZ9.
                03 FILLER      PIC X(09) VALUE "  VALOR: ".
                03 CAB-SITVAL  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(07) VALUE "  ISS: ".
                03 CAB-SITISS  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB5.
                03 FILLER      PIC X(50) VALUE
                     "ISS DEVIDO POR ORIGEM (GERADOS E EMITIDOS)".

       01 CABORI.
                03 CAB-ORIN    PIC X(09).
                03 FILLER      PIC X(03) VALUE " : ".
                03 CAB-ORIQTD  PIC ZZZ.ZZ9.
                03 FILLER      PIC X(09) VALUE "  VALOR: ".
                03 CAB-ORIVAL  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(07) VALUE "  ISS: ".
                03 CAB-ORIISS  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                      "BASE DE CALCULO DO MES      :".
                03 CAB-VALDEV  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(16) VALUE "   ISS DEVIDO: ".
                03 CAB-ISSDEV  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP110.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** RELATORIO MENSAL DO ISS - NFS".
           05  LINE 02  COLUMN 41
               VALUE  "-E ***".
           05  LINE 08  COLUMN 01
               VALUE  "     MES REFERENCIA :".
           05  LINE 10  COLUMN 01
               VALUE  "     ANO REFERENCIA :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 08  COLUMN 23  PIC 99
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 10  COLUMN 23  PIC 9999
               USING  W-ANOREF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
                MOVE ZEROS TO W-MESREF W-ANOREF.
                DISPLAY TELASMP110.
       INC-OPC0.
                ACCEPT TMESREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-MESREF < 1 OR W-MESREF > 12
                   MOVE "MES INVALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.
       INC-OPC1.
                ACCEPT TANOREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-ANOREF = ZEROS
                   MOVE "ANO INVALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
      *
       INC-OP0.
           OPEN INPUT CADRPS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADRPS NAO EXISTE, RODE O SMP108"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRPS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADISSTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO ISSMESPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADRPS
                GO TO ROT-FIMS.

           MOVE W-ANOREF TO W-COMPREF(1:4)
           MOVE W-MESREF TO W-COMPREF(5:2)
           MOVE ZEROS TO TABTOT

           WRITE REGISSTX FROM CAB0.
           MOVE W-MESREF TO CAB-MESREF
           MOVE W-ANOREF TO CAB-ANOREF
           WRITE REGISSTX FROM CAB1.
           MOVE SPACES TO REGISSTX
           WRITE REGISSTX.
           WRITE REGISSTX FROM CAB2.
           WRITE REGISSTX FROM CAB3.

           MOVE ZEROS TO RPS-NUMERO
           START CADRPS KEY IS NOT LESS RPS-NUMERO INVALID KEY
                 GO TO ROT-TOTAL.

      *---------[ RPS COM EMISSAO NO MES DE REFERENCIA ]----------------
       LER-RPS.
           READ CADRPS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ROT-TOTAL.
           IF RPS-DATAEMI(1:6) NOT = W-COMPREF
                GO TO LER-RPS.
           ADD 1 TO W-QTDLIDOS

           MOVE 1 TO W-I.
       LER-RPS-SIT.
           IF W-I < 5 AND TBSIT(W-I) NOT = RPS-SITU
                ADD 1 TO W-I
                GO TO LER-RPS-SIT.
           ADD 1 TO TB-QTD(W-I)
           ADD RPS-VALOR TO TB-VALOR(W-I)
           ADD RPS-ISS TO TB-ISS(W-I)

      *------CANCELADO OU COM CANCELAMENTO ENVIADO NAO ENTRA NO ISS----*
           IF RPS-SITU = "G" OR RPS-SITU = "E"
              IF RPS-ORIGEM = "F"
                 ADD 1 TO W-QTDFAT
                 ADD RPS-VALOR TO W-VALFAT
                 ADD RPS-ISS TO W-ISSFAT
              ELSE
                 ADD 1 TO W-QTDREC
                 ADD RPS-VALOR TO W-VALREC
                 ADD RPS-ISS TO W-ISSREC.

           MOVE RPS-NUMERO TO ISS-RPS
           MOVE RPS-NFSE TO ISS-NFSE
           MOVE RPS-DATAEMI(7:2) TO ISS-DIA
           MOVE RPS-DATAEMI(5:2) TO ISS-MES
           MOVE RPS-DATAEMI(1:4) TO ISS-ANO
           IF RPS-ORIGEM = "F"
                MOVE "FATURA" TO ISS-ORIGEM
           ELSE
                MOVE "RECIBO" TO ISS-ORIGEM.
           MOVE RPS-TOMDOC TO ISS-TOMDOC
           MOVE RPS-TOMNOME TO ISS-TOMNOME
           MOVE RPS-VALOR TO ISS-VALOR
           MOVE RPS-ALIQ TO ISS-ALIQ
           MOVE RPS-ISS TO ISS-ISS
           MOVE TBSITN(W-I) TO ISS-SITU
           WRITE REGISSTX FROM ISSTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ISSMESPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-RPS.

      *---------[ TOTAIS DO MES ]---------------------------------------
       ROT-TOTAL.
           MOVE SPACES TO REGISSTX
           WRITE REGISSTX.
           WRITE REGISSTX FROM CAB4.
           MOVE 1 TO W-I.
       ROT-TOTAL-SIT.
           MOVE TBSITN(W-I) TO CAB-SITN
           MOVE TB-QTD(W-I) TO CAB-SITQTD
           MOVE TB-VALOR(W-I) TO CAB-SITVAL
           MOVE TB-ISS(W-I) TO CAB-SITISS
           WRITE REGISSTX FROM CABSIT.
           IF W-I < 5
                ADD 1 TO W-I
                GO TO ROT-TOTAL-SIT.

           MOVE SPACES TO REGISSTX
           WRITE REGISSTX.
           WRITE REGISSTX FROM CAB5.
           MOVE "RECIBOS" TO CAB-ORIN
           MOVE W-QTDREC TO CAB-ORIQTD
           MOVE W-VALREC TO CAB-ORIVAL
           MOVE W-ISSREC TO CAB-ORIISS
           WRITE REGISSTX FROM CABORI.
           MOVE "FATURAS" TO CAB-ORIN
           MOVE W-QTDFAT TO CAB-ORIQTD
           MOVE W-VALFAT TO CAB-ORIVAL
           MOVE W-ISSFAT TO CAB-ORIISS
           WRITE REGISSTX FROM CABORI.

           COMPUTE W-VALDEV = W-VALREC + W-VALFAT
           COMPUTE W-ISSDEV = W-ISSREC + W-ISSFAT
           MOVE SPACES TO REGISSTX
           WRITE REGISSTX.
           MOVE W-VALDEV TO CAB-VALDEV
           MOVE W-ISSDEV TO CAB-ISSDEV
           WRITE REGISSTX FROM CAB6.

           DISPLAY (15, 06) "RPS DO MES:"
           DISPLAY (15, 18) W-QTDLIDOS
           IF W-QTDLIDOS = ZEROS
                MOVE "*** NENHUM RPS NO MES INFORMADO ***" TO MENS
           ELSE
                MOVE "*** RELATORIO GERADO EM ISSMESPRL.DOC ***"
                                                              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADRPS CADISSTX.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
