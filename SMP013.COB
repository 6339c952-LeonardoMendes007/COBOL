       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIA.
          03 FERIA-CHAVE.
             05 FERIA-DATA        PIC 9(08).
             05 FERIA-UNIDADE     PIC 9(02).
          03 FERIA-DESCR          PIC X(30).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-UNIDF       PIC 9(02) VALUE ZEROS.

       01 W-ARQSAIDA    PIC X(30) VALUE "AGENDAMEDPRL.DOC".
       01 W-BATCH       PIC X(01) VALUE "N".
                07 W-AG-DATA         PIC 9(08).
                07 W-AG-HORA         PIC 9(04).
             05 W-AG-CPF             PIC 9(11).
             05 W-AG-UNID            PIC 9(02).
             05 W-AG-CID             PIC X(05).
             05 W-AG-DESC1           PIC X(60).
       01 W-AGENDA-AUX.
             07 W-AGX-DATA           PIC 9(08).
             07 W-AGX-HORA           PIC 9(04).
          05 W-AGX-CPF               PIC 9(11).
          05 W-AGX-UNID              PIC 9(02).
          05 W-AGX-CID               PIC X(05).
          05 W-AGX-DESC1             PIC X(60).

       01 CAB1.
                03 CAB-MED            PIC X(43) VALUE SPACES.

       01 CAB1U.
                03 FILLER             PIC X(09) VALUE "UNIDADE: ".
                03 CAB-UNID           PIC 99.
                03 FILLER             PIC X(03) VALUE " - ".
                03 CAB-UNIDNOME       PIC X(30).

       01 CAB2.
                03 CAB-DATA           PIC X(10) VALUE "DATA".
                03 FILLER             PIC X(01) VALUE " ".
               VALUE  "     DATA INICIAL :   .  .    ".
           05  LINE 11  COLUMN 01
               VALUE  "     DATA FINAL   :   .  .    ".
           05  LINE 12  COLUMN 01
               VALUE  "     UNIDADE      :    (00 = TODAS)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRM
               LINE 11  COLUMN 21  PIC 99.99.9999
               USING  W-DATAFIM
               HIGHLIGHT.
           05  TUNIDF
               LINE 12  COLUMN 21  PIC 99
               USING  W-UNIDF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM LE-PARAM THRU LE-PARAM-FIM.

       INC-001.
                MOVE ZEROS TO W-CRM W-DATAINI W-DATAFIM W-UNIDF.
                IF W-BATCH = "S"
                   MOVE PARAM-CRM TO W-CRM
                   MOVE PARAM-DATAINI TO W-DATAINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC1.
       INC-OPC3.
                ACCEPT TUNIDF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC2.

       INC-CONV.
                MOVE W-DATAINI(5:4) TO W-DATAINI-YMD(1:4)
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADUNID
                 CLOSE CADUNID
                 OPEN INPUT CADUNID
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADUNID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           IF W-UNIDF NOT = ZEROS
                MOVE W-UNIDF TO UNID-CODIGO
                READ CADUNID
                IF ST-ERRO NOT = "00"
                      MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           MOVE W-CRM TO CRM
           READ CADMED
           IF ST-ERRO = "23"
           STRING "CRM " W-CRM " - " NOME DELIMITED BY SIZE
                  INTO CAB-MED OF CAB1.
           WRITE REGCONSTX FROM CAB1.
           IF W-UNIDF NOT = ZEROS
                MOVE W-UNIDF TO CAB-UNID
                MOVE UNID-NOME TO CAB-UNIDNOME
                WRITE REGCONSTX FROM CAB1U.
           WRITE REGCONSTX FROM CAB2.
           WRITE REGCONSTX FROM CAB3.

                   W-DATAREG > W-DATAFIM-YMD
                   GO TO LER-CONS.

                IF W-UNIDF NOT = ZEROS AND UNIDCONS NOT = W-UNIDF
                   GO TO LER-CONS.

                IF W-AGENDA-CNT NOT < 999
                   MOVE "*** LIMITE DA AGENDA ATINGIDO ***"
                                                        TO MENS
                MOVE HORACONS         TO W-AG-HORA(W-AGENDA-CNT)(1:2)
                MOVE MINCONS          TO W-AG-HORA(W-AGENDA-CNT)(3:2)
                MOVE PACI-CPF         TO W-AG-CPF(W-AGENDA-CNT)
                MOVE UNIDCONS         TO W-AG-UNID(W-AGENDA-CNT)
                MOVE CODIGO-DOENCA    TO W-AG-CID(W-AGENDA-CNT)
                MOVE DESCRICAO1       TO W-AG-DESC1(W-AGENDA-CNT)
                GO TO LER-CONS.
           MOVE W-AG-DESC1(W-AGENDA-I)   TO DESCTX.
           MOVE SPACES                   TO FERIADOTX.
           MOVE W-AG-DATA(W-AGENDA-I)    TO FERIA-DATA
           MOVE ZEROS                    TO FERIA-UNIDADE
           READ CADFERIA
           IF ST-ERRO NOT = "00" AND W-AG-UNID(W-AGENDA-I) NOT = ZEROS
                MOVE W-AG-DATA(W-AGENDA-I) TO FERIA-DATA
                MOVE W-AG-UNID(W-AGENDA-I) TO FERIA-UNIDADE
                READ CADFERIA.
           IF ST-ERRO = "00"
                MOVE "FERIADO" TO FERIADOTX.
           MOVE CONSTX       TO REGCONSTX.
                IF W-BATCH = "S"
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADMED CADCONSTX CADFERIA CADUNID.
       ROT-FIMP.
                EXIT PROGRAM.

