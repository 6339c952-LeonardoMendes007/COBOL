       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP076.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * RELATORIO DE CREDENCIAMENTO DOS MEDICOS*
      * CONVENIOS VIGENTES DE CADA MEDICO E    *
      * CREDENCIAMENTOS QUE VENCEM EM 60 DIAS  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CRED-CONV WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMED WITH DUPLICATES.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADCREDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRED-CHAVE.
             05 CRED-CRM          PIC 9(06).
             05 CRED-CONV         PIC 9(04).
          03 CRED-INICIO          PIC 9(08).
          03 CRED-FIM             PIC 9(08).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOMEMED       PIC X(30).
          03 ESPEC         PIC 9(02).
          03 SEXOMED       PIC X(01).
          03 DATANASC.
            05 DIANASC        PIC 99.
            05 MESNASC        PIC 99.
            05 ANONASC        PIC 9(04).
          03 EMAILMED      PIC X(30).
          03 TELEFONEMED.
            05 DDDMED      PIC 9(02).
            05 NUMMED      PIC 9(09).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).

       FD CADCREDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDENCPRL.DOC".
       01 REGCREDTX    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-LIMYMD      PIC 9(08) VALUE ZEROS.
       01 W-CRMANT      PIC 9(06) VALUE ZEROS.
       01 W-TOTVIG      PIC 9(05) VALUE ZEROS.
       01 W-TOTMED      PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.

       01 W-LIMRET.
          05 W-LIM-DIA  PIC 9(02).
          05 W-LIM-MES  PIC 9(02).
          05 W-LIM-ANO  PIC 9(04).
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-LIM-DIA3    PIC 9(03) VALUE ZEROS.
       01 LIXO          PIC 9(04) VALUE ZEROS.
       01 BI            PIC 9(01) VALUE ZEROS.

       01 W-DATAFMT.
          03 W-DATAFMT-DIA PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DATAFMT-MES PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DATAFMT-ANO PIC 9999.
       01 W-DATAAUX     PIC 9(08) VALUE ZEROS.

       01 MEDTX.
                03 FILLER              PIC X(04) VALUE "CRM ".
                03 MED-CRMTX           PIC 999.999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 MED-NOMETX          PIC X(30).

       01 CREDTX.
                03 FILLER              PIC X(04) VALUE SPACES.
                03 CRD-CONVTX          PIC 9(04).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRD-CNOMETX         PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRD-INITX           PIC X(10).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRD-FIMTX           PIC X(10).

       01 VENCTX.
                03 VNC-CRMTX           PIC 999.999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VNC-NOMETX          PIC X(25).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VNC-CONVTX          PIC 9(04).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VNC-CNOMETX         PIC X(20).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VNC-FIMTX           PIC X(10).

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** CREDENCIAMENTO DOS MEDICOS ***".

       01 CAB0A.
                03 FILLER      PIC X(20) VALUE "POSICAO EM: ".
                03 CAB-HOJE    PIC X(10).

       01 CAB1.
                03 FILLER      PIC X(60) VALUE
                     "CONVENIOS VIGENTES POR MEDICO".

       01 CAB2.
                03 FILLER             PIC X(04) VALUE SPACES.
                03 FILLER             PIC X(04) VALUE "CONV".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE
                                      "NOME DO CONVENIO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "INICIO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "TERMINO".

       01 CAB3.
                03 FILLER             PIC X(04) VALUE SPACES.
                03 FILLER             PIC X(04) VALUE "----".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".

       01 CAB5.
                03 FILLER      PIC X(60) VALUE
                     "CREDENCIAMENTOS QUE VENCEM NOS PROXIMOS 60 DIAS".

       01 CAB6.
                03 FILLER             PIC X(07) VALUE "CRM".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(25) VALUE "MEDICO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(04) VALUE "CONV".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(20) VALUE "CONVENIO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "TERMINO".

       01 CAB7.
                03 FILLER             PIC X(07) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(25) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(04) VALUE "----".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(20) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".

       01 CAB8.
                03 FILLER      PIC X(30) VALUE
                                      "MEDICOS COM CONVENIO VIGENTE:".
                03 CAB-TOTMED  PIC ZZ.ZZ9.

       01 CAB9.
                03 FILLER      PIC X(30) VALUE
                                      "CREDENCIAMENTOS VIGENTES    :".
                03 CAB-TOTVIG  PIC ZZ.ZZ9.

       01 CAB10.
                03 FILLER      PIC X(30) VALUE
                                      "VENCENDO EM ATE 60 DIAS     :".
                03 CAB-TOTVENC PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-OP0.
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO CADCRED NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRED"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           OPEN OUTPUT CADCREDTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CREDENCPRL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *------HOJE E O LIMITE DE 60 DIAS--------------------------------*
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO W-LIM-DIA
           MOVE W-HOJE(5:2) TO W-LIM-MES
           MOVE W-HOJE(1:4) TO W-LIM-ANO
           MOVE W-LIM-DIA TO W-LIM-DIA3
           ADD 60 TO W-LIM-DIA3
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-LIM-ANO TO W-LIMYMD(1:4)
           MOVE W-LIM-MES TO W-LIMYMD(5:2)
           MOVE W-LIM-DIA TO W-LIMYMD(7:2)

           WRITE REGCREDTX FROM CAB0.
           MOVE W-HOJE TO W-DATAAUX
           PERFORM FMT-DATA
           MOVE W-DATAFMT TO CAB-HOJE
           WRITE REGCREDTX FROM CAB0A.
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX.
           WRITE REGCREDTX FROM CAB1.
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX.
           WRITE REGCREDTX FROM CAB2.
           WRITE REGCREDTX FROM CAB3.

      *------PRIMEIRA PASSAGEM: CONVENIOS VIGENTES POR MEDICO----------*
           MOVE ZEROS TO W-CRMANT
           MOVE ZEROS TO CRED-CRM CRED-CONV
           START CADCRED KEY IS NOT LESS CRED-CHAVE INVALID KEY
                 MOVE "*** ARQUIVO CADCRED VAZIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-TOTAL.

       LER-VIG.
           READ CADCRED NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO INI-VENC.

           IF W-HOJE < CRED-INICIO
                GO TO LER-VIG.
           IF CRED-FIM NOT = ZEROS AND W-HOJE > CRED-FIM
                GO TO LER-VIG.

           IF CRED-CRM NOT = W-CRMANT
                PERFORM GRAVA-MEDICO THRU GRAVA-MEDICO-FIM.

           ADD 1 TO W-TOTVIG
           MOVE CRED-CONV TO CRD-CONVTX
           PERFORM LER-CONV
           MOVE CNOME TO CRD-CNOMETX
           MOVE CRED-INICIO TO W-DATAAUX
           PERFORM FMT-DATA
           MOVE W-DATAFMT TO CRD-INITX
           IF CRED-FIM = ZEROS
                MOVE "INDETERM." TO CRD-FIMTX
           ELSE
                MOVE CRED-FIM TO W-DATAAUX
                PERFORM FMT-DATA
                MOVE W-DATAFMT TO CRD-FIMTX.
           WRITE REGCREDTX FROM CREDTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CREDENCPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-VIG.

      *------SEGUNDA PASSAGEM: VENCIMENTO ATE HOJE + 60 DIAS-----------*
       INI-VENC.
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX.
           WRITE REGCREDTX FROM CAB5.
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX.
           WRITE REGCREDTX FROM CAB6.
           WRITE REGCREDTX FROM CAB7.

           MOVE ZEROS TO CRED-CRM CRED-CONV
           START CADCRED KEY IS NOT LESS CRED-CHAVE INVALID KEY
                 GO TO ROT-TOTAL.

       LER-VENC.
           READ CADCRED NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ROT-TOTAL.

           IF CRED-FIM = ZEROS
                GO TO LER-VENC.
           IF CRED-FIM < W-HOJE OR CRED-FIM > W-LIMYMD
                GO TO LER-VENC.

           ADD 1 TO W-TOTVENC
           MOVE CRED-CRM TO VNC-CRMTX CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOMEMED.
           MOVE NOMEMED TO VNC-NOMETX
           MOVE CRED-CONV TO VNC-CONVTX
           PERFORM LER-CONV
           MOVE CNOME TO VNC-CNOMETX
           MOVE CRED-FIM TO W-DATAAUX
           PERFORM FMT-DATA
           MOVE W-DATAFMT TO VNC-FIMTX
           WRITE REGCREDTX FROM VENCTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CREDENCPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-VENC.

       ROT-TOTAL.
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX.
           MOVE W-TOTMED TO CAB-TOTMED
           WRITE REGCREDTX FROM CAB8.
           MOVE W-TOTVIG TO CAB-TOTVIG
           WRITE REGCREDTX FROM CAB9.
           MOVE W-TOTVENC TO CAB-TOTVENC
           WRITE REGCREDTX FROM CAB10.
           CLOSE CADCREDTX
           MOVE "*** RELATORIO GERADO EM CREDENCPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *------CABECALHO DO MEDICO NA QUEBRA DE CRM----------------------*
       GRAVA-MEDICO.
           MOVE CRED-CRM TO W-CRMANT
           ADD 1 TO W-TOTMED
           MOVE CRED-CRM TO CRM MED-CRMTX
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO NOMEMED.
           MOVE NOMEMED TO MED-NOMETX
           MOVE SPACES TO REGCREDTX
           WRITE REGCREDTX.
           WRITE REGCREDTX FROM MEDTX.
       GRAVA-MEDICO-FIM.
           EXIT.

       LER-CONV.
           MOVE CRED-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** NAO CADASTRADO ***" TO CNOME.

       FMT-DATA.
           MOVE W-DATAAUX(7:2) TO W-DATAFMT-DIA
           MOVE W-DATAAUX(5:2) TO W-DATAFMT-MES
           MOVE W-DATAAUX(1:4) TO W-DATAFMT-ANO.

      *------SOMA OS DIAS DE W-LIM-DIA3 A DATA EM W-LIMRET-------------*
       SOMA-DIAS.
           PERFORM ULTDIA THRU ULTDIA-FIM
           IF W-LIM-DIA3 NOT > W-ULTDIA
                MOVE W-LIM-DIA3 TO W-LIM-DIA
                GO TO SOMA-DIAS-FIM.
           SUBTRACT W-ULTDIA FROM W-LIM-DIA3
           ADD 1 TO W-LIM-MES
           IF W-LIM-MES > 12
                MOVE 01 TO W-LIM-MES
                ADD 1 TO W-LIM-ANO.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
           EXIT.

      *------ULTIMO DIA DO MES DE W-LIMRET-----------------------------*
       ULTDIA.
           IF W-LIM-MES = 04 OR W-LIM-MES = 06 OR W-LIM-MES = 09 OR
              W-LIM-MES = 11
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
       ULTDIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCRED CADMED CADCONV.
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
