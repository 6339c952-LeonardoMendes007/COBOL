       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP090.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONSULTA DE ATESTADO / DECLARACAO PELO *
      * NUMERO - CONFERENCIA DE AUTENTICIDADE  *
      * (O CID NAO E EXIBIDO)                  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATEST-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ATEST-CONSULTA
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ATEST-CRM WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMED WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
          03 ATEST-NUMERO         PIC 9(06).
          03 ATEST-CONSULTA.
             05 ATEST-CPF         PIC 9(11).
             05 ATEST-DATACONS    PIC 9(08).
             05 ATEST-HORACONS    PIC 9(04).
          03 ATEST-CRM            PIC 9(06).
          03 ATEST-TIPO           PIC X(01).
          03 ATEST-DIAS           PIC 9(03).
          03 ATEST-INICIO         PIC 9(08).
          03 ATEST-CONSENT        PIC X(01).
          03 ATEST-CID            PIC X(05).
          03 ATEST-HORAENT        PIC 9(04).
          03 ATEST-HORASAI        PIC 9(04).
          03 ATEST-EMISSAO        PIC 9(08).
          03 ATEST-OPERADOR       PIC X(10).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOME           PIC X(30).
          03 NASCIMENTO.
             05 DIA         PIC 9(02).
             05 MES         PIC 9(02).
             05 ANO         PIC 9(04).
          03 SEXO           PIC X(01).
          03 GENERO         PIC X(01).
          03 TELEFONE.
             05 DDD         PIC 9(02).
             05 NUM         PIC 9(09).
          03 EMAIL          PIC X(40).
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".

       01 W-NUMATEST    PIC 9(06) VALUE ZEROS.
       01 W-TIPOTXT     PIC X(30) VALUE SPACES.
       01 W-CIDTXT      PIC X(03) VALUE SPACES.
       01 W-DATAVFMT.
                03 W-DATAVFMT-DIA     PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 W-DATAVFMT-MES     PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 W-DATAVFMT-ANO     PIC 9999.
       01 W-HORAVFMT.
                03 W-HORAVFMT-HH      PIC 99.
                03 FILLER             PIC X(01) VALUE ":".
                03 W-HORAVFMT-MI      PIC 99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP090.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        CONSULTA DE ATESTADO / DECLARACA".
           05  LINE 02  COLUMN 41
               VALUE  "O PELO NUMERO".
           05  LINE 04  COLUMN 01
               VALUE  " NUMERO DO DOCUMENTO  :".
           05  LINE 06  COLUMN 01
               VALUE  " TIPO                 :".
           05  LINE 07  COLUMN 01
               VALUE  " EMITIDO EM           :".
           05  LINE 09  COLUMN 01
               VALUE  " PACIENTE             :".
           05  LINE 10  COLUMN 01
               VALUE  " CPF                  :".
           05  LINE 11  COLUMN 01
               VALUE  " CONSULTA DE          :".
           05  LINE 13  COLUMN 01
               VALUE  " DIAS DE AFASTAMENTO  :".
           05  LINE 14  COLUMN 01
               VALUE  " A PARTIR DE          :".
           05  LINE 15  COLUMN 01
               VALUE  " CID INFORMADO        :".
           05  LINE 16  COLUMN 01
               VALUE  " PERMANENCIA          :".
           05  LINE 18  COLUMN 01
               VALUE  " MEDICO               :".
           05  LINE 19  COLUMN 01
               VALUE  " CRM                  :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TNUMATEST
               LINE 04  COLUMN 25  PIC 9(06)
               USING  W-NUMATEST
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT CADATEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "NENHUM ATESTADO EMITIDO, EXECUTE O SMP089"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADATEST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO W-NUMATEST
           DISPLAY TELASMP090.

       R2.
           ACCEPT TNUMATEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-NUMATEST = ZEROS
                MOVE "DIGITE O NUMERO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

           MOVE W-NUMATEST TO ATEST-NUMERO
           READ CADATEST
           IF ST-ERRO = "23"
                MOVE "*** DOCUMENTO NAO EMITIDO POR ESTA CLINICA ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADATEST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------MOSTRA O DOCUMENTO REGISTRADO-----------------------------*
       R3.
           IF ATEST-TIPO = "A"
                MOVE "ATESTADO MEDICO" TO W-TIPOTXT
           ELSE
                MOVE "DECLARACAO DE COMPARECIMENTO" TO W-TIPOTXT.
           DISPLAY (06, 25) W-TIPOTXT
           MOVE ATEST-EMISSAO(7:2) TO W-DATAVFMT-DIA
           MOVE ATEST-EMISSAO(5:2) TO W-DATAVFMT-MES
           MOVE ATEST-EMISSAO(1:4) TO W-DATAVFMT-ANO
           DISPLAY (07, 25) W-DATAVFMT

           MOVE ATEST-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO NOME.
           DISPLAY (09, 25) NOME
           DISPLAY (10, 25) ATEST-CPF
           MOVE ATEST-DATACONS(1:2) TO W-DATAVFMT-DIA
           MOVE ATEST-DATACONS(3:2) TO W-DATAVFMT-MES
           MOVE ATEST-DATACONS(5:4) TO W-DATAVFMT-ANO
           DISPLAY (11, 25) W-DATAVFMT
           MOVE ATEST-HORACONS(1:2) TO W-HORAVFMT-HH
           MOVE ATEST-HORACONS(3:2) TO W-HORAVFMT-MI
           DISPLAY (11, 37) W-HORAVFMT

           IF ATEST-TIPO = "A"
                PERFORM R3-ATEST
           ELSE
                PERFORM R3-DECL.

           MOVE ATEST-CRM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO NOMEMED.
           DISPLAY (18, 25) NOMEMED
           DISPLAY (19, 25) ATEST-CRM

           MOVE "*** DOCUMENTO AUTENTICO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4.
           DISPLAY (21, 01) "TECLE ENTER PARA NOVA CONSULTA"
           ACCEPT (21, 32) W-ACT
           GO TO R1.

       R3-ATEST.
           DISPLAY (13, 25) ATEST-DIAS
           MOVE ATEST-INICIO(7:2) TO W-DATAVFMT-DIA
           MOVE ATEST-INICIO(5:2) TO W-DATAVFMT-MES
           MOVE ATEST-INICIO(1:4) TO W-DATAVFMT-ANO
           DISPLAY (14, 25) W-DATAVFMT
           IF ATEST-CONSENT = "S"
                MOVE "SIM" TO W-CIDTXT
           ELSE
                MOVE "NAO" TO W-CIDTXT.
           DISPLAY (15, 25) W-CIDTXT.

       R3-DECL.
           MOVE ATEST-HORAENT(1:2) TO W-HORAVFMT-HH
           MOVE ATEST-HORAENT(3:2) TO W-HORAVFMT-MI
           DISPLAY (16, 25) W-HORAVFMT
           DISPLAY (16, 31) "AS"
           MOVE ATEST-HORASAI(1:2) TO W-HORAVFMT-HH
           MOVE ATEST-HORASAI(3:2) TO W-HORAVFMT-MI
           DISPLAY (16, 34) W-HORAVFMT.

       ROT-FIM.
           CLOSE CADATEST CADPACI CADMED.
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
