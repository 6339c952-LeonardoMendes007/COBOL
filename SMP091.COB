       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP091.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * RELATORIO MENSAL DE ATESTADOS E        *
      * DECLARACOES EMITIDOS POR MEDICO, COM O *
      * TOTAL DE DIAS DE AFASTAMENTO           *
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
       SELECT CADATMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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

       FD CADATMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATESTMESPRL.DOC".
       01 REGATMTX    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF      PIC 9(02) VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-REFMES      PIC 9(06) VALUE ZEROS.
       01 W-CRMANT      PIC 9(06) VALUE ZEROS.

       01 W-MEDATEST    PIC 9(05) VALUE ZEROS.
       01 W-MEDDECL     PIC 9(05) VALUE ZEROS.
       01 W-MEDDIAS     PIC 9(06) VALUE ZEROS.
       01 W-TOTATEST    PIC 9(05) VALUE ZEROS.
       01 W-TOTDECL     PIC 9(05) VALUE ZEROS.
       01 W-TOTDIAS     PIC 9(07) VALUE ZEROS.

       01 ATMMED.
                03 FILLER              PIC X(08) VALUE "MEDICO: ".
                03 ATM-MEDTX           PIC X(30).
                03 FILLER              PIC X(07) VALUE "  CRM: ".
                03 ATM-CRMTX           PIC 999.999.

       01 ATMTX.
                03 FILLER              PIC X(03) VALUE SPACES.
                03 ATM-NUMTX           PIC 9(06).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ATM-DATATX.
                   05 ATM-DIATX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 ATM-MESTX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 ATM-ANOTX        PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ATM-TIPOTX          PIC X(10).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ATM-PACTX           PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ATM-DIASTX          PIC ZZ9.

       01 ATMSUB.
                03 FILLER              PIC X(16) VALUE
                                      "   ATESTADOS :".
                03 ATM-SUBATTX         PIC ZZ.ZZ9.
                03 FILLER              PIC X(17) VALUE
                                      "   DECLARACOES :".
                03 ATM-SUBDETX         PIC ZZ.ZZ9.
                03 FILLER              PIC X(19) VALUE
                                      "   DIAS CONCEDIDOS:".
                03 ATM-SUBDITX         PIC ZZZ.ZZ9.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "*** ATESTADOS E DECLARACOES POR MEDICO ***".

       01 CAB0A.
                03 FILLER             PIC X(12) VALUE "REFERENCIA: ".
                03 CAB-MESREF         PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANOREF         PIC 9999.

       01 CAB2.
                03 FILLER             PIC X(03) VALUE SPACES.
                03 FILLER             PIC X(06) VALUE "NUMERO".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(10) VALUE "EMISSAO".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(10) VALUE "TIPO".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(30) VALUE "PACIENTE".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(04) VALUE "DIAS".

       01 CAB3.
                03 FILLER             PIC X(03) VALUE SPACES.
                03 FILLER             PIC X(06) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(04) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                      "TOTAL DE ATESTADOS          :".
                03 CAB-TOTATEST PIC ZZ.ZZ9.

       01 CAB5.
                03 FILLER      PIC X(30) VALUE
                                      "TOTAL DE DECLARACOES        :".
                03 CAB-TOTDECL PIC ZZ.ZZ9.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                      "TOTAL DE DIAS CONCEDIDOS    :".
                03 CAB-TOTDIAS PIC Z.ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP091.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** ATESTADOS E DECLARACOES EMITIDO".
           05  LINE 02  COLUMN 41
               VALUE  "S POR MEDICO ***".
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
                DISPLAY TELASMP091.
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
           OPEN INPUT CADATEST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO CADATEST NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADATEST"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           OPEN OUTPUT CADATMTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ATESTMESPRL"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           MOVE W-ANOREF TO W-REFMES(1:4)
           MOVE W-MESREF TO W-REFMES(5:2)

           WRITE REGATMTX FROM CAB0.
           MOVE W-MESREF TO CAB-MESREF
           MOVE W-ANOREF TO CAB-ANOREF
           WRITE REGATMTX FROM CAB0A.
           MOVE SPACES TO REGATMTX
           WRITE REGATMTX.
           WRITE REGATMTX FROM CAB2.
           WRITE REGATMTX FROM CAB3.

           MOVE ZEROS TO W-CRMANT
           MOVE ZEROS TO ATEST-CRM
           START CADATEST KEY IS NOT LESS ATEST-CRM INVALID KEY
                 MOVE "*** NENHUM DOCUMENTO EMITIDO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-TOTAL.

      *---------[ DOCUMENTOS EM ORDEM DE CRM, SO OS EMITIDOS NO MES ]---
       LER-ATEST.
           READ CADATEST NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ROT-TOTAL.
           IF ATEST-EMISSAO(1:6) NOT = W-REFMES
                GO TO LER-ATEST.

           IF ATEST-CRM NOT = W-CRMANT
                PERFORM FIM-MEDICO THRU FIM-MEDICO-FIM
                PERFORM INI-MEDICO THRU INI-MEDICO-FIM.

           MOVE ATEST-NUMERO TO ATM-NUMTX
           MOVE ATEST-EMISSAO(7:2) TO ATM-DIATX
           MOVE ATEST-EMISSAO(5:2) TO ATM-MESTX
           MOVE ATEST-EMISSAO(1:4) TO ATM-ANOTX
           MOVE ATEST-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** NAO CADASTRADO ***" TO NOME.
           MOVE NOME TO ATM-PACTX
           IF ATEST-TIPO = "A"
                MOVE "ATESTADO" TO ATM-TIPOTX
                MOVE ATEST-DIAS TO ATM-DIASTX
                ADD 1 TO W-MEDATEST
                ADD ATEST-DIAS TO W-MEDDIAS
           ELSE
                MOVE "DECLARACAO" TO ATM-TIPOTX
                MOVE ZEROS TO ATM-DIASTX
                ADD 1 TO W-MEDDECL.

           WRITE REGATMTX FROM ATMTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ATESTMESPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-ATEST.

      *---------[ QUEBRA POR MEDICO ]-----------------------------------
       INI-MEDICO.
           MOVE ATEST-CRM TO W-CRMANT CRM ATM-CRMTX
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "*** NAO CADASTRADO ***" TO NOMEMED.
           MOVE NOMEMED TO ATM-MEDTX
           WRITE REGATMTX FROM ATMMED
           MOVE ZEROS TO W-MEDATEST W-MEDDECL W-MEDDIAS.
       INI-MEDICO-FIM.
           EXIT.

       FIM-MEDICO.
           IF W-CRMANT = ZEROS
                GO TO FIM-MEDICO-FIM.
           MOVE W-MEDATEST TO ATM-SUBATTX
           MOVE W-MEDDECL TO ATM-SUBDETX
           MOVE W-MEDDIAS TO ATM-SUBDITX
           WRITE REGATMTX FROM ATMSUB
           MOVE SPACES TO REGATMTX
           WRITE REGATMTX
           ADD W-MEDATEST TO W-TOTATEST
           ADD W-MEDDECL TO W-TOTDECL
           ADD W-MEDDIAS TO W-TOTDIAS.
       FIM-MEDICO-FIM.
           EXIT.

       ROT-TOTAL.
           PERFORM FIM-MEDICO THRU FIM-MEDICO-FIM
           MOVE SPACES TO REGATMTX
           WRITE REGATMTX.
           MOVE W-TOTATEST TO CAB-TOTATEST
           WRITE REGATMTX FROM CAB4.
           MOVE W-TOTDECL TO CAB-TOTDECL
           WRITE REGATMTX FROM CAB5.
           MOVE W-TOTDIAS TO CAB-TOTDIAS
           WRITE REGATMTX FROM CAB6.
           CLOSE CADATMTX
           MOVE "*** RELATORIO GERADO EM ATESTMESPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADATEST CADPACI CADMED.
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
