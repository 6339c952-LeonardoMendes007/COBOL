       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP100.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * ACOMPANHAMENTO DE DOENCA CRONICA -     *
      * PACIENTES COM RETORNO ATRASADO NA      *
      * LINHA DE CUIDADO E SEM CONSULTA        *
      * FUTURA (CADCONS + CADHIST)             *
      * GERA CRONICOPRL.DOC E A LISTA DE       *
      * LIGACOES DA ENFERMAGEM (CRONICO.TXT)   *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO WITH DUPLICATES.
       SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HISTPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HISTMEDICO WITH DUPLICATES.
       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CID
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
       SELECT CADLINHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LINHA-CODIGO
                    FILE STATUS  IS ST-ERRO.
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
       SELECT CADCRWK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WCRO-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCREX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADCRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 KEYPRINCIPAL.
             05 PACI-CPF              PIC 9(11).
             05 DATACONSULTA.
                07 DIACONS            PIC 9(02).
                07 MESCONS            PIC 9(02).
                07 ANOCONS            PIC 9(04).
             05 HORACONSULTA.
                07 HORACONS           PIC 9(02).
                07 MINCONS            PIC 9(02).
          03 CODMEDICO                PIC 9(06).
          03 CODIGO-DOENCA            PIC X(05).
          03 DESCRICAO1               PIC X(60).
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
       01 REGHIST.
          03 HISTPRINCIPAL.
             05 HIST-CPF              PIC 9(11).
             05 HISTDATACONS          PIC 9(08).
             05 HISTHORACONS          PIC 9(04).
          03 HISTMEDICO               PIC 9(06).
          03 HISTDOENCA               PIC X(05).
          03 HISTDESCRICAO1           PIC X(60).
          03 HISTDESCRICAO2           PIC X(60).
          03 HISTSITUACAO             PIC X(01).
          03 HISTRETORNO              PIC X(01).
          03 HISTCONVENIO             PIC 9(04).
          03 HISTPLANO                PIC 9(02).

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CID               PIC X(05).
          03 DENOMINACAO       PIC X(30).
          03 SINTOMAS          PIC X(50).
          03 TRATAMENTO        PIC X(50).
          03 NOTIFICAVEL       PIC X(01).
          03 PRAZONOTIF        PIC 9(02).
          03 LINHACUID         PIC 9(02).

       FD CADLINHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLINHA.DAT".
       01 REGLINHA.
          03 LINHA-CODIGO      PIC 9(02).
          03 LINHA-NOME        PIC X(30).
          03 LINHA-INTERV      PIC 9(04).

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

      *------ULTIMA CONSULTA DO PACIENTE EM CADA LINHA DE CUIDADO------*
       FD CADCRWK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRONWRK.DAT".
       01 REGWCRO.
          03 WCRO-CHAVE.
             05 WCRO-LINHA           PIC 9(02).
             05 WCRO-CPF             PIC 9(11).
          03 WCRO-DATA               PIC 9(08).
          03 WCRO-CRM                PIC 9(06).
          03 WCRO-CID                PIC X(05).

       FD CADCREX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRONICO.TXT".
       01 REGCREX     PIC X(132).

       FD CADCRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRONICOPRL.DOC".
       01 REGCRTX     PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-HOJE.
          05 W-HOJE-ANO PIC 9(04).
          05 W-HOJE-MES PIC 9(02).
          05 W-HOJE-DIA PIC 9(02).
       01 W-HOJEYMD REDEFINES W-HOJE PIC 9(08).

       01 W-LINHAPESQ   PIC 9(02) VALUE ZEROS.
       01 W-TEMHIST     PIC X(01) VALUE "S".
       01 W-DATAYMD     PIC 9(08) VALUE ZEROS.
       01 W-CRMULT      PIC 9(06) VALUE ZEROS.
       01 W-CIDULT      PIC X(05) VALUE SPACES.
       01 W-CPFULT      PIC 9(11) VALUE ZEROS.
       01 W-TEMFUTURA   PIC X(01) VALUE "N".
       01 W-LINHAANT    PIC 9(02) VALUE ZEROS.

      *------DIAS DESDE A ULTIMA CONSULTA------------------------------*
       01 W-SER-ANO     PIC 9(04) VALUE ZEROS.
       01 W-SER-MES     PIC 9(02) VALUE ZEROS.
       01 W-SER-DIA     PIC 9(02) VALUE ZEROS.
       01 W-SER-BISX    PIC 9(04) VALUE ZEROS.
       01 W-SERIAL      PIC 9(08) VALUE ZEROS.
       01 W-SERHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC S9(05) VALUE ZEROS.
       01 W-ATRASO      PIC S9(05) VALUE ZEROS.

      *------DIAS ACUMULADOS ANTES DE CADA MES-------------------------*
       01 TABMDIASX.
          03 FILLER     PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 TABMDIAS REDEFINES TABMDIASX.
          03 TBMDIA     PIC 9(03) OCCURS 12 TIMES.

       01 W-TOTCONS     PIC 9(06) VALUE ZEROS.
       01 W-TOTHIST     PIC 9(06) VALUE ZEROS.
       01 W-TOTACOMP    PIC 9(05) VALUE ZEROS.
       01 W-TOTLINHA    PIC 9(05) VALUE ZEROS.
       01 W-TOTATRAS    PIC 9(05) VALUE ZEROS.
       01 W-TOTAGEND    PIC 9(05) VALUE ZEROS.

       01 W-TELTXFMT.
                03 W-TELTXFMT-DDD      PIC 99.
                03 FILLER              PIC X(01) VALUE ".".
                03 W-TELTXFMT-NUM      PIC 999999999.

       01 CROTX.
                03 CRO-LINHATX         PIC X(20).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRO-NOMETX          PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRO-TELTX           PIC X(12).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRO-MEDTX           PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRO-ULTTX.
                   05 CRO-DIATX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 CRO-MESTX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 CRO-ANOTX        PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRO-CIDTX           PIC X(05).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CRO-ATRASOTX        PIC ZZZZ9.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** DOENCA CRONICA - RETORNOS EM ATRASO ***".

       01 CAB0A.
                03 FILLER             PIC X(06) VALUE "DATA: ".
                03 CAB-DIA            PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-MES            PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANO            PIC 9999.

       01 CAB1.
                03 FILLER             PIC X(18) VALUE
                                      "LINHA DE CUIDADO: ".
                03 CAB-LINHA          PIC 99.
                03 FILLER             PIC X(03) VALUE " - ".
                03 CAB-LINHANOME      PIC X(30).
                03 FILLER             PIC X(18) VALUE
                                      "   RETORNO A CADA ".
                03 CAB-INTERV         PIC ZZZ9.
                03 FILLER             PIC X(05) VALUE " DIAS".

       01 CAB2.
                03 FILLER             PIC X(20) VALUE
                                      "LINHA DE CUIDADO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE "PACIENTE".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE "TELEFONE".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE "MEDICO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "ULT.CONSUL".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE "CID".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE "ATRAS".

       01 CAB3.
                03 FILLER             PIC X(20) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                       "  PACIENTES EM ATRASO NA LINHA".
                03 FILLER      PIC X(02) VALUE ": ".
                03 CAB-TOTLINHA PIC ZZZZ9.

       01 CAB5.
                03 FILLER      PIC X(30) VALUE
                                       "PACIENTES ACOMPANHADOS      :".
                03 CAB-TOTACOMP PIC ZZZZ9.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                       "COM RETORNO JA AGENDADO     :".
                03 CAB-TOTAGEND PIC ZZZZ9.

       01 CAB7.
                03 FILLER      PIC X(30) VALUE
                                       "EM ATRASO SEM AGENDAMENTO   :".
                03 CAB-TOTATRAS PIC ZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP100.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** DOENCA CRONICA - RETORNOS EM ATRA".
           05  LINE 02  COLUMN 41
               VALUE  "SO ***".
           05  LINE 08  COLUMN 01
               VALUE  "     LINHA DE CUIDADO   :      (00 = TOD".
           05  LINE 08  COLUMN 41
               VALUE  "AS)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TLINHAPESQ
               LINE 08  COLUMN 27  PIC 99
               USING  W-LINHAPESQ
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-ANO TO W-SER-ANO
           MOVE W-HOJE-MES TO W-SER-MES
           MOVE W-HOJE-DIA TO W-SER-DIA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL TO W-SERHOJE.

       INC-001.
                DISPLAY TELASMP100.
       INC-OPC0.
                ACCEPT TLINHAPESQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
      *
       INC-OP0.
           OPEN INPUT CADLINHA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO CADLINHA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADLINHA"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
           ELSE
                    NEXT SENTENCE.

           IF W-LINHAPESQ NOT = ZEROS
                MOVE W-LINHAPESQ TO LINHA-CODIGO
                READ CADLINHA
                IF ST-ERRO NOT = "00"
                   MOVE "*** LINHA DE CUIDADO NAO CADASTRADA ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLINHA
                   GO TO INC-001.

           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *------SEM ARQUIVAMENTO (SMP030) AINDA NAO HA CADHIST-----------*
           OPEN INPUT CADHIST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "N" TO W-TEMHIST
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCID" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

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

      *------ARQUIVO DE TRABALHO RECRIADO A CADA EXECUCAO--------------*
           OPEN OUTPUT CADCRWK
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CRONWRK" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           CLOSE CADCRWK
           OPEN I-O CADCRWK
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CRONWRK" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           DISPLAY (12, 06) "LENDO AS CONSULTAS (CADCONS)...".
           MOVE ZEROS TO PACI-CPF DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO INC-HIST.

      *---------[ CONSULTAS REALIZADAS ATE HOJE (CADCONS) ]-------------
       LER-CONS.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO INC-HIST.

           IF SITUACAO = "C" OR SITUACAO = "F"
                GO TO LER-CONS.
           MOVE ANOCONS TO W-DATAYMD(1:4)
           MOVE MESCONS TO W-DATAYMD(5:2)
           MOVE DIACONS TO W-DATAYMD(7:2)
           IF W-DATAYMD > W-HOJEYMD
                GO TO LER-CONS.
           IF CODIGO-DOENCA = SPACES
                GO TO LER-CONS.

           ADD 1 TO W-TOTCONS
           MOVE CODIGO-DOENCA TO CID
           MOVE PACI-CPF  TO W-CPFULT
           MOVE CODMEDICO TO W-CRMULT
           PERFORM GRAVA-ULT THRU GRAVA-ULT-FIM
           GO TO LER-CONS.

      *---------[ CONSULTAS ARQUIVADAS (CADHIST) ]----------------------
       INC-HIST.
           IF W-TEMHIST = "N"
                GO TO INC-LISTA.
           DISPLAY (12, 06) "LENDO O HISTORICO (CADHIST)...   ".
           MOVE ZEROS TO HIST-CPF HISTDATACONS HISTHORACONS
           START CADHIST KEY IS NOT LESS HISTPRINCIPAL INVALID KEY
                 GO TO INC-LISTA.

       LER-HIST.
           READ CADHIST NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO INC-LISTA.

           IF HISTSITUACAO = "C" OR HISTSITUACAO = "F"
                GO TO LER-HIST.
           IF HISTDOENCA = SPACES
                GO TO LER-HIST.
           MOVE HISTDATACONS(5:4) TO W-DATAYMD(1:4)
           MOVE HISTDATACONS(3:2) TO W-DATAYMD(5:2)
           MOVE HISTDATACONS(1:2) TO W-DATAYMD(7:2)

           ADD 1 TO W-TOTHIST
           MOVE HISTDOENCA TO CID
           MOVE HIST-CPF   TO W-CPFULT
           MOVE HISTMEDICO TO W-CRMULT
           PERFORM GRAVA-ULT THRU GRAVA-ULT-FIM
           GO TO LER-HIST.

      *---------[ LISTA OS ATRASADOS POR LINHA DE CUIDADO ]-------------
       INC-LISTA.
           DISPLAY (12, 06) "GERANDO A LISTA DE LIGACOES...   ".
           OPEN OUTPUT CADCREX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO CRONICO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           OPEN OUTPUT CADCRTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO CRONICOPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADCREX
                GO TO ROT-FIM.

           WRITE REGCRTX FROM CAB0.
           MOVE W-HOJE-DIA TO CAB-DIA
           MOVE W-HOJE-MES TO CAB-MES
           MOVE W-HOJE-ANO TO CAB-ANO
           WRITE REGCRTX FROM CAB0A.
           MOVE SPACES TO REGCRTX
           WRITE REGCRTX.

           MOVE ZEROS TO WCRO-LINHA WCRO-CPF
           START CADCRWK KEY IS NOT LESS WCRO-CHAVE INVALID KEY
                 GO TO ROT-TOTAL.

       LER-WCRO.
           READ CADCRWK NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                PERFORM TOT-LINHA THRU TOT-LINHA-FIM
                GO TO ROT-TOTAL.

           IF WCRO-LINHA NOT = W-LINHAANT
                PERFORM TOT-LINHA THRU TOT-LINHA-FIM
                MOVE WCRO-LINHA TO W-LINHAANT LINHA-CODIGO
                READ CADLINHA
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO LINHA-NOME
                   MOVE ZEROS TO LINHA-INTERV.

           ADD 1 TO W-TOTACOMP

      *------DIAS DESDE A ULTIMA CONSULTA ALEM DO INTERVALO------------*
           MOVE WCRO-DATA(1:4) TO W-SER-ANO
           MOVE WCRO-DATA(5:2) TO W-SER-MES
           MOVE WCRO-DATA(7:2) TO W-SER-DIA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIAS = W-SERHOJE - W-SERIAL
           COMPUTE W-ATRASO = W-DIAS - LINHA-INTERV
           IF W-ATRASO NOT > ZERO
                GO TO LER-WCRO.

           PERFORM TESTA-FUTURA THRU TESTA-FUTURA-FIM
           IF W-TEMFUTURA = "S"
                ADD 1 TO W-TOTAGEND
                GO TO LER-WCRO.

           MOVE WCRO-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME
                MOVE ZEROS TO DDD NUM.

           MOVE WCRO-CRM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOMEMED.

           IF W-TOTLINHA = ZEROS
                MOVE WCRO-LINHA TO CAB-LINHA
                MOVE LINHA-NOME TO CAB-LINHANOME
                MOVE LINHA-INTERV TO CAB-INTERV
                WRITE REGCRTX FROM CAB1
                WRITE REGCRTX FROM CAB2
                WRITE REGCRTX FROM CAB3.

           MOVE LINHA-NOME TO CRO-LINHATX
           MOVE NOME TO CRO-NOMETX
           MOVE DDD TO W-TELTXFMT-DDD
           MOVE NUM TO W-TELTXFMT-NUM
           MOVE W-TELTXFMT TO CRO-TELTX
           MOVE NOMEMED TO CRO-MEDTX
           MOVE WCRO-DATA(7:2) TO CRO-DIATX
           MOVE WCRO-DATA(5:2) TO CRO-MESTX
           MOVE WCRO-DATA(1:4) TO CRO-ANOTX
           MOVE WCRO-CID TO CRO-CIDTX
           MOVE W-ATRASO TO CRO-ATRASOTX

           WRITE REGCREX FROM CROTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CRONICO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           WRITE REGCRTX FROM CROTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CRONICOPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTLINHA W-TOTATRAS
           GO TO LER-WCRO.

       ROT-TOTAL.
           MOVE SPACES TO REGCRTX
           WRITE REGCRTX.
           MOVE W-TOTACOMP TO CAB-TOTACOMP
           WRITE REGCRTX FROM CAB5.
           MOVE W-TOTAGEND TO CAB-TOTAGEND
           WRITE REGCRTX FROM CAB6.
           MOVE W-TOTATRAS TO CAB-TOTATRAS
           WRITE REGCRTX FROM CAB7.
           CLOSE CADCREX CADCRTX
           MOVE "*** LISTA DE LIGACOES GERADA EM CRONICO.TXT ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *------GUARDA A CONSULTA MAIS RECENTE DO PACIENTE NA LINHA-------*
      *------DE CUIDADO DO CID (CID SEM LINHA E IGNORADO)--------------*
       GRAVA-ULT.
           MOVE CID TO W-CIDULT
           READ CADCID
           IF ST-ERRO NOT = "00"
                GO TO GRAVA-ULT-FIM.
           IF LINHACUID = ZEROS
                GO TO GRAVA-ULT-FIM.
           IF W-LINHAPESQ NOT = ZEROS AND LINHACUID NOT = W-LINHAPESQ
                GO TO GRAVA-ULT-FIM.

           MOVE LINHACUID TO WCRO-LINHA
           MOVE W-CPFULT  TO WCRO-CPF
           READ CADCRWK
           IF ST-ERRO = "23"
                MOVE W-DATAYMD TO WCRO-DATA
                MOVE W-CRMULT  TO WCRO-CRM
                MOVE W-CIDULT  TO WCRO-CID
                WRITE REGWCRO
                GO TO GRAVA-ULT-TESTA.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CRONWRK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GRAVA-ULT-FIM.
           IF W-DATAYMD NOT > WCRO-DATA
                GO TO GRAVA-ULT-FIM.
           MOVE W-DATAYMD TO WCRO-DATA
           MOVE W-CRMULT  TO WCRO-CRM
           MOVE W-CIDULT  TO WCRO-CID
           REWRITE REGWCRO.
       GRAVA-ULT-TESTA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CRONWRK" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-ULT-FIM.
           EXIT.

      *------PACIENTE JA TEM CONSULTA MARCADA DEPOIS DE HOJE?----------*
       TESTA-FUTURA.
           MOVE "N" TO W-TEMFUTURA
           MOVE WCRO-CPF TO PACI-CPF
           MOVE ZEROS TO DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                GO TO TESTA-FUTURA-FIM.
       TESTA-FUTURA-LER.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO TESTA-FUTURA-FIM.
           IF PACI-CPF NOT = WCRO-CPF
                GO TO TESTA-FUTURA-FIM.
           IF SITUACAO = "C" OR SITUACAO = "F"
                GO TO TESTA-FUTURA-LER.
           MOVE ANOCONS TO W-DATAYMD(1:4)
           MOVE MESCONS TO W-DATAYMD(5:2)
           MOVE DIACONS TO W-DATAYMD(7:2)
           IF W-DATAYMD > W-HOJEYMD
                MOVE "S" TO W-TEMFUTURA
                GO TO TESTA-FUTURA-FIM.
           GO TO TESTA-FUTURA-LER.
       TESTA-FUTURA-FIM.
           EXIT.

      *------SUBTOTAL DA LINHA DE CUIDADO ANTERIOR---------------------*
       TOT-LINHA.
           IF W-TOTLINHA = ZEROS
                GO TO TOT-LINHA-FIM.
           MOVE W-TOTLINHA TO CAB-TOTLINHA
           WRITE REGCRTX FROM CAB4.
           MOVE SPACES TO REGCRTX
           WRITE REGCRTX.
           MOVE ZEROS TO W-TOTLINHA.
       TOT-LINHA-FIM.
           EXIT.

      *------NUMERO SERIAL DO DIA (P/ CONTAR DIAS)---------------------*
       CALC-SERIAL.
           MOVE W-SER-ANO TO W-SER-BISX
           IF W-SER-MES < 3
                SUBTRACT 1 FROM W-SER-BISX.
           DIVIDE W-SER-BISX BY 4 GIVING W-SER-BISX
           COMPUTE W-SERIAL = (W-SER-ANO * 365) + W-SER-BISX +
                              TBMDIA(W-SER-MES) + W-SER-DIA.
       CALC-SERIAL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADCID CADLINHA CADPACI CADMED CADCRWK.
                IF W-TEMHIST = "S"
                   CLOSE CADHIST.
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
