       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP112.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * OCUPACAO DA AGENDA E CAPACIDADE OCIOSA *
      * POR MEDICO E ESPECIALIDADE - SEMANAL   *
      * OU MENSAL - HORARIOS DO CADHORAR MENOS *
      * AUSENCIAS E FERIADOS CONTRA O AGENDADO *
      * NO CADCONS E A FILA DE ESPERA          *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMED WITH DUPLICATES.
       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALA WITH DUPLICATES.
       SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO WITH DUPLICATES.
       SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUSEN-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFILA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FILA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESPEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESPEC WITH DUPLICATES.
       SELECT CADOCUTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAR.DAT".
       01 REGHORAR.
          03 HORAR-CHAVE.
             05 HORAR-CRM         PIC 9(06).
             05 HORAR-DIASEM      PIC 9(01).
          03 HORAR-HORAINI        PIC 9(04).
          03 HORAR-HORAFIM        PIC 9(04).
          03 HORAR-INTERV         PIC 9(03).
          03 HORAR-SALA           PIC 9(03).
          03 HORAR-UNIDADE        PIC 9(02).

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

       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
       01 REGAUSEN.
          03 AUSEN-CHAVE.
             05 AUSEN-CRM         PIC 9(06).
             05 AUSEN-DATAINI     PIC 9(08).
          03 AUSEN-DATAFIM        PIC 9(08).
          03 AUSEN-MOTIVO         PIC X(30).

       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIA.
          03 FERIA-CHAVE.
             05 FERIA-DATA        PIC 9(08).
             05 FERIA-UNIDADE     PIC 9(02).
          03 FERIA-DESCR          PIC X(30).

       FD CADFILA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILA.DAT".
       01 REGFILA.
          03 FILA-CHAVE.
             05 FILA-CRM          PIC 9(06).
             05 FILA-DATAENT      PIC 9(08).
             05 FILA-CPF          PIC 9(11).
          03 FILA-NOME            PIC X(30).
          03 FILA-TELEFONE.
             05 FILA-DDD          PIC 9(02).
             05 FILA-NUM          PIC 9(09).

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
          03 CODESPEC          PIC 9(02).
          03 DENOMESPEC        PIC X(30).

       FD CADOCUTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCUPAPRL.DOC".
       01 REGOCUTX    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-TIPOPER     PIC X(01) VALUE SPACES.
       01 W-DATAREF.
          05 W-DATAREF-DIA  PIC 9(02).
          05 W-DATAREF-MES  PIC 9(02).
          05 W-DATAREF-ANO  PIC 9(04).
       01 W-ESPECF      PIC 9(02) VALUE ZEROS.
       01 W-INIYMD      PIC 9(08) VALUE ZEROS.
       01 W-FIMYMD      PIC 9(08) VALUE ZEROS.
       01 W-CONSYMD     PIC 9(08) VALUE ZEROS.
       01 W-TEMAUSEN    PIC X(01) VALUE "S".
       01 W-TEMFERIA    PIC X(01) VALUE "S".
       01 W-TEMFILA     PIC X(01) VALUE "S".
       01 W-TEMESPEC    PIC X(01) VALUE "S".
       01 W-BLOQDIA     PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".

      *------DIAS DO PERIODO: DATA AAAAMMDD, DIA DA SEMANA E----------*
      *------FERIADO GERAL (UNIDADE 00)--------------------------------*
       01 W-QTDDIAS     PIC 9(02) VALUE ZEROS.
       01 W-ID          PIC 9(02) VALUE ZEROS.
       01 W-TABDIAS.
          03 W-TD OCCURS 31 TIMES.
             05 W-TD-YMD      PIC 9(08).
             05 W-TD-SEM      PIC 9(01).
             05 W-TD-FERG     PIC X(01).

       01 W-CUR.
          05 W-CUR-DIA  PIC 9(02).
          05 W-CUR-MES  PIC 9(02).
          05 W-CUR-ANO  PIC 9(04).
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 LIXO          PIC 9(03) VALUE ZEROS.
       01 BI            PIC 9(01) VALUE ZEROS.

      *------CAMPOS DO CALCULO DO DIA DA SEMANA (ZELLER)---------------*
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-DS-DIA      PIC 9(02) VALUE ZEROS.
       01 W-DS-MES      PIC 9(02) VALUE ZEROS.
       01 W-DS-ANO      PIC 9(04) VALUE ZEROS.
       01 W-DS-J        PIC 9(02) VALUE ZEROS.
       01 W-DS-K        PIC 9(02) VALUE ZEROS.
       01 W-DS-T1       PIC 9(03) VALUE ZEROS.
       01 W-DS-T2       PIC 9(02) VALUE ZEROS.
       01 W-DS-T3       PIC 9(02) VALUE ZEROS.
       01 W-DS-SOMA     PIC 9(04) VALUE ZEROS.
       01 W-DS-H        PIC 9(01) VALUE ZEROS.
       01 W-DS-LIXO     PIC 9(04) VALUE ZEROS.

      *------HORARIOS DE UM DIA PELA GRADE DO CADHORAR (COMO SMP044)--*
       01 W-SLOT.
          03 W-SLOT-HH  PIC 9(02).
          03 W-SLOT-MI  PIC 9(02).
       01 W-SLOTN REDEFINES W-SLOT PIC 9(04).
       01 W-SLOT-MI3    PIC 9(04) VALUE ZEROS.
       01 W-INTERV      PIC 9(03) VALUE ZEROS.
       01 W-SLOTSDIA    PIC 9(03) VALUE ZEROS.

      *------HORARIOS OCUPADOS (A/R) DO MEDICO NO PERIODO E-----------*
      *------CANCELADAS/FALTAS, PARA SABER SE A VAGA FOI REAPROVEITADA-*
       01 W-AT-CNT      PIC 9(04) VALUE ZEROS.
       01 W-CF-CNT      PIC 9(04) VALUE ZEROS.
       01 W-I           PIC 9(04) VALUE ZEROS.
       01 W-J           PIC 9(04) VALUE ZEROS.
       01 W-CHAVESLOT.
          03 W-CHS-YMD     PIC 9(08).
          03 W-CHS-HORA    PIC 9(04).
       01 W-TABATIVO.
          03 W-AT-CHAVE    PIC X(12) OCCURS 999 TIMES.
       01 W-TABCANC.
          03 W-CF-CHAVE    PIC X(12) OCCURS 999 TIMES.

      *------ACUMULADORES DO MEDICO-----------------------------------*
       01 W-MED.
          03 W-M-BRUTO     PIC 9(06).
          03 W-M-BLOQ      PIC 9(06).
          03 W-M-CAPAC     PIC 9(06).
          03 W-M-REALIZ    PIC 9(06).
          03 W-M-AGEND     PIC 9(06).
          03 W-M-CANC      PIC 9(06).
          03 W-M-FALTA     PIC 9(06).
          03 W-M-PERD      PIC 9(06).
          03 W-M-FILA      PIC 9(06).
       01 W-OCUP        PIC 9(06) VALUE ZEROS.
       01 W-OCIOSO      PIC S9(07) VALUE ZEROS.
       01 W-PERC        PIC 9(05)V9 VALUE ZEROS.

      *------TOTAIS POR ESPECIALIDADE (ESPEC + 1) E GERAL--------------*
       01 W-IE          PIC 9(03) VALUE ZEROS.
       01 W-TABESP.
          03 W-TE OCCURS 100 TIMES.
             05 W-TE-QMED     PIC 9(04).
             05 W-TE-BLOQ     PIC 9(07).
             05 W-TE-CAPAC    PIC 9(07).
             05 W-TE-REALIZ   PIC 9(07).
             05 W-TE-AGEND    PIC 9(07).
             05 W-TE-CANC     PIC 9(07).
             05 W-TE-FALTA    PIC 9(07).
             05 W-TE-PERD     PIC 9(07).
             05 W-TE-FILA     PIC 9(07).
       01 W-TOTMED      PIC 9(04) VALUE ZEROS.

       01 W-IDMED.
                03 W-IDMED-CRM         PIC 999.999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-IDMED-NOME        PIC X(25).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-IDMED-ESP         PIC 99.
                03 FILLER              PIC X(02) VALUE SPACES.

       01 W-IDESP.
                03 W-IDESP-COD         PIC 99.
                03 FILLER              PIC X(07) VALUE SPACES.
                03 W-IDESP-NOME        PIC X(25).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-IDESP-QMED        PIC ZZ9.
                03 FILLER              PIC X(01) VALUE SPACES.

       01 OCUTX.
                03 OCU-ID              PIC X(40).
                03 OCU-CAPAC           PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-BLOQ            PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-OCUP            PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-REALIZ          PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-AGEND           PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-CANC            PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-FALTA           PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-PERD            PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-OCIOSO          PIC ZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-PERC            PIC ZZ9,9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 OCU-FILA            PIC ZZ.ZZ9.

       01 W-PERFMT.
          03 W-PERFMT-IDIA PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-PERFMT-IMES PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-PERFMT-IANO PIC 9999.
          03 FILLER        PIC X(03) VALUE " A ".
          03 W-PERFMT-FDIA PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-PERFMT-FMES PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-PERFMT-FANO PIC 9999.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** OCUPACAO E CAPACIDADE OCIOSA ***".

       01 CAB1.
                03 FILLER      PIC X(09) VALUE "PERIODO: ".
                03 CAB-PERIODO PIC X(23).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 CAB-TIPO    PIC X(07).

       01 CAB2.
                03 FILLER      PIC X(40) VALUE
                     "    CRM  MEDICO                     ESP".
                03 FILLER      PIC X(48) VALUE
                 " CAPAC    BLOQ    OCUP  REALIZ   AGEND    CANC  ".
                03 FILLER      PIC X(37) VALUE
                 " FALTA  PERDID  OCIOSO  %OCUP    FILA".

       01 CAB2E.
                03 FILLER      PIC X(40) VALUE
                     "ESP       ESPECIALIDADE              MED".
                03 FILLER      PIC X(48) VALUE
                 " CAPAC    BLOQ    OCUP  REALIZ   AGEND    CANC  ".
                03 FILLER      PIC X(37) VALUE
                 " FALTA  PERDID  OCIOSO  %OCUP    FILA".

       01 CAB3.
                03 FILLER      PIC X(38) VALUE ALL "-".
                03 FILLER      PIC X(02) VALUE SPACES.
                03 FILLER      PIC X(85) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(40) VALUE
                                      "TOTAIS POR ESPECIALIDADE".

       01 CAB5.
                03 FILLER      PIC X(15) VALUE "TOTAL GERAL".

       01 CAB6.
                03 FILLER      PIC X(66) VALUE
                "CAPAC = GRADE DO CADHORAR - AUSENCIAS/FERIADOS (BLOQ)".
       01 CAB7.
                03 FILLER      PIC X(66) VALUE
                "OCUP = AGENDADAS + REALIZADAS   %OCUP = OCUP / CAPAC".
       01 CAB8.
                03 FILLER      PIC X(66) VALUE
                "PERDID = CANCELADAS/FALTAS COM HORARIO NAO REOCUPADO".
       01 CAB9.
                03 FILLER      PIC X(66) VALUE
                "OCIOSO = CAPAC - OCUP - PERDID (NUNCA AGENDADOS)".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP112.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** OCUPACAO DA AGENDA E CAPACIDADE O".
           05  LINE 02  COLUMN 41
               VALUE  "CIOSA ***".
           05  LINE 07  COLUMN 01
               VALUE  "     PERIODO (S=SEMANA M=MES) :".
           05  LINE 09  COLUMN 01
               VALUE  "     DATA INICIAL (DDMMAAAA)  :".
           05  LINE 10  COLUMN 01
               VALUE  "     (NO MENSAL VALE SO O MES E O ANO)".
           05  LINE 12  COLUMN 01
               VALUE  "     ESPECIALIDADE (00=TODAS) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTIPOPER
               LINE 07  COLUMN 33  PIC X(01)
               USING  W-TIPOPER
               HIGHLIGHT.
           05  TDATAREF
               LINE 09  COLUMN 33  PIC 99/99/9999
               USING  W-DATAREF
               HIGHLIGHT.
           05  TESPECF
               LINE 12  COLUMN 33  PIC 99
               USING  W-ESPECF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
                MOVE SPACES TO W-TIPOPER
                MOVE ZEROS TO W-DATAREF W-ESPECF.
                DISPLAY TELASMP112.
       INC-OPC0.
                ACCEPT TTIPOPER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-TIPOPER = "s"
                   MOVE "S" TO W-TIPOPER.
                IF W-TIPOPER = "m"
                   MOVE "M" TO W-TIPOPER.
                IF W-TIPOPER NOT = "S" AND W-TIPOPER NOT = "M"
                   MOVE "DIGITE S=SEMANA OU M=MES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.
       INC-OPC1.
                ACCEPT TDATAREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-DATAREF-MES < 1 OR W-DATAREF-MES > 12
                   OR W-DATAREF-ANO = ZEROS
                   MOVE "DIGITE UMA DATA VALIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
                IF W-TIPOPER = "M"
                   MOVE 01 TO W-DATAREF-DIA.
                MOVE W-DATAREF-MES TO W-CUR-MES
                MOVE W-DATAREF-ANO TO W-CUR-ANO
                PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
                IF W-DATAREF-DIA < 1 OR W-DATAREF-DIA > W-ULTDIA
                   MOVE "DIGITE UMA DATA VALIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
       INC-OPC2.
                ACCEPT TESPECF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC1.
      *
       INC-OP0.
           OPEN INPUT CADHORAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADHORAR NAO EXISTE, EXECUTE O SMP043"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADHORAR
                GO TO ROT-FIMS.

           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADHORAR CADMED
                GO TO ROT-FIMS.

      *------SEM AUSENCIAS, FERIADOS, FILA OU ESPECIALIDADES-----------*
      *------CADASTRADOS O RELATORIO SAI ASSIM MESMO-------------------*
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMAUSEN.
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMFERIA.
           OPEN INPUT CADFILA
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMFILA.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMESPEC.

           OPEN OUTPUT CADOCUTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO OCUPAPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           PERFORM MONTA-DIAS THRU MONTA-DIAS-FIM
           MOVE ZEROS TO W-TABESP W-TOTMED

           WRITE REGOCUTX FROM CAB0.
           MOVE W-DATAREF-DIA TO W-PERFMT-IDIA
           MOVE W-DATAREF-MES TO W-PERFMT-IMES
           MOVE W-DATAREF-ANO TO W-PERFMT-IANO
           MOVE W-FIMYMD(7:2) TO W-PERFMT-FDIA
           MOVE W-FIMYMD(5:2) TO W-PERFMT-FMES
           MOVE W-FIMYMD(1:4) TO W-PERFMT-FANO
           MOVE W-PERFMT TO CAB-PERIODO
           IF W-TIPOPER = "S"
                MOVE "SEMANAL" TO CAB-TIPO
           ELSE
                MOVE "MENSAL" TO CAB-TIPO.
           WRITE REGOCUTX FROM CAB1.
           MOVE SPACES TO REGOCUTX
           WRITE REGOCUTX.
           WRITE REGOCUTX FROM CAB2.
           WRITE REGOCUTX FROM CAB3.

           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS CRM INVALID KEY
                 GO TO ROT-TOTAL.

      *---------[ UMA LINHA POR MEDICO, EM ORDEM DE CRM ]---------------
       LER-MED.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ROT-TOTAL.
           IF W-ESPECF NOT = ZEROS AND ESPEC NOT = W-ESPECF
                GO TO LER-MED.

           MOVE ZEROS TO W-MED
           PERFORM CALC-CAPAC THRU CALC-CAPAC-FIM
           PERFORM CALC-AGENDA THRU CALC-AGENDA-FIM
           PERFORM CONTA-FILA THRU CONTA-FILA-FIM

      *------MEDICO SEM GRADE, SEM CONSULTA E SEM FILA NO PERIODO------*
           IF W-M-BRUTO = ZEROS AND W-M-REALIZ = ZEROS AND
              W-M-AGEND = ZEROS AND W-M-CANC = ZEROS AND
              W-M-FALTA = ZEROS AND W-M-FILA = ZEROS
                GO TO LER-MED.

           MOVE CRM TO W-IDMED-CRM
           MOVE NOMEMED TO W-IDMED-NOME
           MOVE ESPEC TO W-IDMED-ESP
           MOVE W-IDMED TO OCU-ID
           PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
           WRITE REGOCUTX FROM OCUTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO OCUPAPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           COMPUTE W-IE = ESPEC + 1
           ADD 1 TO W-TE-QMED(W-IE)
           ADD W-M-BLOQ TO W-TE-BLOQ(W-IE)
           ADD W-M-CAPAC TO W-TE-CAPAC(W-IE)
           ADD W-M-REALIZ TO W-TE-REALIZ(W-IE)
           ADD W-M-AGEND TO W-TE-AGEND(W-IE)
           ADD W-M-CANC TO W-TE-CANC(W-IE)
           ADD W-M-FALTA TO W-TE-FALTA(W-IE)
           ADD W-M-PERD TO W-TE-PERD(W-IE)
           ADD W-M-FILA TO W-TE-FILA(W-IE)
           ADD 1 TO W-TOTMED
           GO TO LER-MED.

      *---------[ RESUMO POR ESPECIALIDADE E TOTAL GERAL ]-------------
       ROT-TOTAL.
           MOVE SPACES TO REGOCUTX
           WRITE REGOCUTX.
           WRITE REGOCUTX FROM CAB4.
           WRITE REGOCUTX FROM CAB2E.
           WRITE REGOCUTX FROM CAB3.
           MOVE 1 TO W-IE.
       ROT-TOTAL-ESP.
           IF W-IE > 100
                GO TO ROT-TOTAL-GER.
           IF W-TE-QMED(W-IE) = ZEROS
                ADD 1 TO W-IE
                GO TO ROT-TOTAL-ESP.
           MOVE SPACES TO W-IDESP-NOME
           COMPUTE W-IDESP-COD = W-IE - 1
           IF W-TEMESPEC = "S"
                MOVE W-IDESP-COD TO CODESPEC
                READ CADESPEC
                IF ST-ERRO = "00"
                   MOVE DENOMESPEC TO W-IDESP-NOME.
           MOVE W-TE-QMED(W-IE) TO W-IDESP-QMED
           MOVE W-IDESP TO OCU-ID
           PERFORM CARREGA-ESP THRU CARREGA-ESP-FIM
           PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
           WRITE REGOCUTX FROM OCUTX
           ADD 1 TO W-IE
           GO TO ROT-TOTAL-ESP.

      *------TOTAL GERAL: SOMA DE TODAS AS ESPECIALIDADES NA----------*
      *------POSICAO 1 DEPOIS DE LISTADAS------------------------------*
       ROT-TOTAL-GER.
           MOVE 2 TO W-IE.
       ROT-TOTAL-SOMA.
           IF W-IE > 100
                GO TO ROT-TOTAL-IMP.
           ADD W-TE-QMED(W-IE) TO W-TE-QMED(1)
           ADD W-TE-BLOQ(W-IE) TO W-TE-BLOQ(1)
           ADD W-TE-CAPAC(W-IE) TO W-TE-CAPAC(1)
           ADD W-TE-REALIZ(W-IE) TO W-TE-REALIZ(1)
           ADD W-TE-AGEND(W-IE) TO W-TE-AGEND(1)
           ADD W-TE-CANC(W-IE) TO W-TE-CANC(1)
           ADD W-TE-FALTA(W-IE) TO W-TE-FALTA(1)
           ADD W-TE-PERD(W-IE) TO W-TE-PERD(1)
           ADD W-TE-FILA(W-IE) TO W-TE-FILA(1)
           ADD 1 TO W-IE
           GO TO ROT-TOTAL-SOMA.
       ROT-TOTAL-IMP.
           WRITE REGOCUTX FROM CAB3.
           MOVE 1 TO W-IE
           MOVE SPACES TO W-IDESP-NOME
           MOVE ZEROS TO W-IDESP-COD
           MOVE W-TOTMED TO W-IDESP-QMED
           MOVE W-IDESP TO OCU-ID
           MOVE CAB5 TO OCU-ID(1:15)
           PERFORM CARREGA-ESP THRU CARREGA-ESP-FIM
           PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
           WRITE REGOCUTX FROM OCUTX.
           MOVE SPACES TO REGOCUTX
           WRITE REGOCUTX.
           WRITE REGOCUTX FROM CAB6.
           WRITE REGOCUTX FROM CAB7.
           WRITE REGOCUTX FROM CAB8.
           WRITE REGOCUTX FROM CAB9.
           CLOSE CADOCUTX
           MOVE "*** RELATORIO GERADO EM OCUPAPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------MONTA A TABELA DE DIAS DO PERIODO: 7 DIAS A PARTIR DA-----*
      *------DATA INICIAL OU O MES INTEIRO-----------------------------*
       MONTA-DIAS.
           MOVE ZEROS TO W-QTDDIAS
           MOVE W-DATAREF TO W-CUR
           MOVE W-CUR-ANO TO W-INIYMD(1:4)
           MOVE W-CUR-MES TO W-INIYMD(5:2)
           MOVE W-CUR-DIA TO W-INIYMD(7:2).
       MONTA-DIAS-LP.
           ADD 1 TO W-QTDDIAS
           MOVE W-CUR-ANO TO W-TD-YMD(W-QTDDIAS)(1:4)
           MOVE W-CUR-MES TO W-TD-YMD(W-QTDDIAS)(5:2)
           MOVE W-CUR-DIA TO W-TD-YMD(W-QTDDIAS)(7:2)
           MOVE W-TD-YMD(W-QTDDIAS) TO W-FIMYMD
           MOVE W-CUR-DIA TO W-DS-DIA
           MOVE W-CUR-MES TO W-DS-MES
           MOVE W-CUR-ANO TO W-DS-ANO
           PERFORM CALC-DIASEM-NUC THRU CALC-DIASEM-FIM
           MOVE W-DIASEM TO W-TD-SEM(W-QTDDIAS)
           MOVE "N" TO W-TD-FERG(W-QTDDIAS)
           IF W-TEMFERIA = "S"
                MOVE W-TD-YMD(W-QTDDIAS) TO FERIA-DATA
                MOVE ZEROS TO FERIA-UNIDADE
                READ CADFERIA
                IF ST-ERRO = "00"
                   MOVE "S" TO W-TD-FERG(W-QTDDIAS).

           IF W-TIPOPER = "S" AND W-QTDDIAS NOT < 7
                GO TO MONTA-DIAS-FIM.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-TIPOPER = "M" AND W-CUR-DIA NOT < W-ULTDIA
                GO TO MONTA-DIAS-FIM.
           ADD 1 TO W-CUR-DIA
           IF W-CUR-DIA > W-ULTDIA
                MOVE 01 TO W-CUR-DIA
                ADD 1 TO W-CUR-MES
                IF W-CUR-MES > 12
                   MOVE 01 TO W-CUR-MES
                   ADD 1 TO W-CUR-ANO.
           GO TO MONTA-DIAS-LP.
       MONTA-DIAS-FIM.
           EXIT.

      *------CAPACIDADE DO MEDICO: HORARIOS DE CADA DIA DA GRADE,------*
      *------BLOQUEADOS SE HOUVER FERIADO (GERAL OU DA UNIDADE) OU-----*
      *------AUSENCIA NO DIA-------------------------------------------*
       CALC-CAPAC.
           MOVE 1 TO W-ID.
       CALC-CAPAC-DIA.
           IF W-ID > W-QTDDIAS
                GO TO CALC-CAPAC-FIM.
           MOVE CRM TO HORAR-CRM
           MOVE W-TD-SEM(W-ID) TO HORAR-DIASEM
           READ CADHORAR
           IF ST-ERRO NOT = "00"
                GO TO CALC-CAPAC-PROX.

           PERFORM CONTA-SLOTS THRU CONTA-SLOTS-FIM
           ADD W-SLOTSDIA TO W-M-BRUTO

           MOVE W-TD-FERG(W-ID) TO W-BLOQDIA
           IF W-BLOQDIA = "N" AND HORAR-UNIDADE NOT = ZEROS
              AND W-TEMFERIA = "S"
                MOVE W-TD-YMD(W-ID) TO FERIA-DATA
                MOVE HORAR-UNIDADE TO FERIA-UNIDADE
                READ CADFERIA
                IF ST-ERRO = "00"
                   MOVE "S" TO W-BLOQDIA.
           IF W-BLOQDIA = "N"
                PERFORM VER-AUSEN THRU VER-AUSEN-FIM.
           IF W-BLOQDIA = "S"
                ADD W-SLOTSDIA TO W-M-BLOQ
           ELSE
                ADD W-SLOTSDIA TO W-M-CAPAC.
       CALC-CAPAC-PROX.
           ADD 1 TO W-ID
           GO TO CALC-CAPAC-DIA.
       CALC-CAPAC-FIM.
           EXIT.

      *------QUANTIDADE DE HORARIOS DA GRADE NO DIA (CADHORAR LIDO)----*
       CONTA-SLOTS.
           MOVE ZEROS TO W-SLOTSDIA
           MOVE HORAR-INTERV TO W-INTERV
           IF W-INTERV = ZEROS
                MOVE 30 TO W-INTERV.
           MOVE HORAR-HORAINI TO W-SLOTN.
       CONTA-SLOTS-LP.
           IF W-SLOTN NOT < HORAR-HORAFIM
                GO TO CONTA-SLOTS-FIM.
           ADD 1 TO W-SLOTSDIA
           COMPUTE W-SLOT-MI3 = W-SLOT-MI + W-INTERV.
       CONTA-SLOTS-AJ.
           IF W-SLOT-MI3 > 59
                SUBTRACT 60 FROM W-SLOT-MI3
                ADD 1 TO W-SLOT-HH
                GO TO CONTA-SLOTS-AJ.
           MOVE W-SLOT-MI3 TO W-SLOT-MI
           IF W-SLOT-HH > 23
                GO TO CONTA-SLOTS-FIM.
           GO TO CONTA-SLOTS-LP.
       CONTA-SLOTS-FIM.
           EXIT.

       VER-AUSEN.
           IF W-TEMAUSEN = "N"
                GO TO VER-AUSEN-FIM.
           MOVE CRM TO AUSEN-CRM
           MOVE ZEROS TO AUSEN-DATAINI
           START CADAUSEN KEY IS NOT LESS AUSEN-CHAVE INVALID KEY
                GO TO VER-AUSEN-FIM.
       VER-AUSEN-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO VER-AUSEN-FIM.
           IF AUSEN-CRM NOT = CRM
                GO TO VER-AUSEN-FIM.
           IF W-TD-YMD(W-ID) < AUSEN-DATAINI OR
              W-TD-YMD(W-ID) > AUSEN-DATAFIM
                GO TO VER-AUSEN-LER.
           MOVE "S" TO W-BLOQDIA.
       VER-AUSEN-FIM.
           EXIT.

      *------CONSULTAS DO MEDICO NO PERIODO POR SITUACAO--------------*
      *------A=AGENDADA R=REALIZADA C=CANCELADA F=FALTA---------------*
       CALC-AGENDA.
           MOVE ZEROS TO W-AT-CNT W-CF-CNT
           MOVE CRM TO CODMEDICO
           START CADCONS KEY IS NOT LESS CODMEDICO INVALID KEY
                GO TO CALC-PERD.
       CALC-AGENDA-LER.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CALC-PERD.
           IF CODMEDICO NOT = CRM
                GO TO CALC-PERD.
           MOVE ANOCONS TO W-CONSYMD(1:4)
           MOVE MESCONS TO W-CONSYMD(5:2)
           MOVE DIACONS TO W-CONSYMD(7:2)
           IF W-CONSYMD < W-INIYMD OR W-CONSYMD > W-FIMYMD
                GO TO CALC-AGENDA-LER.
           MOVE W-CONSYMD TO W-CHS-YMD
           MOVE HORACONSULTA TO W-CHS-HORA

           IF SITUACAO = "C" OR SITUACAO = "F"
                IF SITUACAO = "C"
                   ADD 1 TO W-M-CANC
                ELSE
                   ADD 1 TO W-M-FALTA.
           IF SITUACAO = "C" OR SITUACAO = "F"
                IF W-CF-CNT < 999
                   ADD 1 TO W-CF-CNT
                   MOVE W-CHAVESLOT TO W-CF-CHAVE(W-CF-CNT)
                   GO TO CALC-AGENDA-LER
                ELSE
                   GO TO CALC-AGENDA-LER.

           IF SITUACAO = "R"
                ADD 1 TO W-M-REALIZ
           ELSE
                ADD 1 TO W-M-AGEND.
           IF W-AT-CNT < 999
                ADD 1 TO W-AT-CNT
                MOVE W-CHAVESLOT TO W-AT-CHAVE(W-AT-CNT).
           GO TO CALC-AGENDA-LER.

      *------VAGA PERDIDA: CANCELADA/FALTA SEM OUTRA CONSULTA ATIVA----*
      *------NO MESMO HORARIO. A VAGA CONTADA ENTRA NA TABELA DE-------*
      *------ATIVAS PARA NAO SER CONTADA DUAS VEZES--------------------*
       CALC-PERD.
           MOVE 1 TO W-I.
       CALC-PERD-LP.
           IF W-I > W-CF-CNT
                GO TO CALC-AGENDA-FIM.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-J.
       CALC-PERD-CMP.
           IF W-J > W-AT-CNT
                GO TO CALC-PERD-SOMA.
           IF W-AT-CHAVE(W-J) = W-CF-CHAVE(W-I)
                MOVE "S" TO W-ACHOU
                GO TO CALC-PERD-SOMA.
           ADD 1 TO W-J
           GO TO CALC-PERD-CMP.
       CALC-PERD-SOMA.
           IF W-ACHOU = "N"
                ADD 1 TO W-M-PERD
                IF W-AT-CNT < 999
                   ADD 1 TO W-AT-CNT
                   MOVE W-CF-CHAVE(W-I) TO W-AT-CHAVE(W-AT-CNT).
           ADD 1 TO W-I
           GO TO CALC-PERD-LP.
       CALC-AGENDA-FIM.
           EXIT.

      *------TAMANHO ATUAL DA FILA DE ESPERA DO MEDICO-----------------*
       CONTA-FILA.
           IF W-TEMFILA = "N"
                GO TO CONTA-FILA-FIM.
           MOVE CRM TO FILA-CRM
           MOVE ZEROS TO FILA-DATAENT FILA-CPF
           START CADFILA KEY IS NOT LESS FILA-CHAVE INVALID KEY
                GO TO CONTA-FILA-FIM.
       CONTA-FILA-LER.
           READ CADFILA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CONTA-FILA-FIM.
           IF FILA-CRM NOT = CRM
                GO TO CONTA-FILA-FIM.
           ADD 1 TO W-M-FILA
           GO TO CONTA-FILA-LER.
       CONTA-FILA-FIM.
           EXIT.

      *------POSICAO W-IE DA TABELA DE ESPECIALIDADES NOS-------------*
      *------ACUMULADORES DA LINHA-------------------------------------*
       CARREGA-ESP.
           MOVE ZEROS TO W-MED
           MOVE W-TE-BLOQ(W-IE) TO W-M-BLOQ
           MOVE W-TE-CAPAC(W-IE) TO W-M-CAPAC
           MOVE W-TE-REALIZ(W-IE) TO W-M-REALIZ
           MOVE W-TE-AGEND(W-IE) TO W-M-AGEND
           MOVE W-TE-CANC(W-IE) TO W-M-CANC
           MOVE W-TE-FALTA(W-IE) TO W-M-FALTA
           MOVE W-TE-PERD(W-IE) TO W-M-PERD
           MOVE W-TE-FILA(W-IE) TO W-M-FILA.
       CARREGA-ESP-FIM.
           EXIT.

      *------OCUPACAO, OCIOSIDADE E PERCENTUAL DA LINHA----------------*
       MOSTRA-LINHA.
           COMPUTE W-OCUP = W-M-REALIZ + W-M-AGEND
           COMPUTE W-OCIOSO = W-M-CAPAC - W-OCUP - W-M-PERD
           IF W-OCIOSO < ZERO
                MOVE ZEROS TO W-OCIOSO.
           MOVE ZEROS TO W-PERC
           IF W-M-CAPAC NOT = ZEROS
                COMPUTE W-PERC ROUNDED = (W-OCUP * 100) / W-M-CAPAC.
           IF W-PERC > 999,9
                MOVE 999,9 TO W-PERC.
           MOVE W-M-CAPAC TO OCU-CAPAC
           MOVE W-M-BLOQ TO OCU-BLOQ
           MOVE W-OCUP TO OCU-OCUP
           MOVE W-M-REALIZ TO OCU-REALIZ
           MOVE W-M-AGEND TO OCU-AGEND
           MOVE W-M-CANC TO OCU-CANC
           MOVE W-M-FALTA TO OCU-FALTA
           MOVE W-M-PERD TO OCU-PERD
           MOVE W-OCIOSO TO OCU-OCIOSO
           MOVE W-PERC TO OCU-PERC
           MOVE W-M-FILA TO OCU-FILA.
       MOSTRA-LINHA-FIM.
           EXIT.

      *------ULTIMO DIA DO MES DE W-CUR--------------------------------*
       CALC-ULTDIA.
           IF W-CUR-MES = 04 OR W-CUR-MES = 06 OR W-CUR-MES = 09 OR
              W-CUR-MES = 11
                MOVE 30 TO W-ULTDIA
           ELSE
              IF W-CUR-MES = 02
                 DIVIDE W-CUR-ANO BY 4 GIVING LIXO REMAINDER BI
                 IF BI = 0
                    MOVE 29 TO W-ULTDIA
                 ELSE
                    MOVE 28 TO W-ULTDIA
              ELSE
                 MOVE 31 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.

      *------DIA DA SEMANA PELA CONGRUENCIA DE ZELLER------------------*
      *------1=DOMINGO ... 7=SABADO------------------------------------*
       CALC-DIASEM-NUC.
           IF W-DS-MES < 3
                ADD 12 TO W-DS-MES
                SUBTRACT 1 FROM W-DS-ANO.
           DIVIDE W-DS-ANO BY 100 GIVING W-DS-J REMAINDER W-DS-K.
           COMPUTE W-DS-T1 = 13 * (W-DS-MES + 1)
           DIVIDE W-DS-T1 BY 5 GIVING W-DS-T1
           DIVIDE W-DS-K BY 4 GIVING W-DS-T2
           DIVIDE W-DS-J BY 4 GIVING W-DS-T3
           COMPUTE W-DS-SOMA = W-DS-DIA + W-DS-T1 + W-DS-K +
                               W-DS-T2 + W-DS-T3 + (5 * W-DS-J)
           DIVIDE W-DS-SOMA BY 7 GIVING W-DS-LIXO
                                 REMAINDER W-DS-H.
           IF W-DS-H = 0
                MOVE 7 TO W-DIASEM
           ELSE
                MOVE W-DS-H TO W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADHORAR CADMED CADCONS.
                IF W-TEMAUSEN = "S"
                   CLOSE CADAUSEN.
                IF W-TEMFERIA = "S"
                   CLOSE CADFERIA.
                IF W-TEMFILA = "S"
                   CLOSE CADFILA.
                IF W-TEMESPEC = "S"
                   CLOSE CADESPEC.
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
