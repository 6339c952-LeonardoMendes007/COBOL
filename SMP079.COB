       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP079.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * MAPA DIARIO DAS SALAS DE ATENDIMENTO   *
      * MEDICO E AGENDADOS POR SALA E HORA     *
      * FILTRO POR UNIDADE (00 = TODAS)        *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALA WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMED WITH DUPLICATES.
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
       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMAPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO          PIC 9(03).
          03 SALA-DESCR           PIC X(30).
          03 SALA-EQUIP           PIC X(50).
          03 SALA-ATIVA           PIC X(01).
          03 SALA-UNIDADE         PIC 9(02).

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

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).

       FD CADMAPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MAPASALAPRL.DOC".
       01 REGMAPTX    PIC X(100).
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

       01 W-DATAPESQ.
          05 W-DATAPESQ-DIA  PIC 9(02).
          05 W-DATAPESQ-MES  PIC 9(02).
          05 W-DATAPESQ-ANO  PIC 9(04).
       01 W-PESQYMD     PIC 9(08) VALUE ZEROS.
       01 W-UNIDF       PIC 9(02) VALUE ZEROS.
       01 W-UNIDNOME    PIC X(30) VALUE SPACES.

       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 TABDIASX.
          03 FILLER     PIC X(07) VALUE "DOMINGO".
          03 FILLER     PIC X(07) VALUE "SEGUNDA".
          03 FILLER     PIC X(07) VALUE "TERCA".
          03 FILLER     PIC X(07) VALUE "QUARTA".
          03 FILLER     PIC X(07) VALUE "QUINTA".
          03 FILLER     PIC X(07) VALUE "SEXTA".
          03 FILLER     PIC X(07) VALUE "SABADO".
       01 TABDIAS REDEFINES TABDIASX.
          03 TBDIA      PIC X(07) OCCURS 7 TIMES.

      *------CAMPOS DO CALCULO DO DIA DA SEMANA (ZELLER)---------------*
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

      *---------[ TURNOS DA SALA NO DIA DA SEMANA ]---------------------
       01 W-TU-CNT      PIC 9(02) VALUE ZEROS.
       01 W-TU-I        PIC 9(02) VALUE ZEROS.
       01 W-TU-TAB.
          03 W-TU-ITEM OCCURS 20 TIMES.
             05 W-TU-CRM             PIC 9(06).
             05 W-TU-NOME            PIC X(30).
             05 W-TU-INI             PIC 9(04).
             05 W-TU-FIM             PIC 9(04).
             05 W-TU-AUSENTE         PIC X(01).
             05 W-TU-QTD             PIC 9(03) OCCURS 24 TIMES.

       01 W-HORA        PIC 9(02) VALUE ZEROS.
       01 W-HX          PIC 9(02) VALUE ZEROS.
       01 W-HORAINI     PIC 9(04) VALUE ZEROS.
       01 W-HORAFIM     PIC 9(04) VALUE ZEROS.
       01 W-LINHAS      PIC 9(02) VALUE ZEROS.
       01 W-TOTSALA     PIC 9(04) VALUE ZEROS.
       01 W-QTDSALAS    PIC 9(03) VALUE ZEROS.
       01 W-TOTGER      PIC 9(05) VALUE ZEROS.

       01 MAPTX.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 MP-HHTX             PIC 99.
                03 FILLER              PIC X(03) VALUE ":00".
                03 FILLER              PIC X(03) VALUE SPACES.
                03 MP-CRMTX            PIC 999.999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 MP-NOMETX           PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 MP-QTDTX            PIC ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 MP-SITTX            PIC X(07).

       01 MAPLIVRE.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 MPL-HHTX            PIC 99.
                03 FILLER              PIC X(03) VALUE ":00".
                03 FILLER              PIC X(03) VALUE SPACES.
                03 FILLER              PIC X(05) VALUE "LIVRE".

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(45) VALUE
                        "   *** MAPA DIARIO DAS SALAS ***".

       01 CAB0A.
                03 FILLER             PIC X(06) VALUE "DATA: ".
                03 CAB-DIA            PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-MES            PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANO            PIC 9999.
                03 FILLER             PIC X(02) VALUE SPACES.
                03 CAB-DIASEM         PIC X(07).

       01 CAB0B.
                03 FILLER             PIC X(09) VALUE "UNIDADE: ".
                03 CAB-UNID           PIC 99.
                03 FILLER             PIC X(03) VALUE " - ".
                03 CAB-UNIDNOME       PIC X(30).

       01 CAB1.
                03 FILLER             PIC X(05) VALUE "SALA ".
                03 CAB-SALA           PIC 999.
                03 FILLER             PIC X(03) VALUE " - ".
                03 CAB-SALADESC       PIC X(30).
                03 FILLER             PIC X(02) VALUE SPACES.
                03 CAB-SALAEQP        PIC X(50).

       01 CAB2.
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(05) VALUE "HORA".
                03 FILLER             PIC X(03) VALUE SPACES.
                03 FILLER             PIC X(07) VALUE "CRM".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(30) VALUE "MEDICO".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(03) VALUE "AGD".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(07) VALUE "SITUAC.".

       01 CAB3.
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(05) VALUE ALL "-".
                03 FILLER             PIC X(03) VALUE SPACES.
                03 FILLER             PIC X(07) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(03) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(07) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(31) VALUE
                                      "  PACIENTES AGENDADOS NA SALA:".
                03 CAB-TOTSALA PIC Z.ZZ9.

       01 CAB5.
                03 FILLER      PIC X(28) VALUE
                                      "  SEM ATENDIMENTO NO DIA".

       01 CAB6.
                03 FILLER      PIC X(28) VALUE
                                      "SALAS ATIVAS NO MAPA      :".
                03 CAB-QTDSALAS PIC ZZ9.

       01 CAB7.
                03 FILLER      PIC X(28) VALUE
                                      "TOTAL DE AGENDADOS NO DIA :".
                03 CAB-TOTGER  PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP079.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** MAPA DIARIO DAS SALAS DE ATE".
           05  LINE 02  COLUMN 41
               VALUE  "NDIMENTO ***".
           05  LINE 08  COLUMN 01
               VALUE  "     DATA DO MAPA      :   .  .".
           05  LINE 10  COLUMN 01
               VALUE  "     UNIDADE           :    (00 = TODAS".
           05  LINE 10  COLUMN 41
               VALUE  ")".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAPESQ
               LINE 08  COLUMN 26  PIC 99.99.9999
               USING  W-DATAPESQ
               HIGHLIGHT.
           05  TUNIDF
               LINE 10  COLUMN 26  PIC 99
               USING  W-UNIDF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-DATAPESQ-DIA
           MOVE W-HOJE-MES TO W-DATAPESQ-MES
           MOVE W-HOJE-ANO TO W-DATAPESQ-ANO.

       INC-001.
                DISPLAY TELASMP079.
       INC-OPC0.
                ACCEPT TDATAPESQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-DATAPESQ-MES < 1 OR W-DATAPESQ-MES > 12
                   MOVE "DIGITE UMA DATA VALIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.
                IF W-DATAPESQ-DIA < 1 OR W-DATAPESQ-DIA > 31
                   MOVE "DIGITE UMA DATA VALIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.

                MOVE W-DATAPESQ-ANO TO W-PESQYMD(1:4)
                MOVE W-DATAPESQ-MES TO W-PESQYMD(5:2)
                MOVE W-DATAPESQ-DIA TO W-PESQYMD(7:2)
                PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM.
       INC-OPC1.
                ACCEPT TUNIDF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-UNIDF = ZEROS
                   MOVE "TODAS AS UNIDADES" TO W-UNIDNOME
                ELSE
                   PERFORM LER-UNID THRU LER-UNID-FIM
                   IF W-UNIDNOME = SPACES
                      MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OPC1.
      *
       INC-OP0.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO CADSALA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALA"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT CADHORAR
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADSALA
                GO TO ROT-FIMS.

           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADSALA CADHORAR
                GO TO ROT-FIMS.

           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADSALA CADHORAR CADMED
                GO TO ROT-FIMS.

           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUSEN
                 CLOSE CADAUSEN
                 OPEN INPUT CADAUSEN
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUSEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSALA CADHORAR CADMED CADCONS
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADMAPTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO MAPASALAPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           WRITE REGMAPTX FROM CAB0.
           MOVE W-DATAPESQ-DIA TO CAB-DIA
           MOVE W-DATAPESQ-MES TO CAB-MES
           MOVE W-DATAPESQ-ANO TO CAB-ANO
           MOVE TBDIA(W-DIASEM) TO CAB-DIASEM
           WRITE REGMAPTX FROM CAB0A.
           MOVE W-UNIDF TO CAB-UNID
           MOVE W-UNIDNOME TO CAB-UNIDNOME
           WRITE REGMAPTX FROM CAB0B.

           MOVE ZEROS TO SALA-CODIGO
           START CADSALA KEY IS NOT LESS SALA-CODIGO INVALID KEY
                 GO TO GERA-REL-FIM.

      *---------[ UMA PAGINA DO MAPA POR SALA ATIVA ]-------------------
       LER-SALA.
           READ CADSALA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO GERA-REL-FIM.
           IF SALA-ATIVA NOT = "S"
                GO TO LER-SALA.
           IF W-UNIDF NOT = ZEROS AND SALA-UNIDADE NOT = W-UNIDF
                GO TO LER-SALA.

           ADD 1 TO W-QTDSALAS
           MOVE ZEROS TO W-TOTSALA
           MOVE SPACES TO REGMAPTX
           WRITE REGMAPTX
           MOVE SALA-CODIGO TO CAB-SALA
           MOVE SALA-DESCR  TO CAB-SALADESC
           MOVE SALA-EQUIP  TO CAB-SALAEQP
           WRITE REGMAPTX FROM CAB1.

           PERFORM CARREGA-TURNOS THRU CARREGA-TURNOS-FIM
           IF W-TU-CNT = ZEROS
                WRITE REGMAPTX FROM CAB5
                GO TO LER-SALA.

           WRITE REGMAPTX FROM CAB2.
           WRITE REGMAPTX FROM CAB3.
           MOVE ZEROS TO W-HORA.

      *------PARA CADA HORA DO DIA, O TURNO DA SALA QUE A COBRE--------*
       IMP-HORA.
           IF W-HORA > 23
                GO TO IMP-SALA-FIM.
           COMPUTE W-HORAINI = W-HORA * 100
           COMPUTE W-HORAFIM = W-HORAINI + 100
           MOVE ZEROS TO W-LINHAS
           MOVE 1 TO W-TU-I.
       IMP-HORA-TU.
           IF W-TU-I > W-TU-CNT
                GO TO IMP-HORA-PROX.
           IF W-TU-INI(W-TU-I) NOT < W-HORAFIM OR
              W-TU-FIM(W-TU-I) NOT > W-HORAINI
                ADD 1 TO W-TU-I
                GO TO IMP-HORA-TU.

           COMPUTE W-HX = W-HORA + 1
           MOVE W-HORA               TO MP-HHTX
           MOVE W-TU-CRM(W-TU-I)     TO MP-CRMTX
           MOVE W-TU-NOME(W-TU-I)    TO MP-NOMETX
           MOVE W-TU-QTD(W-TU-I, W-HX) TO MP-QTDTX
           IF W-TU-AUSENTE(W-TU-I) = "S"
                MOVE "AUSENTE" TO MP-SITTX
           ELSE
                MOVE SPACES TO MP-SITTX.
           WRITE REGMAPTX FROM MAPTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO MAPASALAPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD W-TU-QTD(W-TU-I, W-HX) TO W-TOTSALA
           ADD 1 TO W-LINHAS
           ADD 1 TO W-TU-I
           GO TO IMP-HORA-TU.

      *------HORA ENTRE O PRIMEIRO E O ULTIMO TURNO SEM MEDICO---------*
       IMP-HORA-PROX.
           IF W-LINHAS = ZEROS
              IF W-HORAFIM > W-TU-INI(1) AND
                 W-HORAINI < W-TU-FIM(W-TU-CNT)
                   MOVE W-HORA TO MPL-HHTX
                   WRITE REGMAPTX FROM MAPLIVRE.
           ADD 1 TO W-HORA
           GO TO IMP-HORA.

       IMP-SALA-FIM.
           MOVE W-TOTSALA TO CAB-TOTSALA
           WRITE REGMAPTX FROM CAB4.
           ADD W-TOTSALA TO W-TOTGER
           GO TO LER-SALA.

       GERA-REL-FIM.
           MOVE SPACES TO REGMAPTX
           WRITE REGMAPTX.
           MOVE W-QTDSALAS TO CAB-QTDSALAS
           WRITE REGMAPTX FROM CAB6.
           MOVE W-TOTGER TO CAB-TOTGER
           WRITE REGMAPTX FROM CAB7.
           CLOSE CADMAPTX
           MOVE "*** MAPA GERADO EM MAPASALAPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *---------[ TURNOS DA SALA NO DIA, EM ORDEM DE HORARIO ]----------
      *------A SALA NAO ADMITE TURNOS SOBREPOSTOS (SMP043), ENTAO------*
      *------BASTA ORDENAR PELA HORA DE INICIO-------------------------*
       CARREGA-TURNOS.
           MOVE ZEROS TO W-TU-CNT
           MOVE SALA-CODIGO TO HORAR-SALA
           START CADHORAR KEY IS NOT LESS HORAR-SALA INVALID KEY
                GO TO CARREGA-TURNOS-FIM.
       CARREGA-TURNOS-LER.
           READ CADHORAR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CARREGA-TURNOS-FIM.
           IF HORAR-SALA NOT = SALA-CODIGO
                GO TO CARREGA-TURNOS-FIM.
           IF HORAR-DIASEM NOT = W-DIASEM
                GO TO CARREGA-TURNOS-LER.
           IF W-UNIDF NOT = ZEROS AND HORAR-UNIDADE NOT = W-UNIDF
                GO TO CARREGA-TURNOS-LER.
           IF W-TU-CNT NOT < 20
                MOVE "*** LIMITE DE TURNOS POR SALA ATINGIDO ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CARREGA-TURNOS-FIM.

      *------POSICAO DO TURNO NA TABELA PELA HORA DE INICIO------------*
           ADD 1 TO W-TU-CNT
           MOVE W-TU-CNT TO W-TU-I.
       CARREGA-TURNOS-DESLOCA.
           IF W-TU-I = 1
                GO TO CARREGA-TURNOS-GRAVA.
           IF W-TU-INI(W-TU-I - 1) NOT > HORAR-HORAINI
                GO TO CARREGA-TURNOS-GRAVA.
           MOVE W-TU-ITEM(W-TU-I - 1) TO W-TU-ITEM(W-TU-I)
           SUBTRACT 1 FROM W-TU-I
           GO TO CARREGA-TURNOS-DESLOCA.
       CARREGA-TURNOS-GRAVA.
           MOVE HORAR-CRM     TO W-TU-CRM(W-TU-I) CRM
           MOVE HORAR-HORAINI TO W-TU-INI(W-TU-I)
           MOVE HORAR-HORAFIM TO W-TU-FIM(W-TU-I)
           READ CADMED
           IF ST-ERRO = "00"
                MOVE NOMEMED TO W-TU-NOME(W-TU-I)
           ELSE
                MOVE "*** MEDICO NAO CADASTRADO ***"
                                              TO W-TU-NOME(W-TU-I).
           PERFORM TESTA-AUSEN THRU TESTA-AUSEN-FIM
           PERFORM CONTA-AGENDA THRU CONTA-AGENDA-FIM
           GO TO CARREGA-TURNOS-LER.
       CARREGA-TURNOS-FIM.
           EXIT.

      *------MEDICO AUSENTE NA DATA DO MAPA----------------------------*
       TESTA-AUSEN.
           MOVE "N" TO W-TU-AUSENTE(W-TU-I)
           MOVE HORAR-CRM TO AUSEN-CRM
           MOVE ZEROS TO AUSEN-DATAINI
           START CADAUSEN KEY IS NOT LESS AUSEN-CHAVE INVALID KEY
                GO TO TESTA-AUSEN-FIM.
       TESTA-AUSEN-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO TESTA-AUSEN-FIM.
           IF AUSEN-CRM NOT = HORAR-CRM
                GO TO TESTA-AUSEN-FIM.
           IF W-PESQYMD < AUSEN-DATAINI OR W-PESQYMD > AUSEN-DATAFIM
                GO TO TESTA-AUSEN-LER.
           MOVE "S" TO W-TU-AUSENTE(W-TU-I).
       TESTA-AUSEN-FIM.
           EXIT.

      *------AGENDADOS DO MEDICO NA DATA, POR HORA (SEM C E F)---------*
       CONTA-AGENDA.
           MOVE ZEROS TO W-HX.
       CONTA-AGENDA-ZERA.
           ADD 1 TO W-HX
           IF W-HX > 24
                GO TO CONTA-AGENDA-POS.
           MOVE ZEROS TO W-TU-QTD(W-TU-I, W-HX)
           GO TO CONTA-AGENDA-ZERA.
       CONTA-AGENDA-POS.
           MOVE HORAR-CRM TO CODMEDICO
           START CADCONS KEY IS NOT LESS CODMEDICO INVALID KEY
                GO TO CONTA-AGENDA-FIM.
       CONTA-AGENDA-LER.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CONTA-AGENDA-FIM.
           IF CODMEDICO NOT = HORAR-CRM
                GO TO CONTA-AGENDA-FIM.
           IF DATACONSULTA NOT = W-DATAPESQ
                GO TO CONTA-AGENDA-LER.
           IF SITUACAO = "C" OR SITUACAO = "F"
                GO TO CONTA-AGENDA-LER.
           IF W-UNIDF NOT = ZEROS AND UNIDCONS NOT = W-UNIDF
                GO TO CONTA-AGENDA-LER.
           IF HORACONSULTA < W-TU-INI(W-TU-I) OR
              HORACONSULTA NOT < W-TU-FIM(W-TU-I)
                GO TO CONTA-AGENDA-LER.
           IF HORACONS > 23
                GO TO CONTA-AGENDA-LER.
           COMPUTE W-HX = HORACONS + 1
           ADD 1 TO W-TU-QTD(W-TU-I, W-HX)
           GO TO CONTA-AGENDA-LER.
       CONTA-AGENDA-FIM.
           EXIT.

      *------NOME DA UNIDADE W-UNIDF (ESPACOS SE NAO CADASTRADA)-------*
       LER-UNID.
           MOVE SPACES TO W-UNIDNOME
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
                GO TO LER-UNID-FIM.
           MOVE W-UNIDF TO UNID-CODIGO
           READ CADUNID
           IF ST-ERRO = "00"
                MOVE UNID-NOME TO W-UNIDNOME.
           CLOSE CADUNID.
       LER-UNID-FIM.
           EXIT.

      *------DIA DA SEMANA DA DATA DO MAPA (1=DOMINGO)-----------------*
       CALC-DIASEM.
           MOVE W-DATAPESQ-DIA TO W-DS-DIA
           MOVE W-DATAPESQ-MES TO W-DS-MES
           MOVE W-DATAPESQ-ANO TO W-DS-ANO
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
                CLOSE CADSALA CADHORAR CADMED CADCONS CADAUSEN.
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
