       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP082.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * TRIAGEM DE ENFERMAGEM - SINAIS VITAIS  *
      * E CLASSIFICACAO DE RISCO DA CONSULTA   *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTRIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TRIAG-CRM WITH DUPLICATES.
       SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO WITH DUPLICATES.
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
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTRIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAG.DAT".
       01 REGTRIAG.
          03 TRIAG-CHAVE.
             05 TRIAG-CPF         PIC 9(11).
             05 TRIAG-DATACONS    PIC 9(08).
             05 TRIAG-HORACONS    PIC 9(04).
          03 TRIAG-CRM            PIC 9(06).
          03 TRIAG-HORACHEG       PIC 9(04).
          03 TRIAG-PASIST         PIC 9(03).
          03 TRIAG-PADIAST        PIC 9(03).
          03 TRIAG-PESO           PIC 9(03)V9.
          03 TRIAG-ALTURA         PIC 9(01)V99.
          03 TRIAG-TEMPER         PIC 9(02)V9.
          03 TRIAG-FREQ           PIC 9(03).
          03 TRIAG-SATUR          PIC 9(03).
          03 TRIAG-IMC            PIC 9(02)V99.
          03 TRIAG-RISCO          PIC 9(01).
          03 TRIAG-ATEND          PIC X(01).
          03 TRIAG-OPERADOR       PIC X(10).

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

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
          03 OPER-CODIGO       PIC X(10).
          03 OPER-NOME         PIC X(30).
          03 OPER-SENHA        PIC X(08).
          03 OPER-ATIVO        PIC X(01).
          03 OPER-NIVEL        PIC X(01).
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".

       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-DATACONS.
          05 W-DC-DIA   PIC 9(02).
          05 W-DC-MES   PIC 9(02).
          05 W-DC-ANO   PIC 9(04).
       01 W-HORACONS.
          05 W-HC-HORA  PIC 9(02).
          05 W-HC-MIN   PIC 9(02).

      *------SINAIS VITAIS DIGITADOS PELA ENFERMAGEM-------------------*
       01 W-PASIST      PIC 9(03) VALUE ZEROS.
       01 W-PADIAST     PIC 9(03) VALUE ZEROS.
       01 W-PESO        PIC 9(03)V9 VALUE ZEROS.
       01 W-ALTURA      PIC 9(01)V99 VALUE ZEROS.
       01 W-TEMPER      PIC 9(02)V9 VALUE ZEROS.
       01 W-FREQ        PIC 9(03) VALUE ZEROS.
       01 W-SATUR       PIC 9(03) VALUE ZEROS.
       01 W-IMC         PIC 9(02)V99 VALUE ZEROS.
       01 W-IMCED       PIC Z9,99.
       01 W-RISCO       PIC 9(01) VALUE ZEROS.
       01 W-RISCOSUG    PIC 9(01) VALUE ZEROS.
       01 W-HORACHEG    PIC 9(04) VALUE ZEROS.
       01 W-NOVO        PIC X(01) VALUE "N".
       01 W-HORAAGORA.
          05 W-HA-HHMM  PIC 9(04).
          05 FILLER     PIC 9(04).
       01 W-HORAFMT.
          03 W-HORAFMT-HH PIC 99.
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HORAFMT-MI PIC 99.

      *------CORES DA CLASSIFICACAO DE RISCO (1 = MAIS URGENTE)-------*
       01 TABRISCOX.
          03 FILLER     PIC X(11) VALUE "VERMELHO".
          03 FILLER     PIC X(11) VALUE "LARANJA".
          03 FILLER     PIC X(11) VALUE "AMARELO".
          03 FILLER     PIC X(11) VALUE "VERDE".
          03 FILLER     PIC X(11) VALUE "AZUL".
       01 TABRISCO REDEFINES TABRISCOX.
          03 TBRISCO    PIC X(11) OCCURS 5 TIMES.
       01 W-RISCOTXT    PIC X(11) VALUE SPACES.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-CHAMADO     PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-PARM.
          03 LK-CPF          PIC 9(11).
          03 LK-DATACONS     PIC 9(08).
          03 LK-HORACONS     PIC 9(04).
          03 LK-OPERADOR     PIC X(10).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP082.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                 TRIAGEM DE ENFERMAGEM".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE :                   DATA C".
           05  LINE 04  COLUMN 41
               VALUE  "ONSULTA :            HORA :".
           05  LINE 05  COLUMN 01
               VALUE  " PACIENTE     :".
           05  LINE 06  COLUMN 01
               VALUE  " MEDICO       :".
           05  LINE 08  COLUMN 01
               VALUE  " PRESSAO ARTERIAL  :     X      MMHG".
           05  LINE 09  COLUMN 01
               VALUE  " PESO              :       KG".
           05  LINE 10  COLUMN 01
               VALUE  " ALTURA            :       M".
           05  LINE 11  COLUMN 01
               VALUE  " TEMPERATURA       :       C".
           05  LINE 12  COLUMN 01
               VALUE  " FREQ. CARDIACA    :       BPM".
           05  LINE 13  COLUMN 01
               VALUE  " SATURACAO O2      :       %".
           05  LINE 15  COLUMN 01
               VALUE  " IMC               :".
           05  LINE 16  COLUMN 01
               VALUE  " RISCO SUGERIDO    :".
           05  LINE 17  COLUMN 01
               VALUE  " RISCO (1 A 5)     :".
           05  LINE 17  COLUMN 25
               VALUE  "1=VERMELHO 2=LARANJA 3=AMARELO 4=VERDE".
           05  LINE 17  COLUMN 64
               VALUE  "5=AZUL".
           05  LINE 19  COLUMN 01
               VALUE  " CHEGADA           :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCPF
               LINE 04  COLUMN 16  PIC 999.999.999.99
               USING  W-CPF
               HIGHLIGHT.
           05  TDATACONS
               LINE 04  COLUMN 51  PIC 99.99.9999
               USING  W-DATACONS
               HIGHLIGHT.
           05  THORACONS
               LINE 04  COLUMN 69  PIC 99.99
               USING  W-HORACONS
               HIGHLIGHT.
           05  TPASIST
               LINE 08  COLUMN 22  PIC ZZ9
               USING  W-PASIST
               HIGHLIGHT.
           05  TPADIAST
               LINE 08  COLUMN 28  PIC ZZ9
               USING  W-PADIAST
               HIGHLIGHT.
           05  TPESO
               LINE 09  COLUMN 22  PIC ZZ9,9
               USING  W-PESO
               HIGHLIGHT.
           05  TALTURA
               LINE 10  COLUMN 22  PIC 9,99
               USING  W-ALTURA
               HIGHLIGHT.
           05  TTEMPER
               LINE 11  COLUMN 22  PIC Z9,9
               USING  W-TEMPER
               HIGHLIGHT.
           05  TFREQ
               LINE 12  COLUMN 22  PIC ZZ9
               USING  W-FREQ
               HIGHLIGHT.
           05  TSATUR
               LINE 13  COLUMN 22  PIC ZZ9
               USING  W-SATUR
               HIGHLIGHT.
           05  TRISCO
               LINE 17  COLUMN 22  PIC 9
               USING  W-RISCO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM.
       INICIO.
           IF ADDRESS OF LK-PARM NOT = NULL
                MOVE "S" TO W-CHAMADO
                MOVE LK-OPERADOR TO W-OPERADOR.

       R0.
           OPEN I-O CADTRIAG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTRIAG
                 CLOSE CADTRIAG
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRIAG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
      *------QUANDO CHAMADO PELO SMP021 O OPERADOR JA FOI VALIDADO-----*
       R0D.
           IF W-CHAMADO = "S"
                GO TO R1.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADOPER NAO EXISTE, EXECUTE O SMP027"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0-LOGIN.
           MOVE SPACES TO W-OPERADOR W-SENHA
           DISPLAY (23, 01) "OPERADOR:"
           ACCEPT (23, 11) W-OPERADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                CLOSE CADOPER
                GO TO ROT-FIM.
           DISPLAY (23, 25) "SENHA:"
           ACCEPT (23, 32) W-SENHA WITH NO-ECHO
           DISPLAY (23, 01) LIMPA
           MOVE W-OPERADOR TO OPER-CODIGO
           READ CADOPER
           IF ST-ERRO = "23"
                MOVE "OPERADOR NAO CADASTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R0-LOGIN.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADOPER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF OPER-SENHA NOT = W-SENHA
                MOVE "SENHA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R0-LOGIN.
           IF OPER-ATIVO NOT = "S"
                MOVE "OPERADOR INATIVO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF OPER-SOREL = "S" OR OPER-MANUT NOT = "S"
                MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           CLOSE CADOPER.

       R1.
           MOVE ZEROS TO W-CPF W-DATACONS W-HORACONS
           DISPLAY TELASMP082
           IF W-CHAMADO = "S"
                MOVE LK-CPF TO W-CPF
                MOVE LK-DATACONS TO W-DATACONS
                MOVE LK-HORACONS TO W-HORACONS
                DISPLAY TELASMP082
                GO TO R5.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           IF W-CPF = ZEROS
                MOVE "DIGITE O CPF DO PACIENTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

       R3.
           ACCEPT TDATACONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.

       R4.
           ACCEPT THORACONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.

      *------LOCALIZA A CONSULTA - SO HA TRIAGEM APOS O CHECK-IN-------*
       R5.
           MOVE W-CPF TO PACI-CPF
           MOVE W-DC-DIA TO DIACONS
           MOVE W-DC-MES TO MESCONS
           MOVE W-DC-ANO TO ANOCONS
           MOVE W-HC-HORA TO HORACONS
           MOVE W-HC-MIN TO MINCONS
           READ CADCONS
           IF ST-ERRO = "23"
                MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5-VOLTA.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF SITUACAO NOT = "R"
                MOVE "PACIENTE SEM CHECK-IN - USE O SMP021" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5-VOLTA.

           MOVE PACI-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           DISPLAY (05, 16) NOME

           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOMEMED.
           DISPLAY (06, 16) NOMEMED
           GO TO R6.

       R5-VOLTA.
           IF W-CHAMADO = "S"
                GO TO ROT-FIM.
           GO TO R2.

      *------TRIAGEM JA INICIADA NO CHECK-IN: TRAZ OS DADOS GRAVADOS---*
       R6.
           MOVE W-CPF TO TRIAG-CPF
           MOVE W-DATACONS TO TRIAG-DATACONS
           MOVE W-HORACONS TO TRIAG-HORACONS
           READ CADTRIAG
           IF ST-ERRO = "23"
                MOVE "S" TO W-NOVO
                MOVE ZEROS TO W-PASIST W-PADIAST W-PESO W-ALTURA
                MOVE ZEROS TO W-TEMPER W-FREQ W-SATUR W-IMC W-RISCO
                ACCEPT W-HORAAGORA FROM TIME
                MOVE W-HA-HHMM TO W-HORACHEG
                GO TO R6-MOSTRA.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADTRIAG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "N" TO W-NOVO
           MOVE TRIAG-PASIST  TO W-PASIST
           MOVE TRIAG-PADIAST TO W-PADIAST
           MOVE TRIAG-PESO    TO W-PESO
           MOVE TRIAG-ALTURA  TO W-ALTURA
           MOVE TRIAG-TEMPER  TO W-TEMPER
           MOVE TRIAG-FREQ    TO W-FREQ
           MOVE TRIAG-SATUR   TO W-SATUR
           MOVE TRIAG-IMC     TO W-IMC
           MOVE TRIAG-HORACHEG TO W-HORACHEG
           MOVE TRIAG-RISCO   TO W-RISCO
           IF W-RISCO = 9
                MOVE ZEROS TO W-RISCO.
           IF TRIAG-ATEND = "S"
                MOVE "PACIENTE JA CHAMADO PELO MEDICO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R6-MOSTRA.
           DISPLAY TELASMP082
           DISPLAY (05, 16) NOME
           DISPLAY (06, 16) NOMEMED
           MOVE W-HORACHEG(1:2) TO W-HORAFMT-HH
           MOVE W-HORACHEG(3:2) TO W-HORAFMT-MI
           DISPLAY (19, 22) W-HORAFMT
           IF W-IMC NOT = ZEROS
                MOVE W-IMC TO W-IMCED
                DISPLAY (15, 22) W-IMCED.

       R7.
           ACCEPT TPASIST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5-VOLTA.
           IF W-PASIST < 50 OR W-PASIST > 300
                MOVE "PRESSAO SISTOLICA INVALIDA (50 A 300)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.

       R7A.
           ACCEPT TPADIAST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.
           IF W-PADIAST < 30 OR W-PADIAST NOT < W-PASIST
                MOVE "PRESSAO DIASTOLICA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7A.

      *------PESO E ALTURA SAO OPCIONAIS (SEM ELES NAO HA IMC)---------*
       R8.
           ACCEPT TPESO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7A.
           IF W-PESO > 400
                MOVE "PESO INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.

       R8A.
           ACCEPT TALTURA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R8.
           IF W-ALTURA NOT = ZEROS AND
              (W-ALTURA < 0,30 OR W-ALTURA > 2,50)
                MOVE "ALTURA INVALIDA (0,30 A 2,50)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8A.
           MOVE ZEROS TO W-IMC
           IF W-PESO NOT = ZEROS AND W-ALTURA NOT = ZEROS
                COMPUTE W-IMC ROUNDED = W-PESO / (W-ALTURA * W-ALTURA)
                   ON SIZE ERROR
                      MOVE ZEROS TO W-IMC.
           DISPLAY (15, 22) "     "
           IF W-IMC NOT = ZEROS
                MOVE W-IMC TO W-IMCED
                DISPLAY (15, 22) W-IMCED.

       R9.
           ACCEPT TTEMPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R8A.
           IF W-TEMPER < 30 OR W-TEMPER > 45
                MOVE "TEMPERATURA INVALIDA (30,0 A 45,0)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R9.

       R10.
           ACCEPT TFREQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R9.
           IF W-FREQ < 20 OR W-FREQ > 250
                MOVE "FREQUENCIA CARDIACA INVALIDA (20 A 250)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R10.

       R11.
           ACCEPT TSATUR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R10.
           IF W-SATUR < 50 OR W-SATUR > 100
                MOVE "SATURACAO INVALIDA (50 A 100)" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R11.

      *------CLASSIFICACAO DE RISCO SUGERIDA PELOS SINAIS VITAIS-------*
      *------(DISCRIMINADORES GERAIS NO PADRAO MANCHESTER) - A---------*
      *------ENFERMAGEM PODE CONFIRMAR OU ALTERAR A COR----------------*
       R12.
           MOVE 4 TO W-RISCOSUG
           IF W-SATUR < 95 OR W-TEMPER NOT < 38 OR
              W-PASIST NOT < 160 OR W-PADIAST NOT < 100 OR
              W-FREQ > 100
                MOVE 3 TO W-RISCOSUG.
           IF W-SATUR < 92 OR W-TEMPER NOT < 39,5 OR
              W-PASIST NOT < 180 OR W-PADIAST NOT < 120 OR
              W-FREQ > 120
                MOVE 2 TO W-RISCOSUG.
           IF W-SATUR < 90 OR W-PASIST < 80 OR
              W-FREQ > 150 OR W-FREQ < 40
                MOVE 1 TO W-RISCOSUG.
           MOVE TBRISCO(W-RISCOSUG) TO W-RISCOTXT
           DISPLAY (16, 22) W-RISCOSUG
           DISPLAY (16, 24) W-RISCOTXT
           IF W-RISCO = ZEROS
                MOVE W-RISCOSUG TO W-RISCO.

       R13.
           ACCEPT TRISCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R11.
           IF W-RISCO < 1 OR W-RISCO > 5
                MOVE "DIGITE O RISCO DE 1 A 5" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R13.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R13.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5-VOLTA.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

      *------A CHEGADA E A CHAMADA PELO MEDICO SAO PRESERVADAS---------*
       INC-WR1.
                IF W-NOVO = "N"
                   READ CADTRIAG
                   IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA RELEITURA DO ARQUIVO CADTRIAG"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                IF W-NOVO = "S"
                   MOVE W-CPF TO TRIAG-CPF
                   MOVE W-DATACONS TO TRIAG-DATACONS
                   MOVE W-HORACONS TO TRIAG-HORACONS
                   MOVE W-HORACHEG TO TRIAG-HORACHEG
                   MOVE "N" TO TRIAG-ATEND.
                MOVE CODMEDICO TO TRIAG-CRM
                MOVE W-PASIST  TO TRIAG-PASIST
                MOVE W-PADIAST TO TRIAG-PADIAST
                MOVE W-PESO    TO TRIAG-PESO
                MOVE W-ALTURA  TO TRIAG-ALTURA
                MOVE W-TEMPER  TO TRIAG-TEMPER
                MOVE W-FREQ    TO TRIAG-FREQ
                MOVE W-SATUR   TO TRIAG-SATUR
                MOVE W-IMC     TO TRIAG-IMC
                MOVE W-RISCO   TO TRIAG-RISCO
                MOVE W-OPERADOR TO TRIAG-OPERADOR
                IF W-NOVO = "S"
                   WRITE REGTRIAG
                ELSE
                   REWRITE REGTRIAG.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** TRIAGEM GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTRIAG"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                IF W-CHAMADO = "S"
                   GO TO ROT-FIM.
                GO TO R1.

       ROT-FIM.
           CLOSE CADTRIAG CADCONS CADPACI CADMED.
       ROT-FIMP.
           EXIT PROGRAM.

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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
