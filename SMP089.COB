       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP089.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * EMISSAO DE ATESTADO MEDICO E DE        *
      * DECLARACAO DE COMPARECIMENTO DA        *
      * CONSULTA - NUMERADOS E REGISTRADOS NO  *
      * CADATEST PARA CONFERENCIA              *
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
       SELECT CADATETX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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

       FD CADATETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATESTPRL.DOC".
       01 REGATETX      PIC X(80).
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

       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-INICIO.
          05 W-INI-DIA  PIC 9(02).
          05 W-INI-MES  PIC 9(02).
          05 W-INI-ANO  PIC 9(04).
       01 W-INICIOYMD   PIC 9(08) VALUE ZEROS.
       01 W-CONSYMD     PIC 9(08) VALUE ZEROS.
       01 W-CONSENT     PIC X(01) VALUE SPACES.
       01 W-CID         PIC X(05) VALUE SPACES.
       01 W-HORAENT.
          05 W-HE-HORA  PIC 9(02).
          05 W-HE-MIN   PIC 9(02).
       01 W-HORASAI.
          05 W-HS-HORA  PIC 9(02).
          05 W-HS-MIN   PIC 9(02).
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-NUMATEST    PIC 9(06) VALUE ZEROS.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-CHAMADO     PIC X(01) VALUE "N".

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

      *---------[ LINHAS DO ATESTADO / DECLARACAO ]---------------------
       01 ATE0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 ATE-TITTX   PIC X(40).
                03 FILLER      PIC X(03) VALUE "NR ".
                03 ATE-NUMTX   PIC 9(06).

       01 ATE1.
                03 ATE-ABRETX  PIC X(50).

       01 ATE2.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 ATE-PACTX   PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CPF: ".
                03 ATE-CPFTX   PIC 999.999.999.99.

       01 ATE3.
                03 ATE-ATENDTX PIC X(40).
                03 ATE-DATATX  PIC X(10).
                03 FILLER      PIC X(04) VALUE " AS ".
                03 ATE-HORATX  PIC X(05).

       01 ATE4.
                03 FILLER      PIC X(15) VALUE "NECESSITANDO DE".
                03 ATE-DIASTX  PIC ZZ9.
                03 FILLER      PIC X(40) VALUE
                   " DIA(S) DE AFASTAMENTO DAS ATIVIDADES,".

       01 ATE5.
                03 FILLER      PIC X(13) VALUE "A PARTIR DE ".
                03 ATE-INITX   PIC X(10).
                03 FILLER      PIC X(01) VALUE ".".

       01 ATE6.
                03 FILLER      PIC X(05) VALUE "CID: ".
                03 ATE-CIDTX   PIC X(05).
                03 FILLER      PIC X(41) VALUE
                   "  (INFORMADO COM AUTORIZACAO DO PACIENTE)".

       01 ATE7.
                03 FILLER      PIC X(18) VALUE "NO HORARIO DAS ".
                03 ATE-ENTTX   PIC X(05).
                03 FILLER      PIC X(05) VALUE " AS ".
                03 ATE-SAITX   PIC X(05).
                03 FILLER      PIC X(01) VALUE ".".

       01 ATE8.
                03 FILLER      PIC X(06) VALUE "DATA: ".
                03 ATE-EMITX   PIC X(10).
                03 FILLER      PIC X(50) VALUE
                   "     ASSINATURA DO MEDICO: ____________________".

       01 ATE9.
                03 FILLER      PIC X(10) VALUE "MEDICO  : ".
                03 ATE-MEDTX   PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CRM: ".
                03 ATE-CRMTX   PIC 999.999.

       01 ATE10.
                03 FILLER      PIC X(40) VALUE
                   "AUTENTICIDADE: CONSULTE A RECEPCAO COM O".
                03 FILLER      PIC X(40) VALUE
                   " NUMERO DESTE DOCUMENTO".

       01 ATE11.
                03 FILLER      PIC X(80) VALUE ALL "-".

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-PARM.
          03 LK-CPF          PIC 9(11).
          03 LK-DATACONS     PIC 9(08).
          03 LK-HORACONS     PIC 9(04).
          03 LK-OPERADOR     PIC X(10).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP089.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            EMISSAO DE ATESTADO / DECLAR".
           05  LINE 02  COLUMN 41
               VALUE  "ACAO DE COMPARECIMENTO".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE :                   DATA C".
           05  LINE 04  COLUMN 41
               VALUE  "ONSULTA :            HORA :".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO (A=ATESTADO D=DECLARACAO) :".
           05  LINE 10  COLUMN 01
               VALUE  " DIAS DE AFASTAMENTO    :".
           05  LINE 12  COLUMN 01
               VALUE  " INICIO DO AFASTAMENTO  :".
           05  LINE 14  COLUMN 01
               VALUE  " PACIENTE AUTORIZA CID  :".
           05  LINE 14  COLUMN 31
               VALUE  "CID :".
           05  LINE 16  COLUMN 01
               VALUE  " CHEGADA                :".
           05  LINE 16  COLUMN 34
               VALUE  "SAIDA :".
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
           05  TTIPO
               LINE 08  COLUMN 35  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TDIAS
               LINE 10  COLUMN 27  PIC 999
               USING  W-DIAS
               HIGHLIGHT.
           05  TINICIO
               LINE 12  COLUMN 27  PIC 99.99.9999
               USING  W-INICIO
               HIGHLIGHT.
           05  TCONSENT
               LINE 14  COLUMN 27  PIC X(01)
               USING  W-CONSENT
               HIGHLIGHT.
           05  TCID
               LINE 14  COLUMN 37  PIC X(05)
               USING  W-CID
               HIGHLIGHT.
           05  THORAENT
               LINE 16  COLUMN 27  PIC 99.99
               USING  W-HORAENT
               HIGHLIGHT.
           05  THORASAI
               LINE 16  COLUMN 42  PIC 99.99
               USING  W-HORASAI
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           IF ADDRESS OF LK-PARM NOT = NULL
                MOVE "S" TO W-CHAMADO
                MOVE LK-OPERADOR TO W-OPERADOR.

       R0.
           OPEN I-O CADATEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADATEST
                 CLOSE CADATEST
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADATEST" TO MENS
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
      *------QUANDO CHAMADO PELO SMP006 O OPERADOR JA FOI VALIDADO-----*
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
           DISPLAY TELASMP089
           IF W-CHAMADO = "S"
                MOVE LK-CPF TO W-CPF
                MOVE LK-DATACONS TO W-DATACONS
                MOVE LK-HORACONS TO W-HORACONS
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

      *------LOCALIZA A CONSULTA---------------------------------------*
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
           IF SITUACAO = "C" OR SITUACAO = "F"
                MOVE "*** CONSULTA CANCELADA OU FALTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5-VOLTA.
           MOVE W-DC-ANO TO W-CONSYMD(1:4)
           MOVE W-DC-MES TO W-CONSYMD(5:2)
           MOVE W-DC-DIA TO W-CONSYMD(7:2)
           IF W-CONSYMD > W-HOJE
                MOVE "*** CONSULTA AINDA NAO REALIZADA ***" TO MENS
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

       R6.
           MOVE SPACES TO W-TIPO W-CONSENT W-CID
           MOVE ZEROS TO W-DIAS W-INICIO W-HORAENT W-HORASAI
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF W-CHAMADO = "S"
                   GO TO ROT-FIM
                ELSE
                   GO TO R1.
           IF W-TIPO = "a"
                MOVE "A" TO W-TIPO.
           IF W-TIPO = "d"
                MOVE "D" TO W-TIPO.
           IF W-TIPO = "D"
                GO TO R10.
           IF W-TIPO NOT = "A"
                MOVE "DIGITE A=ATESTADO OU D=DECLARACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.

      *------ATESTADO: DIAS, INICIO E CID SO COM AUTORIZACAO-----------*
       R7.
           ACCEPT TDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
           IF W-DIAS = ZEROS
                MOVE "DIGITE OS DIAS DE AFASTAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
           IF W-INICIO = ZEROS
                MOVE W-DATACONS TO W-INICIO.

       R8.
           ACCEPT TINICIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.
           IF W-INI-DIA < 1 OR W-INI-DIA > 31 OR
              W-INI-MES < 1 OR W-INI-MES > 12 OR
              W-INI-ANO < 1900
                MOVE "DATA DE INICIO INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.
           MOVE W-INI-ANO TO W-INICIOYMD(1:4)
           MOVE W-INI-MES TO W-INICIOYMD(5:2)
           MOVE W-INI-DIA TO W-INICIOYMD(7:2)
           IF W-INICIOYMD < W-CONSYMD
                MOVE "INICIO ANTERIOR A DATA DA CONSULTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.

       R9.
           MOVE "N" TO W-CONSENT
           ACCEPT TCONSENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R8.
           IF W-CONSENT = "s"
                MOVE "S" TO W-CONSENT.
           IF W-CONSENT = "n"
                MOVE "N" TO W-CONSENT.
           IF W-CONSENT NOT = "S" AND W-CONSENT NOT = "N"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.
           IF W-CONSENT = "N"
                MOVE SPACES TO W-CID
                DISPLAY TCID
                GO TO INC-OPC.
           MOVE CODIGO-DOENCA TO W-CID.

       R9A.
           ACCEPT TCID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R9.
           IF W-CID = SPACES
                MOVE "DIGITE O CID OU RESPONDA N NA AUTORIZACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9A.
           GO TO INC-OPC.

      *------DECLARACAO: HORARIO DE PERMANENCIA NA CLINICA-------------*
       R10.
           IF W-HORAENT = ZEROS
                MOVE W-HORACONS TO W-HORAENT.
           ACCEPT THORAENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.
           IF W-HE-HORA > 23 OR W-HE-MIN > 59
                MOVE "HORARIO DE CHEGADA INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R10.

       R11.
           ACCEPT THORASAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R10.
           IF W-HS-HORA > 23 OR W-HS-MIN > 59
                MOVE "HORARIO DE SAIDA INVALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R11.
           IF W-HORASAI NOT > W-HORAENT
                MOVE "SAIDA DEVE SER POSTERIOR A CHEGADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R11.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EMITIR (S/N) : ".
                ACCEPT (23, 55) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

      *---------[ NUMERO = MAIOR NUMERO EMITIDO + 1 ]-------------------
       INC-NUM.
                MOVE ZEROS TO W-NUMATEST
                MOVE ZEROS TO ATEST-NUMERO
                START CADATEST KEY IS NOT LESS ATEST-NUMERO INVALID KEY
                     GO TO INC-WR1.
       INC-NUM-LER.
                READ CADATEST NEXT
                IF ST-ERRO = "00" OR ST-ERRO = "02"
                     MOVE ATEST-NUMERO TO W-NUMATEST
                     GO TO INC-NUM-LER.

       INC-WR1.
                MOVE W-CPF TO ATEST-CPF
                MOVE W-DATACONS TO ATEST-DATACONS
                MOVE W-HORACONS TO ATEST-HORACONS
                MOVE CODMEDICO TO ATEST-CRM
                MOVE W-TIPO TO ATEST-TIPO
                MOVE W-DIAS TO ATEST-DIAS
                MOVE ZEROS TO ATEST-INICIO
                IF W-TIPO = "A"
                     MOVE W-INICIOYMD TO ATEST-INICIO.
                MOVE W-CONSENT TO ATEST-CONSENT
                MOVE W-CID TO ATEST-CID
                MOVE W-HORAENT TO ATEST-HORAENT
                MOVE W-HORASAI TO ATEST-HORASAI
                MOVE W-HOJE TO ATEST-EMISSAO
                MOVE W-OPERADOR TO ATEST-OPERADOR.
       INC-WR2.
                ADD 1 TO W-NUMATEST
                MOVE W-NUMATEST TO ATEST-NUMERO
                WRITE REGATEST
                IF ST-ERRO = "22"
                     GO TO INC-WR2.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     MOVE "ERRO NA GRAVACAO DO ARQUIVO CADATEST" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-FIM.
                DISPLAY (18, 01) " DOCUMENTO EMITIDO NR"
                DISPLAY (18, 23) ATEST-NUMERO
                PERFORM IMP-ATEST THRU IMP-ATEST-FIM.

       INC-MAIS.
                DISPLAY (23, 40) "EMITIR OUTRO (S/N) : "
                ACCEPT (23, 61) W-OPCAO
                DISPLAY (23, 40) LIMPA
                IF W-OPCAO = "S" OR "s"
                   DISPLAY (18, 01) LIMPA
                   GO TO R6.
                IF W-OPCAO NOT = "N" AND "n"
                   GO TO INC-MAIS.
                IF W-CHAMADO = "S"
                   GO TO ROT-FIM.
                GO TO R1.

      *---------[ IMPRESSAO DO ATESTADO / DECLARACAO ]------------------
       IMP-ATEST.
                OPEN EXTEND CADATETX
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30"
                      OPEN OUTPUT CADATETX
                      CLOSE CADATETX
                      OPEN EXTEND CADATETX
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ATESTPRL"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO IMP-ATEST-FIM.
                IF ST-ERRO NOT = "00"
                   GO TO IMP-ATEST-FIM.

                MOVE ATEST-NUMERO TO ATE-NUMTX
                MOVE NOME TO ATE-PACTX
                MOVE W-CPF TO ATE-CPFTX
                MOVE W-DC-DIA TO W-DATAVFMT-DIA
                MOVE W-DC-MES TO W-DATAVFMT-MES
                MOVE W-DC-ANO TO W-DATAVFMT-ANO
                MOVE W-DATAVFMT TO ATE-DATATX
                MOVE W-HC-HORA TO W-HORAVFMT-HH
                MOVE W-HC-MIN TO W-HORAVFMT-MI
                MOVE W-HORAVFMT TO ATE-HORATX
                MOVE W-HOJE(7:2) TO W-DATAVFMT-DIA
                MOVE W-HOJE(5:2) TO W-DATAVFMT-MES
                MOVE W-HOJE(1:4) TO W-DATAVFMT-ANO
                MOVE W-DATAVFMT TO ATE-EMITX
                MOVE NOMEMED TO ATE-MEDTX
                MOVE CODMEDICO TO ATE-CRMTX

                IF W-TIPO = "A"
                   MOVE "        *** ATESTADO MEDICO ***" TO ATE-TITTX
                   MOVE
                     "ATESTO, PARA OS DEVIDOS FINS, QUE O(A) PACIENTE"
                                                       TO ATE-ABRETX
                   MOVE "FOI ATENDIDO(A) EM CONSULTA NO DIA"
                                                       TO ATE-ATENDTX
                ELSE
                   MOVE "*** DECLARACAO DE COMPARECIMENTO ***"
                                                       TO ATE-TITTX
                   MOVE
                     "DECLARO, PARA OS DEVIDOS FINS, QUE O(A) PACIENTE"
                                                       TO ATE-ABRETX
                   MOVE "ESTEVE EM CONSULTA NESTA CLINICA NO DIA"
                                                       TO ATE-ATENDTX.

                WRITE REGATETX FROM ATE0
                MOVE SPACES TO REGATETX
                WRITE REGATETX
                WRITE REGATETX FROM ATE1
                WRITE REGATETX FROM ATE2
                WRITE REGATETX FROM ATE3
                IF W-TIPO = "A"
                   PERFORM IMP-ATEST-AFAST
                ELSE
                   MOVE W-HE-HORA TO W-HORAVFMT-HH
                   MOVE W-HE-MIN TO W-HORAVFMT-MI
                   MOVE W-HORAVFMT TO ATE-ENTTX
                   MOVE W-HS-HORA TO W-HORAVFMT-HH
                   MOVE W-HS-MIN TO W-HORAVFMT-MI
                   MOVE W-HORAVFMT TO ATE-SAITX
                   WRITE REGATETX FROM ATE7.
                MOVE SPACES TO REGATETX
                WRITE REGATETX
                WRITE REGATETX FROM ATE8
                WRITE REGATETX FROM ATE9
                MOVE SPACES TO REGATETX
                WRITE REGATETX
                WRITE REGATETX FROM ATE10
                WRITE REGATETX FROM ATE11

                CLOSE CADATETX
                MOVE "*** DOCUMENTO IMPRESSO EM ATESTPRL.DOC ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-ATEST-FIM.
                EXIT.

       IMP-ATEST-AFAST.
                MOVE W-DIAS TO ATE-DIASTX
                WRITE REGATETX FROM ATE4
                MOVE W-INI-DIA TO W-DATAVFMT-DIA
                MOVE W-INI-MES TO W-DATAVFMT-MES
                MOVE W-INI-ANO TO W-DATAVFMT-ANO
                MOVE W-DATAVFMT TO ATE-INITX
                WRITE REGATETX FROM ATE5
                IF W-CONSENT = "S"
                   MOVE W-CID TO ATE-CIDTX
                   WRITE REGATETX FROM ATE6.

       ROT-FIM.
           CLOSE CADATEST CADCONS CADPACI CADMED.
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
