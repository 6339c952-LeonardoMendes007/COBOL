       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP094.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * REGISTRO DOS PROCEDIMENTOS REALIZADOS  *
      * NA CONSULTA (CODIGO TUSS E QUANTIDADE) *
      * FATURADOS JUNTO COM A CONSULTA (SMP024)*
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPROCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROCR-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-TUSS
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PROC-DESCR WITH DUPLICATES.

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

       SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTRL-ARQUIVO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCR.DAT".
       01 REGPROCR.
          03 PROCR-CHAVE.
             05 PROCR-CPF         PIC 9(11).
             05 PROCR-DATACONS    PIC 9(08).
             05 PROCR-HORACONS    PIC 9(04).
             05 PROCR-SEQ         PIC 9(02).
          03 PROCR-TUSS           PIC 9(08).
          03 PROCR-QTD            PIC 9(02).
          03 PROCR-DATALANC       PIC 9(08).
          03 PROCR-OPERADOR       PIC X(10).

       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PROC-TUSS            PIC 9(08).
          03 PROC-DESCR           PIC X(50).
          03 PROC-ATIVO           PIC X(01).

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

       FD CADCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
          03 CTRL-ARQUIVO      PIC X(12).
          03 CTRL-QTDREG       PIC 9(06).
          03 CTRL-DATA         PIC 9(08).
          03 CTRL-HORA         PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.

       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-DATACONS.
          05 W-DC-DIA   PIC 9(02).
          05 W-DC-MES   PIC 9(02).
          05 W-DC-ANO   PIC 9(04).
       01 W-HORACONS.
          05 W-HC-HORA  PIC 9(02).
          05 W-HC-MIN   PIC 9(02).
       01 W-CONSYMD     PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-TUSS        PIC 9(08) VALUE ZEROS.
       01 W-QTD         PIC 9(02) VALUE ZEROS.

      *------LISTA DOS PROCEDIMENTOS JA REGISTRADOS NA CONSULTA--------*
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-PROCLIN.
          03 W-PL-SEQ      PIC 99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-PL-TUSS     PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-PL-DESCR    PIC X(40).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-PL-QTD      PIC Z9.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-PERM-EXCLUI PIC X(01) VALUE "N".
       01 W-NIVEL       PIC X(01) VALUE "O".
       01 W-CTRL-QTD    PIC 9(06) VALUE ZEROS.
       01 W-CTRL-DELTA  PIC S9(06) VALUE ZERO.
       01 W-CTRLDATA    PIC 9(08) VALUE ZEROS.
       01 W-CTRLHORA.
          05 W-CTRLHORA-HMS PIC 9(06).
          05 FILLER         PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPROCR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           REGISTRO DE PROCEDIMENTOS DA ".
           05  LINE 02  COLUMN 41
               VALUE  "CONSULTA (TUSS)".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE :                   DATA C".
           05  LINE 04  COLUMN 41
               VALUE  "ONSULTA :            HORA :".
           05  LINE 08  COLUMN 01
               VALUE  " SEQUENCIA    :      (00 = PROXIMA)".
           05  LINE 10  COLUMN 01
               VALUE  " CODIGO TUSS  :".
           05  LINE 12  COLUMN 01
               VALUE  " QUANTIDADE   :".
           05  LINE 14  COLUMN 01
               VALUE  " PROCEDIMENTOS REGISTRADOS:".
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

           05  TSEQ
               LINE 08  COLUMN 17  PIC 99
               USING  W-SEQ
               HIGHLIGHT.

           05  TTUSS
               LINE 10  COLUMN 17  PIC 9(08)
               USING  W-TUSS
               HIGHLIGHT.

           05  TQTD
               LINE 12  COLUMN 17  PIC 99
               USING  W-QTD
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O CADPROCR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPROCR
                 CLOSE CADPROCR
                 MOVE "*** ARQUIVO CADPROCR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROCR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADPROC NAO EXISTE, EXECUTE O SMP092"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
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

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0A.
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
           MOVE OPER-NIVEL TO W-NIVEL
           MOVE OPER-EXCLUI TO W-PERM-EXCLUI
           CLOSE CADOPER.

      *------CONFERENCIA DO TOTAL DE REGISTROS (CADCTRL)---------------*
       R0-CTRL.
           OPEN I-O CADCTRL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCTRL
                 CLOSE CADCTRL
                 OPEN I-O CADCTRL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTRL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTRL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0-CTRL-CONTA.
           MOVE ZEROS TO W-CTRL-QTD
           MOVE ZEROS TO PROCR-CPF PROCR-DATACONS PROCR-HORACONS
           MOVE ZEROS TO PROCR-SEQ
           START CADPROCR KEY IS NOT LESS PROCR-CHAVE INVALID KEY
                 GO TO R0-CTRL-CONFERE.
       R0-CTRL-LE.
           READ CADPROCR NEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-CTRL-QTD
                GO TO R0-CTRL-LE.

       R0-CTRL-CONFERE.
           MOVE "CADPROCR.DAT" TO CTRL-ARQUIVO
           READ CADCTRL
           IF ST-ERRO = "23"
                PERFORM ATU-CTRL
                GO TO R0-CTRL-FIM.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCTRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF CTRL-QTDREG = W-CTRL-QTD
                GO TO R0-CTRL-FIM.

           DISPLAY (20, 01)
               "TOTAL DE REGISTROS NAO CONFERE COM O CADCTRL"
           DISPLAY (21, 01) "ESPERADO:"
           DISPLAY (21, 11) CTRL-QTDREG
           DISPLAY (21, 20) "ENCONTRADO:"
           DISPLAY (21, 32) W-CTRL-QTD
           IF W-NIVEL NOT = "S"
                MOVE "AVISE O SUPERVISOR - ACESSO BLOQUEADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0-CTRL-OPC.
           DISPLAY (22, 01)
               "SUPERVISOR: ACEITAR O TOTAL ATUAL (S/N):"
           ACCEPT (22, 42) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R0-CTRL-OPC.
           COMPUTE W-CTRL-DELTA = W-CTRL-QTD - CTRL-QTDREG
           PERFORM ATU-CTRL
           DISPLAY (20, 01) LIMPA
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA.
       R0-CTRL-FIM.
           EXIT.

       R1.
           MOVE ZEROS TO W-CPF W-DATACONS W-HORACONS
           MOVE SPACES TO NOME NOMEMED
           DISPLAY TELAPROCR.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           IF W-CPF = ZEROS
                MOVE "DIGITE O CPF DO PACIENTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
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

      *------SO CONSULTA JA REALIZADA RECEBE PROCEDIMENTOS-------------*
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
                GO TO R2.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF SITUACAO = "C" OR SITUACAO = "F"
                MOVE "*** CONSULTA CANCELADA OU FALTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE W-DC-ANO TO W-CONSYMD(1:4)
           MOVE W-DC-MES TO W-CONSYMD(5:2)
           MOVE W-DC-DIA TO W-CONSYMD(7:2)
           IF W-CONSYMD > W-HOJE
                MOVE "*** CONSULTA AINDA NAO REALIZADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

           MOVE PACI-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.

           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOMEMED.

       R5.
           MOVE ZEROS TO W-SEQ W-TUSS W-QTD W-SEL
           DISPLAY TELAPROCR
           DISPLAY (05, 16) NOME
           DISPLAY (06, 16) NOMEMED
           PERFORM LISTA-PROCR THRU LISTA-PROCR-FIM.

       R6.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.

           IF W-SEQ = ZEROS
                PERFORM PROX-SEQ THRU PROX-SEQ-FIM
                IF W-SEQ = ZEROS
                   MOVE "LIMITE DE 99 PROCEDIMENTOS NA CONSULTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6
                ELSE
                   DISPLAY TSEQ
                   GO TO R7.

           PERFORM MOVE-CHAVE.

       LER-CADPROCR.
           READ CADPROCR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE PROCR-TUSS TO W-TUSS
                MOVE PROCR-QTD TO W-QTD
                DISPLAY TELAPROCR
                DISPLAY (05, 16) NOME
                DISPLAY (06, 16) NOMEMED
                PERFORM LISTA-PROCR THRU LISTA-PROCR-FIM
                MOVE W-TUSS TO PROC-TUSS
                READ CADPROC
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO PROC-DESCR
                   DISPLAY (10, 27) PROC-DESCR(1:40)
                   PERFORM ACE-001
                ELSE
                   DISPLAY (10, 27) PROC-DESCR(1:40)
                   PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPROCR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

      *------PROCEDIMENTO INATIVO NAO PODE SER LANCADO-----------------*
       R7.
           ACCEPT TTUSS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.

           MOVE W-TUSS TO PROC-TUSS
           READ CADPROC
           IF ST-ERRO NOT = "00"
                MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           IF PROC-ATIVO NOT = "S"
                MOVE "*** PROCEDIMENTO INATIVO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           DISPLAY (10, 27) PROC-DESCR(1:40).

       R8.
           IF W-QTD = ZEROS
                MOVE 1 TO W-QTD.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.

           IF W-QTD = ZEROS
                MOVE "QUANTIDADE INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                GO TO ALT-OPC.


       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MOVE-PROCR
                WRITE REGPROCR
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-CTRL-QTD
                      MOVE 1 TO W-CTRL-DELTA
                      PERFORM ATU-CTRL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R5.
                IF ST-ERRO = "22"
                  MOVE "* REGISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R5
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPROCR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.


      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R5
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R7
                   ELSE
                      GO TO EXC-OPC.
      *
       EXC-OPC.
                IF W-PERM-EXCLUI NOT = "S"
                   MOVE "OPERADOR SEM PERMISSAO DE EXCLUSAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.


       EXC-DL1.
                PERFORM MOVE-CHAVE
                DELETE CADPROCR RECORD
                IF ST-ERRO = "00"
                   SUBTRACT 1 FROM W-CTRL-QTD
                   MOVE -1 TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.

       ALT-RW1.
                PERFORM MOVE-PROCR
                REWRITE REGPROCR
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOVE-CHAVE.
           MOVE W-CPF TO PROCR-CPF
           MOVE W-DATACONS TO PROCR-DATACONS
           MOVE W-HORACONS TO PROCR-HORACONS
           MOVE W-SEQ TO PROCR-SEQ.

       MOVE-PROCR.
           PERFORM MOVE-CHAVE
           MOVE W-TUSS TO PROCR-TUSS
           MOVE W-QTD TO PROCR-QTD
           MOVE W-HOJE TO PROCR-DATALANC
           MOVE W-OPERADOR TO PROCR-OPERADOR.

      *------PROXIMA SEQUENCIA LIVRE DA CONSULTA (ZERO = ESGOTADO)-----*
       PROX-SEQ.
           MOVE ZEROS TO W-SEQ
           PERFORM MOVE-CHAVE
           START CADPROCR KEY IS NOT LESS PROCR-CHAVE INVALID KEY
                GO TO PROX-SEQ-SOMA.
       PROX-SEQ-LER.
           READ CADPROCR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO PROX-SEQ-SOMA.
           IF PROCR-CPF NOT = W-CPF OR
              PROCR-DATACONS NOT = W-DATACONS OR
              PROCR-HORACONS NOT = W-HORACONS
                GO TO PROX-SEQ-SOMA.
           MOVE PROCR-SEQ TO W-SEQ
           GO TO PROX-SEQ-LER.
       PROX-SEQ-SOMA.
           IF W-SEQ = 99
                MOVE ZEROS TO W-SEQ
           ELSE
                ADD 1 TO W-SEQ.
       PROX-SEQ-FIM.
           EXIT.

      *------MOSTRA OS PROCEDIMENTOS DA CONSULTA (LINHAS 15 A 21)------*
       LISTA-PROCR.
           MOVE 15 TO W-LIN
           PERFORM MOVE-CHAVE
           MOVE ZEROS TO PROCR-SEQ
           START CADPROCR KEY IS NOT LESS PROCR-CHAVE INVALID KEY
                GO TO LISTA-PROCR-FIM.
       LISTA-PROCR-LER.
           IF W-LIN > 21
                GO TO LISTA-PROCR-FIM.
           READ CADPROCR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LISTA-PROCR-FIM.
           IF PROCR-CPF NOT = W-CPF OR
              PROCR-DATACONS NOT = W-DATACONS OR
              PROCR-HORACONS NOT = W-HORACONS
                GO TO LISTA-PROCR-FIM.
           MOVE PROCR-TUSS TO PROC-TUSS
           READ CADPROC
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO PROC-DESCR.
           MOVE PROCR-SEQ   TO W-PL-SEQ
           MOVE PROCR-TUSS  TO W-PL-TUSS
           MOVE PROC-DESCR  TO W-PL-DESCR
           MOVE PROCR-QTD   TO W-PL-QTD
           DISPLAY (W-LIN, 03) W-PROCLIN
           ADD 1 TO W-LIN
           GO TO LISTA-PROCR-LER.
       LISTA-PROCR-FIM.
           EXIT.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
       ATU-CTRL.
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE "CADPROCR.DAT" TO CTRL-ARQUIVO
           READ CADCTRL
           IF ST-ERRO = "23"
                MOVE W-CTRL-QTD TO CTRL-QTDREG
                MOVE W-CTRLDATA TO CTRL-DATA
                MOVE W-CTRLHORA-HMS TO CTRL-HORA
                WRITE REGCTRL
           ELSE
                ADD W-CTRL-DELTA TO CTRL-QTDREG
                MOVE W-CTRLDATA TO CTRL-DATA
                MOVE W-CTRLHORA-HMS TO CTRL-HORA
                REWRITE REGCTRL.
           MOVE ZERO TO W-CTRL-DELTA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADPROCR CADPROC CADCONS CADPACI CADMED CADCTRL.
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
