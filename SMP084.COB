       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP084.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CADASTRO DE ALERGIAS E INTOLERANCIAS   *
      * DO PACIENTE (ALERGENO DO CATALOGO DA   *
      * DISPENSARIA OU TEXTO LIVRE)            *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALERG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.

       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-NOME WITH DUPLICATES.

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
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
          03 ALERG-CHAVE.
             05 ALERG-CPF         PIC 9(11).
             05 ALERG-SEQ         PIC 9(02).
          03 ALERG-MEDIC          PIC 9(04).
          03 ALERG-DESCR          PIC X(30).
          03 ALERG-REACAO         PIC X(30).
          03 ALERG-GRAVID         PIC X(01).
          03 ALERG-DATA           PIC 9(08).

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

       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MEDIC-CODIGO         PIC 9(04).
          03 MEDIC-NOME           PIC X(30).
          03 MEDIC-SALDO          PIC 9(06).
          03 MEDIC-MINIMO         PIC 9(06).
          03 MEDIC-LISTA          PIC X(02).

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
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-MEDIC       PIC 9(04) VALUE ZEROS.
       01 W-DESCR       PIC X(30) VALUE SPACES.
       01 W-REACAO      PIC X(30) VALUE SPACES.
       01 W-GRAVID      PIC X(01) VALUE SPACES.
       01 W-DATA.
          05 W-DATA-DIA PIC 9(02).
          05 W-DATA-MES PIC 9(02).
          05 W-DATA-ANO PIC 9(04).
       01 W-HOJE.
          05 W-HOJE-ANO PIC 9(04).
          05 W-HOJE-MES PIC 9(02).
          05 W-HOJE-DIA PIC 9(02).
       01 W-DATAYMD     PIC 9(08) VALUE ZEROS.

      *------LISTA DAS ALERGIAS JA REGISTRADAS DO PACIENTE-------------*
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-ALERGLIN.
          03 W-AL-SEQ      PIC 99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-AL-DESCR    PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 W-AL-REACAO   PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 W-AL-GRAVID   PIC X(01).

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
       01  TELAALERG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           CADASTRO DE ALERGIAS E INTOLE".
           05  LINE 02  COLUMN 41
               VALUE  "RANCIAS DO PACIENTE".
           05  LINE 05  COLUMN 01
               VALUE  " CPF PACIENTE :".
           05  LINE 07  COLUMN 01
               VALUE  " SEQUENCIA    :      (00 = PROXIMA)".
           05  LINE 09  COLUMN 01
               VALUE  " MEDICAMENTO  :      (0000 = TEXTO LIVRE)".
           05  LINE 10  COLUMN 01
               VALUE  " ALERGENO     :".
           05  LINE 11  COLUMN 01
               VALUE  " REACAO       :".
           05  LINE 12  COLUMN 01
               VALUE  " GRAVIDADE    :    L=LEVE  M=MODERADA  G=GRAVE".
           05  LINE 13  COLUMN 01
               VALUE  " DATA RELATO  :".
           05  LINE 15  COLUMN 01
               VALUE  " ALERGIAS REGISTRADAS:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCPF
               LINE 05  COLUMN 17  PIC 999.999.999.99
               USING  W-CPF
               HIGHLIGHT.

           05  TSEQ
               LINE 07  COLUMN 17  PIC 99
               USING  W-SEQ
               HIGHLIGHT.

           05  TMEDIC
               LINE 09  COLUMN 17  PIC 9(04)
               USING  W-MEDIC
               HIGHLIGHT.

           05  TDESCR
               LINE 10  COLUMN 17  PIC X(30)
               USING  W-DESCR
               HIGHLIGHT.

           05  TREACAO
               LINE 11  COLUMN 17  PIC X(30)
               USING  W-REACAO
               HIGHLIGHT.

           05  TGRAVID
               LINE 12  COLUMN 17  PIC X(01)
               USING  W-GRAVID
               HIGHLIGHT.

           05  TDATA
               LINE 13  COLUMN 17  PIC 99.99.9999
               USING  W-DATA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O CADALERG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALERG
                 CLOSE CADALERG
                 MOVE "*** ARQUIVO CADALERG FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALERG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDIC
                 CLOSE CADMEDIC
                 OPEN INPUT CADMEDIC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

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
           MOVE ZEROS TO ALERG-CPF ALERG-SEQ
           START CADALERG KEY IS NOT LESS ALERG-CHAVE INVALID KEY
                 GO TO R0-CTRL-CONFERE.
       R0-CTRL-LE.
           READ CADALERG NEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-CTRL-QTD
                GO TO R0-CTRL-LE.

       R0-CTRL-CONFERE.
           MOVE "CADALERG.DAT" TO CTRL-ARQUIVO
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
           MOVE ZEROS TO W-CPF
           MOVE SPACES TO NOME
           DISPLAY TELAALERG.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           IF W-CPF = ZEROS
                MOVE "DIGITE O CPF DO PACIENTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.

           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "23"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       R2A.
           MOVE ZEROS TO W-SEQ W-MEDIC W-SEL
           MOVE SPACES TO W-DESCR W-REACAO W-GRAVID
           MOVE W-HOJE-DIA TO W-DATA-DIA
           MOVE W-HOJE-MES TO W-DATA-MES
           MOVE W-HOJE-ANO TO W-DATA-ANO
           DISPLAY TELAALERG
           DISPLAY (05, 34) NOME
           PERFORM LISTA-ALERG THRU LISTA-ALERG-FIM.

       R3.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.

           IF W-SEQ = ZEROS
                PERFORM PROX-SEQ THRU PROX-SEQ-FIM
                IF W-SEQ = ZEROS
                   MOVE "LIMITE DE 99 ALERGIAS POR PACIENTE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3
                ELSE
                   DISPLAY TSEQ
                   GO TO R4.

           MOVE W-CPF TO ALERG-CPF
           MOVE W-SEQ TO ALERG-SEQ.

       LER-CADALERG.
           READ CADALERG
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE ALERG-MEDIC TO W-MEDIC
                MOVE ALERG-DESCR TO W-DESCR
                MOVE ALERG-REACAO TO W-REACAO
                MOVE ALERG-GRAVID TO W-GRAVID
                MOVE ALERG-DATA(7:2) TO W-DATA-DIA
                MOVE ALERG-DATA(5:2) TO W-DATA-MES
                MOVE ALERG-DATA(1:4) TO W-DATA-ANO
                DISPLAY TELAALERG
                DISPLAY (05, 34) NOME
                PERFORM LISTA-ALERG THRU LISTA-ALERG-FIM
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADALERG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

      *------ALERGENO DO CATALOGO: O NOME VEM DO CADMEDIC--------------*
       R4.
           ACCEPT TMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2A.

           IF W-MEDIC = ZEROS
                GO TO R5.
           MOVE W-MEDIC TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           MOVE MEDIC-NOME TO W-DESCR
           DISPLAY TDESCR
           GO TO R6.

       R5.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

           IF W-DESCR = SPACES
                MOVE "DIGITE O ALERGENO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.

       R6.
           ACCEPT TREACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

           IF W-REACAO = SPACES
                MOVE "DIGITE A REACAO APRESENTADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.

       R7.
           ACCEPT TGRAVID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.

           IF W-GRAVID NOT = "L" AND W-GRAVID NOT = "M" AND
              W-GRAVID NOT = "G"
                MOVE "DIGITE L=LEVE, M=MODERADA OU G=GRAVE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.

       R8.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.

           IF W-DATA-DIA < 1 OR W-DATA-DIA > 31 OR
              W-DATA-MES < 1 OR W-DATA-MES > 12 OR
              W-DATA-ANO < 1900
                MOVE "DATA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.

           MOVE W-DATA-ANO TO W-DATAYMD(1:4)
           MOVE W-DATA-MES TO W-DATAYMD(5:2)
           MOVE W-DATA-DIA TO W-DATAYMD(7:2)
           IF W-DATAYMD > W-HOJE
                MOVE "DATA DO RELATO NAO PODE SER FUTURA" TO MENS
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
                   GO TO R2A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MOVE-ALERG
                WRITE REGALERG
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-CTRL-QTD
                      MOVE 1 TO W-CTRL-DELTA
                      PERFORM ATU-CTRL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R2A.
                IF ST-ERRO = "22"
                  MOVE "* REGISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R2A
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADALERG"
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
                   GO TO R2A
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R4
                   ELSE
                      GO TO EXC-OPC.
      *
       EXC-OPC.
                IF W-PERM-EXCLUI NOT = "S"
                   MOVE "OPERADOR SEM PERMISSAO DE EXCLUSAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.


       EXC-DL1.
                MOVE W-CPF TO ALERG-CPF
                MOVE W-SEQ TO ALERG-SEQ
                DELETE CADALERG RECORD
                IF ST-ERRO = "00"
                   SUBTRACT 1 FROM W-CTRL-QTD
                   MOVE -1 TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A.
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
                   GO TO R2A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.

       ALT-RW1.
                PERFORM MOVE-ALERG
                REWRITE REGALERG
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOVE-ALERG.
           MOVE W-CPF TO ALERG-CPF
           MOVE W-SEQ TO ALERG-SEQ
           MOVE W-MEDIC TO ALERG-MEDIC
           MOVE W-DESCR TO ALERG-DESCR
           MOVE W-REACAO TO ALERG-REACAO
           MOVE W-GRAVID TO ALERG-GRAVID
           MOVE W-DATAYMD TO ALERG-DATA.

      *------PROXIMA SEQUENCIA LIVRE DO PACIENTE (ZERO = ESGOTADO)-----*
       PROX-SEQ.
           MOVE ZEROS TO W-SEQ
           MOVE W-CPF TO ALERG-CPF
           MOVE ZEROS TO ALERG-SEQ
           START CADALERG KEY IS NOT LESS ALERG-CHAVE INVALID KEY
                GO TO PROX-SEQ-SOMA.
       PROX-SEQ-LER.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO PROX-SEQ-SOMA.
           IF ALERG-CPF NOT = W-CPF
                GO TO PROX-SEQ-SOMA.
           MOVE ALERG-SEQ TO W-SEQ
           GO TO PROX-SEQ-LER.
       PROX-SEQ-SOMA.
           IF W-SEQ = 99
                MOVE ZEROS TO W-SEQ
           ELSE
                ADD 1 TO W-SEQ.
       PROX-SEQ-FIM.
           EXIT.

      *------MOSTRA AS ALERGIAS DO PACIENTE (LINHAS 16 A 21)-----------*
       LISTA-ALERG.
           MOVE 16 TO W-LIN
           MOVE W-CPF TO ALERG-CPF
           MOVE ZEROS TO ALERG-SEQ
           START CADALERG KEY IS NOT LESS ALERG-CHAVE INVALID KEY
                GO TO LISTA-ALERG-FIM.
       LISTA-ALERG-LER.
           IF W-LIN > 21
                GO TO LISTA-ALERG-FIM.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LISTA-ALERG-FIM.
           IF ALERG-CPF NOT = W-CPF
                GO TO LISTA-ALERG-FIM.
           MOVE ALERG-SEQ    TO W-AL-SEQ
           MOVE ALERG-DESCR  TO W-AL-DESCR
           MOVE ALERG-REACAO TO W-AL-REACAO
           MOVE ALERG-GRAVID TO W-AL-GRAVID
           DISPLAY (W-LIN, 03) W-ALERGLIN
           ADD 1 TO W-LIN
           GO TO LISTA-ALERG-LER.
       LISTA-ALERG-FIM.
           EXIT.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
       ATU-CTRL.
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE "CADALERG.DAT" TO CTRL-ARQUIVO
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
           CLOSE CADALERG CADPACI CADMEDIC CADCTRL.
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
