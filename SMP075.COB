       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP075.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CREDENCIAMENTO DO MEDICO NOS CONVENIOS *
      * (CRM + CONVENIO + VIGENCIA)            *
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

       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-CONV        PIC 9(04) VALUE ZEROS.
       01 W-DATAINI.
          05 W-INI-DIA  PIC 9(02).
          05 W-INI-MES  PIC 9(02).
          05 W-INI-ANO  PIC 9(04).
       01 W-DATAFIM.
          05 W-FIM-DIA  PIC 9(02).
          05 W-FIM-MES  PIC 9(02).
          05 W-FIM-ANO  PIC 9(04).
       01 W-INI-YMD     PIC 9(08) VALUE ZEROS.
       01 W-FIM-YMD     PIC 9(08) VALUE ZEROS.

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
       01  TELACRED.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CREDENCIAMENTO DO MEDICO NO CONV".
           05  LINE 02  COLUMN 42
               VALUE  "ENIO".
           05  LINE 06  COLUMN 01
               VALUE  "       CRM DO MEDICO:".
           05  LINE 08  COLUMN 01
               VALUE  "       CONVENIO     :".
           05  LINE 11  COLUMN 01
               VALUE  "       INICIO       :   .  .".
           05  LINE 13  COLUMN 01
               VALUE  "       TERMINO      :   .  .".
           05  LINE 14  COLUMN 01
               VALUE  "       (00.00.0000 = SEM DATA DE TERMINO)".

           05  TCRM
               LINE 06  COLUMN 23  PIC 999.999
               USING  W-CRM
               HIGHLIGHT.

           05  TCONV
               LINE 08  COLUMN 23  PIC 9(04)
               USING  W-CONV
               HIGHLIGHT.

           05  TDATAINI
               LINE 11  COLUMN 23  PIC 99.99.9999
               USING  W-DATAINI
               HIGHLIGHT.

           05  TDATAFIM
               LINE 13  COLUMN 23  PIC 99.99.9999
               USING  W-DATAFIM
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADCRED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCRED
                 CLOSE CADCRED
                 MOVE "*** ARQUIVO CADCRED FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0C.
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
           MOVE ZEROS TO CRED-CRM CRED-CONV
           START CADCRED KEY IS NOT LESS CRED-CHAVE INVALID KEY
                 GO TO R0-CTRL-CONFERE.
       R0-CTRL-LE.
           READ CADCRED NEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-CTRL-QTD
                GO TO R0-CTRL-LE.

       R0-CTRL-CONFERE.
           MOVE "CADCRED.DAT" TO CTRL-ARQUIVO
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
           MOVE ZEROS TO W-CRM W-CONV W-SEL W-DATAINI W-DATAFIM
           MOVE ZEROS TO W-INI-YMD W-FIM-YMD
           DISPLAY TELACRED.

       R2.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           MOVE W-CRM TO CRM
           READ CADMED
           IF ST-ERRO = "23"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (06, 32) NOMEMED.

       R3.
           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.

           IF W-CONV = ZEROS
                MOVE "*** PARTICULAR NAO EXIGE CREDENCIAMENTO ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

           MOVE W-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO = "23"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (08, 32) CNOME

           MOVE W-CRM TO CRED-CRM
           MOVE W-CONV TO CRED-CONV.

       LER-CADCRED.
           READ CADCRED
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE CRED-INICIO(7:2) TO W-INI-DIA
                MOVE CRED-INICIO(5:2) TO W-INI-MES
                MOVE CRED-INICIO(1:4) TO W-INI-ANO
                MOVE CRED-FIM(7:2) TO W-FIM-DIA
                MOVE CRED-FIM(5:2) TO W-FIM-MES
                MOVE CRED-FIM(1:4) TO W-FIM-ANO
                MOVE CRED-INICIO TO W-INI-YMD
                MOVE CRED-FIM TO W-FIM-YMD
                DISPLAY TELACRED
                DISPLAY (06, 32) NOMEMED
                DISPLAY (08, 32) CNOME
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCRED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           ACCEPT TDATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.

           IF W-INI-MES < 1 OR W-INI-MES > 12
                MOVE "DIGITE UMA DATA VALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           IF W-INI-DIA < 1 OR W-INI-DIA > 31
                MOVE "DIGITE UMA DATA VALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.

           MOVE W-INI-ANO TO W-INI-YMD(1:4)
           MOVE W-INI-MES TO W-INI-YMD(5:2)
           MOVE W-INI-DIA TO W-INI-YMD(7:2).

       R5.
           ACCEPT TDATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

           IF W-DATAFIM = ZEROS
                MOVE ZEROS TO W-FIM-YMD
                GO TO R5-FIM.

           IF W-FIM-MES < 1 OR W-FIM-MES > 12
                MOVE "DIGITE UMA DATA VALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           IF W-FIM-DIA < 1 OR W-FIM-DIA > 31
                MOVE "DIGITE UMA DATA VALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.

           MOVE W-FIM-ANO TO W-FIM-YMD(1:4)
           MOVE W-FIM-MES TO W-FIM-YMD(5:2)
           MOVE W-FIM-DIA TO W-FIM-YMD(7:2)

           IF W-FIM-YMD < W-INI-YMD
                MOVE "TERMINO MENOR QUE O INICIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
       R5-FIM.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                GO TO ALT-OPC.


       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MOVE-CRED
                WRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-CTRL-QTD
                      MOVE 1 TO W-CTRL-DELTA
                      PERFORM ATU-CTRL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* REGISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCRED"
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
                   GO TO R1
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
                   GO TO R1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.


       EXC-DL1.
                DELETE CADCRED RECORD
                IF ST-ERRO = "00"
                   SUBTRACT 1 FROM W-CTRL-QTD
                   MOVE -1 TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.

       ALT-RW1.
                PERFORM MOVE-CRED
                REWRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOVE-CRED.
           MOVE W-CRM TO CRED-CRM
           MOVE W-CONV TO CRED-CONV
           MOVE W-INI-YMD TO CRED-INICIO
           MOVE W-FIM-YMD TO CRED-FIM.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
       ATU-CTRL.
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE "CADCRED.DAT" TO CTRL-ARQUIVO
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
           CLOSE CADCRED CADMED CADCONV CADCTRL.
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
