       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP077.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CADASTRO DE SALAS DE ATENDIMENTO       *
      * (DESCRICAO, EQUIPAMENTOS E SITUACAO)   *
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

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.

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
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO          PIC 9(03).
          03 SALA-DESCR           PIC X(30).
          03 SALA-EQUIP           PIC X(50).
          03 SALA-ATIVA           PIC X(01).
          03 SALA-UNIDADE         PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).

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

       01 W-SALA        PIC 9(03) VALUE ZEROS.
       01 W-DESCR       PIC X(30) VALUE SPACES.
       01 W-EQUIP       PIC X(50) VALUE SPACES.
       01 W-ATIVA       PIC X(01) VALUE "S".
       01 W-UNIDADE     PIC 9(02) VALUE ZEROS.
       01 W-OPUNID      PIC 9(02) VALUE ZEROS.

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
       01  TELASALA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              CADASTRO DE SALAS DE ATEND".
           05  LINE 02  COLUMN 41
               VALUE  "IMENTO".
           05  LINE 06  COLUMN 01
               VALUE  "       CODIGO SALA  :".
           05  LINE 08  COLUMN 01
               VALUE  "       DESCRICAO    :".
           05  LINE 10  COLUMN 01
               VALUE  "       EQUIPAMENTOS :".
           05  LINE 12  COLUMN 01
               VALUE  "       ATIVA (S/N)  :".
           05  LINE 14  COLUMN 01
               VALUE  "       UNIDADE      :".

           05  TSALA
               LINE 06  COLUMN 23  PIC 9(03)
               USING  W-SALA
               HIGHLIGHT.

           05  TDESCR
               LINE 08  COLUMN 23  PIC X(30)
               USING  W-DESCR
               HIGHLIGHT.

           05  TEQUIP
               LINE 10  COLUMN 23  PIC X(50)
               USING  W-EQUIP
               HIGHLIGHT.

           05  TATIVA
               LINE 12  COLUMN 23  PIC X(01)
               USING  W-ATIVA
               HIGHLIGHT.

           05  TUNIDADE
               LINE 14  COLUMN 23  PIC 99
               USING  W-UNIDADE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADSALA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSALA
                 CLOSE CADSALA
                 MOVE "*** ARQUIVO CADSALA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A1.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADUNID
                 CLOSE CADUNID
                 OPEN INPUT CADUNID
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADUNID" TO MENS
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
           MOVE OPER-UNIDADE TO W-OPUNID
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
           MOVE ZEROS TO SALA-CODIGO
           START CADSALA KEY IS NOT LESS SALA-CODIGO INVALID KEY
                 GO TO R0-CTRL-CONFERE.
       R0-CTRL-LE.
           READ CADSALA NEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-CTRL-QTD
                GO TO R0-CTRL-LE.

       R0-CTRL-CONFERE.
           MOVE "CADSALA.DAT" TO CTRL-ARQUIVO
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
           MOVE ZEROS TO W-SALA W-SEL
           MOVE SPACES TO W-DESCR W-EQUIP
           MOVE "S" TO W-ATIVA
           MOVE W-OPUNID TO W-UNIDADE
           DISPLAY TELASALA.

       R2.
           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           IF W-SALA = ZEROS
                MOVE "DIGITE UM CODIGO DE SALA VALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.

           MOVE W-SALA TO SALA-CODIGO.

       LER-CADSALA.
           READ CADSALA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE SALA-DESCR TO W-DESCR
                MOVE SALA-EQUIP TO W-EQUIP
                MOVE SALA-ATIVA TO W-ATIVA
                MOVE SALA-UNIDADE TO W-UNIDADE
                DISPLAY TELASALA
                PERFORM MOSTRA-UNID
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADSALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.

           IF W-DESCR = SPACES
                MOVE "DIGITE A DESCRICAO DA SALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.

       R4.
           ACCEPT TEQUIP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.

       R5.
           ACCEPT TATIVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

           IF W-ATIVA NOT = "S" AND W-ATIVA NOT = "N"
                MOVE "DIGITE S=ATIVA OU N=INATIVA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.

      *------UNIDADE A QUE A SALA PERTENCE-----------------------------*
       R6.
           ACCEPT TUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.

           IF W-UNIDADE = ZEROS
                MOVE "DIGITE A UNIDADE DA SALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
           IF W-OPUNID NOT = ZEROS AND W-UNIDADE NOT = W-OPUNID
                MOVE "OPERADOR SO MANTEM SALAS DA SUA UNIDADE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                MOVE W-OPUNID TO W-UNIDADE
                GO TO R6.
           MOVE W-UNIDADE TO UNID-CODIGO
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           IF UNID-ATIVA NOT = "S"
                MOVE "*** UNIDADE INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           PERFORM MOSTRA-UNID.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                GO TO ALT-OPC.


       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MOVE-SALA
                WRITE REGSALA
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
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSALA"
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
                      GO TO R3
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
                DELETE CADSALA RECORD
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
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.

       ALT-RW1.
                PERFORM MOVE-SALA
                REWRITE REGSALA
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOVE-SALA.
           MOVE W-SALA TO SALA-CODIGO
           MOVE W-DESCR TO SALA-DESCR
           MOVE W-EQUIP TO SALA-EQUIP
           MOVE W-ATIVA TO SALA-ATIVA
           MOVE W-UNIDADE TO SALA-UNIDADE.

       MOSTRA-UNID.
           MOVE W-UNIDADE TO UNID-CODIGO
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO UNID-NOME.
           DISPLAY (14, 30) UNID-NOME.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
       ATU-CTRL.
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE "CADSALA.DAT" TO CTRL-ARQUIVO
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
           CLOSE CADSALA CADUNID CADCTRL.
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
