                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALA WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMED WITH DUPLICATES.

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
          03 HORAR-HORAINI        PIC 9(04).
          03 HORAR-HORAFIM        PIC 9(04).
          03 HORAR-INTERV         PIC 9(03).
          03 HORAR-SALA           PIC 9(03).
          03 HORAR-UNIDADE        PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
            05 DDDMED      PIC 9(02).
            05 NUMMED      PIC 9(09).

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
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
          05 W-FIM-HH   PIC 9(02).
          05 W-FIM-MI   PIC 9(02).
       01 W-INTERV      PIC 9(03) VALUE ZEROS.
       01 W-UNIDADE     PIC 9(02) VALUE ZEROS.
       01 W-OPUNID      PIC 9(02) VALUE ZEROS.
       01 W-SALA        PIC 9(03) VALUE ZEROS.
       01 W-SALADESC    PIC X(30) VALUE SPACES.
       01 W-CONFLITO    PIC X(01) VALUE "N".
       01 W-MENSSALA.
          03 FILLER       PIC X(30) VALUE
             "SALA OCUPADA NO HORARIO - CRM ".
          03 W-MENSSALA-CRM PIC 999.999.
       01 W-DIASEMTXT   PIC X(07) VALUE SPACES.

       01 TABDIASX.
               VALUE  "       HORA FINAL     :   .".
           05  LINE 13  COLUMN 01
               VALUE  "       DURACAO (MIN)  :".
           05  LINE 14  COLUMN 01
               VALUE  "       UNIDADE        :".
           05  LINE 15  COLUMN 01
               VALUE  "       SALA           :".
           05  LINE 16  COLUMN 01
               VALUE  "       (000 = SEM SALA DEFINIDA)".

           05  TCRM
               LINE 05  COLUMN 25  PIC 999.999
               USING  W-INTERV
               HIGHLIGHT.

           05  TUNIDADE
               LINE 14  COLUMN 25  PIC 99
               USING  W-UNIDADE
               HIGHLIGHT.

           05  TSALA
               LINE 15  COLUMN 25  PIC 999
               USING  W-SALA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A2.
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

       R0A1.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSALA
                 CLOSE CADSALA
                 OPEN INPUT CADSALA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSALA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0B.
           OPEN INPUT CADOPER
                GO TO ROT-FIM.
           MOVE OPER-NIVEL TO W-NIVEL
           MOVE OPER-EXCLUI TO W-PERM-EXCLUI
           MOVE OPER-UNIDADE TO W-OPUNID
           CLOSE CADOPER.

      *------CONFERENCIA DO TOTAL DE REGISTROS (CADCTRL)---------------*

       R1.
           MOVE ZEROS TO W-CRM W-DIASEM W-HORAINI W-HORAFIM
           MOVE ZEROS TO W-INTERV W-SALA W-SEL
           MOVE W-OPUNID TO W-UNIDADE
           DISPLAY TELAHORAR.

       R2.
                MOVE HORAR-HORAINI TO W-HORAINI
                MOVE HORAR-HORAFIM TO W-HORAFIM
                MOVE HORAR-INTERV TO W-INTERV
                MOVE HORAR-SALA TO W-SALA
                MOVE HORAR-UNIDADE TO W-UNIDADE
                DISPLAY TELAHORAR
                DISPLAY (05, 35) NOMEMED
                DISPLAY (07, 28) W-DIASEMTXT
                PERFORM MOSTRA-UNID
                PERFORM MOSTRA-SALA
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADHORAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.

      *------UNIDADE EM QUE O MEDICO ATENDE NESTE DIA DA SEMANA--------*
       R6A.
           ACCEPT TUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.

           IF W-UNIDADE = ZEROS
                MOVE "DIGITE A UNIDADE DE ATENDIMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6A.
           IF W-OPUNID NOT = ZEROS AND W-UNIDADE NOT = W-OPUNID
                MOVE "OPERADOR SO MANTEM HORARIOS DA SUA UNIDADE"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                MOVE W-OPUNID TO W-UNIDADE
                GO TO R6A.
           MOVE W-UNIDADE TO UNID-CODIGO
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6A.
           IF UNID-ATIVA NOT = "S"
                MOVE "*** UNIDADE INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6A.
           PERFORM MOSTRA-UNID.

       R7.
           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6A.

           IF W-SALA = ZEROS
                PERFORM MOSTRA-SALA
                GO TO R7-FIM.

           MOVE W-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO = "23"
                MOVE "*** SALA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADSALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF SALA-ATIVA NOT = "S"
                MOVE "*** SALA INATIVA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           IF SALA-UNIDADE NOT = W-UNIDADE
                MOVE "*** SALA DE OUTRA UNIDADE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           PERFORM MOSTRA-SALA

      *------OUTRO MEDICO NA MESMA SALA, DIA E FAIXA DE HORARIO--------*
           MOVE "N" TO W-CONFLITO
           MOVE W-SALA TO HORAR-SALA
           START CADHORAR KEY IS NOT LESS HORAR-SALA INVALID KEY
                GO TO R7-FIM.

       R7-LER.
           READ CADHORAR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R7-TESTA.
           IF HORAR-SALA NOT = W-SALA
                GO TO R7-TESTA.
           IF HORAR-CRM = W-CRM OR HORAR-DIASEM NOT = W-DIASEM
                GO TO R7-LER.
           IF HORAR-UNIDADE NOT = W-UNIDADE
                GO TO R7-LER.
           IF W-HORAINI NOT < HORAR-HORAFIM OR
              W-HORAFIM NOT > HORAR-HORAINI
                GO TO R7-LER.
           MOVE "S" TO W-CONFLITO
           MOVE HORAR-CRM TO W-MENSSALA-CRM.

       R7-TESTA.
           IF W-CONFLITO = "S"
                MOVE W-MENSSALA TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
       R7-FIM.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-HORAINI TO HORAR-HORAINI
                MOVE W-HORAFIM TO HORAR-HORAFIM
                MOVE W-INTERV TO HORAR-INTERV
                MOVE W-SALA TO HORAR-SALA
                MOVE W-UNIDADE TO HORAR-UNIDADE
                WRITE REGHORAR
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-CTRL-QTD
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
      *------HORARIO DE OUTRA UNIDADE SO PODE SER CONSULTADO-----------*
                IF W-OPUNID NOT = ZEROS AND HORAR-UNIDADE NOT = W-OPUNID
                   MOVE "HORARIO DE OUTRA UNIDADE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R4
                ELSE
                   GO TO EXC-OPC.
      *
       EXC-OPC.
                IF W-PERM-EXCLUI NOT = "S"
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-HORAINI TO HORAR-HORAINI
                MOVE W-HORAFIM TO HORAR-HORAFIM
                MOVE W-INTERV TO HORAR-INTERV
                MOVE W-SALA TO HORAR-SALA
                MOVE W-UNIDADE TO HORAR-UNIDADE
                REWRITE REGHORAR
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOSTRA-UNID.
           MOVE W-UNIDADE TO UNID-CODIGO
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO UNID-NOME.
           DISPLAY (14, 35) UNID-NOME.

       MOSTRA-SALA.
           IF W-SALA = ZEROS
                MOVE "SEM SALA DEFINIDA" TO W-SALADESC
           ELSE
                MOVE W-SALA TO SALA-CODIGO
                READ CADSALA
                IF ST-ERRO = "00"
                     MOVE SALA-DESCR TO W-SALADESC
                ELSE
                     MOVE "*** SALA NAO CADASTRADA ***" TO W-SALADESC.
           DISPLAY (15, 35) W-SALADESC.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADHORAR CADMED CADSALA CADUNID CADCTRL.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
