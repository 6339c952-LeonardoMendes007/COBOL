       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP073.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * REGRAS DE COBERTURA DO CONVENIO POR    *
      * PLANO E ESPECIALIDADE: CARENCIA, LIMITE*
      * ANUAL DE CONSULTAS E FAIXA DE IDADE    *
      * PLANO 00 = VALE PARA TODOS OS PLANOS   *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COBER-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPLANO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMPLANO WITH DUPLICATES.

       SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESPEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESPEC WITH DUPLICATES.

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
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBER.DAT".
       01 REGCOBER.
          03 COBER-CHAVE.
             05 COBER-CONV        PIC 9(04).
             05 COBER-PLANO       PIC 9(02).
             05 COBER-ESPEC       PIC 9(02).
          03 COBER-CARENCIA       PIC 9(03).
          03 COBER-MAXANO         PIC 9(03).
          03 COBER-IDADEMIN       PIC 9(03).
          03 COBER-IDADEMAX       PIC 9(03).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).

       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
          03 CODPLANO          PIC 9(02).
          03 DENOMPLANO        PIC X(30).

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
          03 CODESPEC          PIC 9(02).
          03 DENOMESPEC        PIC X(30).

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

       01 W-CONV        PIC 9(04) VALUE ZEROS.
       01 W-PLANO       PIC 9(02) VALUE ZEROS.
       01 W-ESPEC       PIC 9(02) VALUE ZEROS.
       01 W-CARENCIA    PIC 9(03) VALUE ZEROS.
       01 W-MAXANO      PIC 9(03) VALUE ZEROS.
       01 W-IDADEMIN    PIC 9(03) VALUE ZEROS.
       01 W-IDADEMAX    PIC 9(03) VALUE ZEROS.
       01 W-DENOMPLANO  PIC X(30) VALUE SPACES.

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
       01  TELACOBER.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           REGRAS DE COBERTURA DO CONVENIO".
           05  LINE 05  COLUMN 01
               VALUE  "       CONVENIO     :".
           05  LINE 07  COLUMN 01
               VALUE  "       PLANO        :".
           05  LINE 08  COLUMN 01
               VALUE  "       (00 = TODOS OS PLANOS DO CONVENIO)".
           05  LINE 10  COLUMN 01
               VALUE  "       ESPECIALIDADE:".
           05  LINE 13  COLUMN 01
               VALUE  "       CARENCIA APOS A ADESAO (DIAS)   :".
           05  LINE 15  COLUMN 01
               VALUE  "       MAXIMO DE CONSULTAS POR ANO     :".
           05  LINE 16  COLUMN 01
               VALUE  "       (000 = SEM LIMITE)".
           05  LINE 18  COLUMN 01
               VALUE  "       IDADE MINIMA:".
           05  LINE 18  COLUMN 30
               VALUE  "IDADE MAXIMA:".
           05  LINE 19  COLUMN 01
               VALUE  "       (000 = SEM RESTRICAO DE IDADE)".

           05  TCONV
               LINE 05  COLUMN 23  PIC 9(04)
               USING  W-CONV
               HIGHLIGHT.

           05  TPLANO
               LINE 07  COLUMN 23  PIC 99
               USING  W-PLANO
               HIGHLIGHT.

           05  TESPEC
               LINE 10  COLUMN 23  PIC 99
               USING  W-ESPEC
               HIGHLIGHT.

           05  TCARENCIA
               LINE 13  COLUMN 42  PIC 999
               USING  W-CARENCIA
               HIGHLIGHT.

           05  TMAXANO
               LINE 15  COLUMN 42  PIC 999
               USING  W-MAXANO
               HIGHLIGHT.

           05  TIDADEMIN
               LINE 18  COLUMN 22  PIC 999
               USING  W-IDADEMIN
               HIGHLIGHT.

           05  TIDADEMAX
               LINE 18  COLUMN 44  PIC 999
               USING  W-IDADEMAX
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADCOBER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOBER
                 CLOSE CADCOBER
                 MOVE "*** ARQUIVO CADCOBER FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOBER" TO MENS
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

       R0A1.
           OPEN INPUT CADPLANO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLANO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADESPEC" TO MENS
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
           MOVE ZEROS TO COBER-CONV COBER-PLANO COBER-ESPEC
           START CADCOBER KEY IS NOT LESS COBER-CHAVE INVALID KEY
                 GO TO R0-CTRL-CONFERE.
       R0-CTRL-LE.
           READ CADCOBER NEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-CTRL-QTD
                GO TO R0-CTRL-LE.

       R0-CTRL-CONFERE.
           MOVE "CADCOBER.DAT" TO CTRL-ARQUIVO
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
           MOVE ZEROS TO W-CONV W-PLANO W-ESPEC W-SEL
           MOVE ZEROS TO W-CARENCIA W-MAXANO W-IDADEMIN W-IDADEMAX
           DISPLAY TELACOBER.

       R2.
           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           IF W-CONV = ZEROS
                MOVE "*** PARTICULAR NAO TEM REGRA DE COBERTURA ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

           MOVE W-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO = "23"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (05, 29) CNOME
           MOVE PLANO TO W-PLANO.

       R2A.
           ACCEPT TPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.

           IF W-PLANO = ZEROS
                MOVE "TODOS OS PLANOS" TO W-DENOMPLANO
                GO TO R2A-FIM.

           MOVE W-PLANO TO CODPLANO
           READ CADPLANO
           IF ST-ERRO = "23"
                MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2A.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADPLANO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE DENOMPLANO TO W-DENOMPLANO.
       R2A-FIM.
           DISPLAY (07, 29) W-DENOMPLANO.

       R3.
           ACCEPT TESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2A.

           MOVE W-ESPEC TO CODESPEC
           READ CADESPEC
           IF ST-ERRO = "23"
                MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADESPEC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (10, 29) DENOMESPEC

           MOVE W-CONV TO COBER-CONV
           MOVE W-PLANO TO COBER-PLANO
           MOVE W-ESPEC TO COBER-ESPEC.

       LER-CADCOBER.
           READ CADCOBER
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE COBER-CARENCIA TO W-CARENCIA
                MOVE COBER-MAXANO TO W-MAXANO
                MOVE COBER-IDADEMIN TO W-IDADEMIN
                MOVE COBER-IDADEMAX TO W-IDADEMAX
                DISPLAY TELACOBER
                DISPLAY (05, 29) CNOME
                DISPLAY (07, 29) W-DENOMPLANO
                DISPLAY (10, 29) DENOMESPEC
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCOBER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           ACCEPT TCARENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.

           IF W-CARENCIA > 720
                MOVE "CARENCIA MAXIMA DE 720 DIAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

       R5.
           ACCEPT TMAXANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

       R6.
           ACCEPT TIDADEMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.

       R7.
           ACCEPT TIDADEMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.

           IF W-IDADEMAX NOT = ZEROS AND W-IDADEMAX < W-IDADEMIN
                MOVE "IDADE MAXIMA MENOR QUE A MINIMA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                GO TO ALT-OPC.


       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MOVE-COBER
                WRITE REGCOBER
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
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOBER"
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
                DELETE CADCOBER RECORD
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
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.

       ALT-RW1.
                PERFORM MOVE-COBER
                REWRITE REGCOBER
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOVE-COBER.
           MOVE W-CONV TO COBER-CONV
           MOVE W-PLANO TO COBER-PLANO
           MOVE W-ESPEC TO COBER-ESPEC
           MOVE W-CARENCIA TO COBER-CARENCIA
           MOVE W-MAXANO TO COBER-MAXANO
           MOVE W-IDADEMIN TO COBER-IDADEMIN
           MOVE W-IDADEMAX TO COBER-IDADEMAX.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
       ATU-CTRL.
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE "CADCOBER.DAT" TO CTRL-ARQUIVO
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
           CLOSE CADCOBER CADCONV CADPLANO CADESPEC CADCTRL.
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
