       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP097.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * REGISTRO DAS VACINAS APLICADAS NO      *
      * PACIENTE (DOSE, DATA E LOTE) COM       *
      * CONFERENCIA DO INTERVALO ENTRE DOSES   *
      * E DA IDADE MINIMA (CADVACIN - SMP096)  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVACPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VACPA-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVACIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VACIN-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VACIN-NOME WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.

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
       FD CADVACPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACPA.DAT".
       01 REGVACPA.
          03 VACPA-CHAVE.
             05 VACPA-CPF         PIC 9(11).
             05 VACPA-VACINA      PIC 9(04).
             05 VACPA-DOSE        PIC 9(02).
          03 VACPA-DATA           PIC 9(08).
          03 VACPA-LOTE           PIC X(15).
          03 VACPA-OPERADOR       PIC X(10).

       FD CADVACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACIN.DAT".
       01 REGVACIN.
          03 VACIN-CODIGO         PIC 9(04).
          03 VACIN-NOME           PIC X(30).
          03 VACIN-DOSES          PIC 9(02).
          03 VACIN-INTERV         PIC 9(04).
          03 VACIN-IDADEMIN       PIC 9(03).

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
       01 LIXO          PIC 9(04) VALUE ZEROS.
       01 BI            PIC 9(01) VALUE ZEROS.

       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-VACINA      PIC 9(04) VALUE ZEROS.
       01 W-DOSE        PIC 9(02) VALUE ZEROS.
       01 W-DATAAPL.
          05 W-DA-DIA   PIC 9(02).
          05 W-DA-MES   PIC 9(02).
          05 W-DA-ANO   PIC 9(04).
       01 W-LOTE        PIC X(15) VALUE SPACES.
       01 W-APLYMD      PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          05 W-HOJE-ANO PIC 9(04).
          05 W-HOJE-MES PIC 9(02).
          05 W-HOJE-DIA PIC 9(02).
       01 W-HOJEYMD REDEFINES W-HOJE PIC 9(08).
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.

      *------IDADE DO PACIENTE NA DATA DA APLICACAO, EM MESES----------*
       01 W-IDADEMES    PIC S9(05) VALUE ZEROS.

      *------INTERVALO EM DIAS ENTRE DUAS DOSES------------------------*
       01 W-SER-ANO     PIC 9(04) VALUE ZEROS.
       01 W-SER-MES     PIC 9(02) VALUE ZEROS.
       01 W-SER-DIA     PIC 9(02) VALUE ZEROS.
       01 W-SER-BISX    PIC 9(04) VALUE ZEROS.
       01 W-SERIAL      PIC 9(08) VALUE ZEROS.
       01 W-SERAPL      PIC 9(08) VALUE ZEROS.
       01 W-DIASINT     PIC S9(05) VALUE ZEROS.
       01 W-DIASFMT     PIC ZZZZ9.

      *------DIAS ACUMULADOS ANTES DE CADA MES-------------------------*
       01 TABMDIASX.
          03 FILLER     PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 TABMDIAS REDEFINES TABMDIASX.
          03 TBMDIA     PIC 9(03) OCCURS 12 TIMES.

      *------ESQUEMA DA VACINA ESCOLHIDA-------------------------------*
       01 W-ESQUEMA.
          03 FILLER        PIC X(09) VALUE "ESQUEMA: ".
          03 W-ESQ-DOSES   PIC Z9.
          03 FILLER        PIC X(16) VALUE " DOSE(S) A CADA ".
          03 W-ESQ-INTERV  PIC ZZZ9.
          03 FILLER        PIC X(21) VALUE " DIAS - IDADE MINIMA ".
          03 W-ESQ-IDADE   PIC ZZ9.
          03 FILLER        PIC X(06) VALUE " MESES".

      *------LISTA DAS VACINAS JA APLICADAS NO PACIENTE----------------*
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-VACLIN.
          03 W-VL-VACINA   PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-VL-NOME     PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-VL-DOSE     PIC Z9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-VL-DIA      PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-VL-MES      PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-VL-ANO      PIC 9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-VL-LOTE     PIC X(15).

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
       01  TELAVACPA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                  REGISTRO DE VACINAS AP".
           05  LINE 02  COLUMN 41
               VALUE  "LICADAS".
           05  LINE 04  COLUMN 01
               VALUE  " CPF PACIENTE :".
           05  LINE 07  COLUMN 01
               VALUE  " VACINA       :".
           05  LINE 10  COLUMN 01
               VALUE  " DOSE         :      (00 = PROXIMA)".
           05  LINE 11  COLUMN 01
               VALUE  " DATA APLICAC.:".
           05  LINE 12  COLUMN 01
               VALUE  " LOTE         :".
           05  LINE 14  COLUMN 01
               VALUE  " VACINAS APLICADAS NO PACIENTE:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".

           05  TCPF
               LINE 04  COLUMN 16  PIC 999.999.999.99
               USING  W-CPF
               HIGHLIGHT.

           05  TVACINA
               LINE 07  COLUMN 16  PIC 9(04)
               USING  W-VACINA
               HIGHLIGHT.

           05  TDOSE
               LINE 10  COLUMN 17  PIC 99
               USING  W-DOSE
               HIGHLIGHT.

           05  TDATAAPL
               LINE 11  COLUMN 17  PIC 99.99.9999
               USING  W-DATAAPL
               HIGHLIGHT.

           05  TLOTE
               LINE 12  COLUMN 17  PIC X(15)
               USING  W-LOTE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O CADVACPA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADVACPA
                 CLOSE CADVACPA
                 MOVE "*** ARQUIVO CADVACPA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACPA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADVACIN NAO EXISTE, EXECUTE O SMP096"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
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
           MOVE ZEROS TO VACPA-CPF VACPA-VACINA VACPA-DOSE
           START CADVACPA KEY IS NOT LESS VACPA-CHAVE INVALID KEY
                 GO TO R0-CTRL-CONFERE.
       R0-CTRL-LE.
           READ CADVACPA NEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-CTRL-QTD
                GO TO R0-CTRL-LE.

       R0-CTRL-CONFERE.
           MOVE "CADVACPA.DAT" TO CTRL-ARQUIVO
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
           MOVE ZEROS TO W-CPF W-VACINA
           MOVE SPACES TO NOME
           DISPLAY TELAVACPA.

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
           DISPLAY (05, 16) NOME
           PERFORM LISTA-VACPA THRU LISTA-VACPA-FIM.

       R3.
           ACCEPT TVACINA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.

           MOVE W-VACINA TO VACIN-CODIGO
           READ CADVACIN
           IF ST-ERRO NOT = "00"
                MOVE "*** VACINA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           MOVE VACIN-DOSES TO W-ESQ-DOSES
           MOVE VACIN-INTERV TO W-ESQ-INTERV
           MOVE VACIN-IDADEMIN TO W-ESQ-IDADE.

       R4.
           MOVE ZEROS TO W-DOSE W-SEL
           MOVE W-HOJE-DIA TO W-DA-DIA
           MOVE W-HOJE-MES TO W-DA-MES
           MOVE W-HOJE-ANO TO W-DA-ANO
           MOVE SPACES TO W-LOTE
           PERFORM MOSTRA-TELA.

       R5.
           ACCEPT TDOSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.

           IF W-DOSE > VACIN-DOSES
                MOVE "*** DOSE ACIMA DO ESQUEMA DA VACINA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           IF W-DOSE = ZEROS
                PERFORM PROX-DOSE THRU PROX-DOSE-FIM
                DISPLAY TDOSE.
           IF W-DOSE > VACIN-DOSES
                MOVE "*** ESQUEMA DA VACINA JA COMPLETO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.

           PERFORM MOVE-CHAVE.

       LER-CADVACPA.
           READ CADVACPA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE VACPA-DATA(7:2) TO W-DA-DIA
                MOVE VACPA-DATA(5:2) TO W-DA-MES
                MOVE VACPA-DATA(1:4) TO W-DA-ANO
                MOVE VACPA-LOTE TO W-LOTE
                PERFORM MOSTRA-TELA
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADVACPA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R6.
           ACCEPT TDATAAPL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

           IF W-DA-MES < 1 OR W-DA-MES > 12
                MOVE "DIGITE UMA DATA VALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-DA-DIA < 1 OR W-DA-DIA > W-ULTDIA
                MOVE "DIGITE UMA DATA VALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
           MOVE W-DA-ANO TO W-APLYMD(1:4)
           MOVE W-DA-MES TO W-APLYMD(5:2)
           MOVE W-DA-DIA TO W-APLYMD(7:2)
           IF W-APLYMD > W-HOJEYMD
                MOVE "*** DATA DE APLICACAO NO FUTURO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.

      *------IDADE MINIMA (NASCIMENTO EM BRANCO NAO E CONFERIDO)-------*
           IF VACIN-IDADEMIN = ZEROS OR ANO = ZEROS
                GO TO R6-INTERV.
           COMPUTE W-IDADEMES = (W-DA-ANO * 12 + W-DA-MES) -
                                (ANO * 12 + MES)
           IF W-DA-DIA < DIA
                SUBTRACT 1 FROM W-IDADEMES.
           IF W-IDADEMES < VACIN-IDADEMIN
                MOVE "PACIENTE ABAIXO DA IDADE MINIMA DA VACINA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.

      *------INTERVALO MINIMO DESDE A DOSE ANTERIOR--------------------*
       R6-INTERV.
           MOVE W-DA-ANO TO W-SER-ANO
           MOVE W-DA-MES TO W-SER-MES
           MOVE W-DA-DIA TO W-SER-DIA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL TO W-SERAPL
           IF W-DOSE = 1
                GO TO R6-SEGUINTE.

           PERFORM MOVE-CHAVE
           SUBTRACT 1 FROM VACPA-DOSE
           READ CADVACPA
           IF ST-ERRO = "23"
                MOVE "*** DOSE ANTERIOR NAO REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADVACPA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM SERIAL-VACPA
           COMPUTE W-DIASINT = W-SERAPL - W-SERIAL
           IF W-DIASINT < VACIN-INTERV
                MOVE W-DIASINT TO W-DIASFMT
                DISPLAY (13, 01) "DIAS DESDE A DOSE ANTERIOR:"
                DISPLAY (13, 29) W-DIASFMT
                MOVE "*** INTERVALO MINIMO ENTRE DOSES NAO CUMPRIDO"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (13, 01) LIMPA
                GO TO R6.

      *------NA ALTERACAO, CONFERE TAMBEM A DOSE SEGUINTE--------------*
       R6-SEGUINTE.
           PERFORM MOVE-CHAVE
           ADD 1 TO VACPA-DOSE
           READ CADVACPA
           IF ST-ERRO NOT = "00"
                GO TO R7.
           PERFORM SERIAL-VACPA
           COMPUTE W-DIASINT = W-SERIAL - W-SERAPL
           IF W-DIASINT < VACIN-INTERV
                MOVE "*** INTERVALO ATE A DOSE SEGUINTE NAO CUMPRIDO"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.

       R7.
           ACCEPT TLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.

           IF W-LOTE = SPACES
                MOVE "DIGITE O LOTE DA VACINA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
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
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MOVE-VACPA
                WRITE REGVACPA
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-CTRL-QTD
                      MOVE 1 TO W-CTRL-DELTA
                      PERFORM ATU-CTRL
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R4.
                IF ST-ERRO = "22"
                  MOVE "* REGISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R4
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVACPA"
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
                   GO TO R4
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R6
                   ELSE
                      GO TO EXC-OPC.
      *
       EXC-OPC.
                IF W-PERM-EXCLUI NOT = "S"
                   MOVE "OPERADOR SEM PERMISSAO DE EXCLUSAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
      *------SO A ULTIMA DOSE REGISTRADA PODE SER EXCLUIDA-------------*
                PERFORM MOVE-CHAVE
                ADD 1 TO VACPA-DOSE
                READ CADVACPA
                IF ST-ERRO = "00"
                   MOVE "EXCLUA ANTES A DOSE SEGUINTE DA VACINA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.


       EXC-DL1.
                PERFORM MOVE-CHAVE
                DELETE CADVACPA RECORD
                IF ST-ERRO = "00"
                   SUBTRACT 1 FROM W-CTRL-QTD
                   MOVE -1 TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
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
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.

       ALT-RW1.
                PERFORM MOVE-VACPA
                REWRITE REGVACPA
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOSTRA-TELA.
           DISPLAY TELAVACPA
           DISPLAY (05, 16) NOME
           DISPLAY (07, 23) VACIN-NOME
           DISPLAY (08, 16) W-ESQUEMA
           PERFORM LISTA-VACPA THRU LISTA-VACPA-FIM.

       MOVE-CHAVE.
           MOVE W-CPF TO VACPA-CPF
           MOVE W-VACINA TO VACPA-VACINA
           MOVE W-DOSE TO VACPA-DOSE.

       MOVE-VACPA.
           PERFORM MOVE-CHAVE
           MOVE W-APLYMD TO VACPA-DATA
           MOVE W-LOTE TO VACPA-LOTE
           MOVE W-OPERADOR TO VACPA-OPERADOR.

       SERIAL-VACPA.
           MOVE VACPA-DATA(1:4) TO W-SER-ANO
           MOVE VACPA-DATA(5:2) TO W-SER-MES
           MOVE VACPA-DATA(7:2) TO W-SER-DIA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.

      *------PROXIMA DOSE DA VACINA NO PACIENTE------------------------*
       PROX-DOSE.
           MOVE ZEROS TO W-DOSE
           PERFORM MOVE-CHAVE
           START CADVACPA KEY IS NOT LESS VACPA-CHAVE INVALID KEY
                GO TO PROX-DOSE-SOMA.
       PROX-DOSE-LER.
           READ CADVACPA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO PROX-DOSE-SOMA.
           IF VACPA-CPF NOT = W-CPF OR VACPA-VACINA NOT = W-VACINA
                GO TO PROX-DOSE-SOMA.
           MOVE VACPA-DOSE TO W-DOSE
           GO TO PROX-DOSE-LER.
       PROX-DOSE-SOMA.
           ADD 1 TO W-DOSE.
       PROX-DOSE-FIM.
           EXIT.

      *------MOSTRA AS VACINAS DO PACIENTE (LINHAS 15 A 21)------------*
       LISTA-VACPA.
           MOVE 15 TO W-LIN
           MOVE W-CPF TO VACPA-CPF
           MOVE ZEROS TO VACPA-VACINA VACPA-DOSE
           START CADVACPA KEY IS NOT LESS VACPA-CHAVE INVALID KEY
                GO TO LISTA-VACPA-FIM.
       LISTA-VACPA-LER.
           IF W-LIN > 21
                GO TO LISTA-VACPA-FIM.
           READ CADVACPA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LISTA-VACPA-FIM.
           IF VACPA-CPF NOT = W-CPF
                GO TO LISTA-VACPA-FIM.
           MOVE VACPA-VACINA TO W-VL-VACINA VACIN-CODIGO
           READ CADVACIN
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO VACIN-NOME.
           MOVE VACIN-NOME TO W-VL-NOME
           MOVE VACPA-DOSE TO W-VL-DOSE
           MOVE VACPA-DATA(7:2) TO W-VL-DIA
           MOVE VACPA-DATA(5:2) TO W-VL-MES
           MOVE VACPA-DATA(1:4) TO W-VL-ANO
           MOVE VACPA-LOTE TO W-VL-LOTE
           DISPLAY (W-LIN, 03) W-VACLIN
           ADD 1 TO W-LIN
           GO TO LISTA-VACPA-LER.
       LISTA-VACPA-FIM.
           IF W-VACINA NOT = ZEROS
                MOVE W-VACINA TO VACIN-CODIGO
                READ CADVACIN.

      *------ULTIMO DIA DO MES DA APLICACAO----------------------------*
       CALC-ULTDIA.
           IF W-DA-MES = 04 OR 06 OR 09 OR 11
              MOVE 30 TO W-ULTDIA
           ELSE
              IF W-DA-MES = 02
                 DIVIDE W-DA-ANO BY 4 GIVING LIXO REMAINDER BI
                 IF BI = 0
                    MOVE 29 TO W-ULTDIA
                 ELSE
                    MOVE 28 TO W-ULTDIA
              ELSE
                 MOVE 31 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.

      *------NUMERO SERIAL DO DIA (P/ CONTAR DIAS ENTRE DOSES)---------*
       CALC-SERIAL.
           MOVE W-SER-ANO TO W-SER-BISX
           IF W-SER-MES < 3
                SUBTRACT 1 FROM W-SER-BISX.
           DIVIDE W-SER-BISX BY 4 GIVING W-SER-BISX
           COMPUTE W-SERIAL = (W-SER-ANO * 365) + W-SER-BISX +
                              TBMDIA(W-SER-MES) + W-SER-DIA.
       CALC-SERIAL-FIM.
           EXIT.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
       ATU-CTRL.
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE "CADVACPA.DAT" TO CTRL-ARQUIVO
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
           CLOSE CADVACPA CADVACIN CADPACI CADCTRL.
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
