       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP106.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * PARAMETROS DA NOTA FISCAL DE SERVICO   *
      * (NFS-E): PRESTADOR, CODIGO DO SERVICO, *
      * ALIQUOTA DO ISS E A SEQUENCIA DE       *
      * NUMERACAO DO RPS E DOS LOTES - USADO   *
      * PELOS SMP108, SMP109 E SMP110          *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNFSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFSP-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNFSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSP.DAT".
       01 REGNFSP.
          03 NFSP-CHAVE        PIC 9(01).
          03 NFSP-CNPJ         PIC 9(14).
          03 NFSP-INSCMUN      PIC X(15).
          03 NFSP-CODSERV      PIC X(05).
          03 NFSP-DISCRIM      PIC X(40).
          03 NFSP-ALIQ         PIC 9(02)V99.
          03 NFSP-SERIE        PIC X(05).
          03 NFSP-ULTRPS       PIC 9(08).
          03 NFSP-ULTLOTE      PIC 9(06).

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
       01 W-SEL         PIC 9(01) VALUE ZEROS.

       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-INSCMUN     PIC X(15) VALUE SPACES.
       01 W-CODSERV     PIC X(05) VALUE SPACES.
       01 W-DISCRIM     PIC X(40) VALUE SPACES.
       01 W-ALIQ        PIC 9(02)V99 VALUE ZEROS.
       01 W-SERIE       PIC X(05) VALUE SPACES.
       01 W-ULTRPS      PIC 9(08) VALUE ZEROS.
       01 W-ULTLOTE     PIC 9(06) VALUE ZEROS.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-NIVEL       PIC X(01) VALUE "O".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELANFSP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          PARAMETROS DA NOTA FISCAL DE S".
           05  LINE 02  COLUMN 41
               VALUE  "ERVICO (NFS-E)".
           05  LINE 05  COLUMN 01
               VALUE  "     CNPJ DO PRESTADOR      :".
           05  LINE 06  COLUMN 01
               VALUE  "     INSCRICAO MUNICIPAL    :".
           05  LINE 08  COLUMN 01
               VALUE  "     CODIGO DO SERVICO      :       (IT".
           05  LINE 08  COLUMN 41
               VALUE  "EM DA LISTA, EX: 04.03)".
           05  LINE 09  COLUMN 01
               VALUE  "     DISCRIMINACAO PADRAO   :".
           05  LINE 10  COLUMN 01
               VALUE  "     ALIQUOTA DO ISS (%)    :".
           05  LINE 12  COLUMN 01
               VALUE  "     SERIE DO RPS           :".
           05  LINE 13  COLUMN 01
               VALUE  "     ULTIMO RPS EMITIDO     :          ".
           05  LINE 13  COLUMN 41
               VALUE  "(SO O SUPERVISOR ALTERA)".
           05  LINE 14  COLUMN 01
               VALUE  "     ULTIMO LOTE GERADO     :".

           05  TCNPJ
               LINE 05  COLUMN 31  PIC 9(14)
               USING  W-CNPJ
               HIGHLIGHT.

           05  TINSCMUN
               LINE 06  COLUMN 31  PIC X(15)
               USING  W-INSCMUN
               HIGHLIGHT.

           05  TCODSERV
               LINE 08  COLUMN 31  PIC X(05)
               USING  W-CODSERV
               HIGHLIGHT.

           05  TDISCRIM
               LINE 09  COLUMN 31  PIC X(40)
               USING  W-DISCRIM
               HIGHLIGHT.

           05  TALIQ
               LINE 10  COLUMN 31  PIC 99,99
               USING  W-ALIQ
               HIGHLIGHT.

           05  TSERIE
               LINE 12  COLUMN 31  PIC X(05)
               USING  W-SERIE
               HIGHLIGHT.

           05  TULTRPS
               LINE 13  COLUMN 31  PIC 9(08)
               USING  W-ULTRPS
               HIGHLIGHT.

           05  TULTLOTE
               LINE 14  COLUMN 31  PIC 9(06)
               USING  W-ULTLOTE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADNFSP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADNFSP
                 CLOSE CADNFSP
                 MOVE "*** ARQUIVO CADNFSP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFSP" TO MENS
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
           CLOSE CADOPER.

      *------REGISTRO UNICO DE PARAMETROS (CHAVE 1)--------------------*
       R1.
           MOVE ZEROS TO W-SEL
           MOVE 1 TO NFSP-CHAVE
           READ CADNFSP
           IF ST-ERRO = "23"
                MOVE ZEROS TO W-CNPJ W-ALIQ W-ULTRPS W-ULTLOTE
                MOVE SPACES TO W-INSCMUN W-CODSERV W-DISCRIM
                MOVE "CONSULTA MEDICA" TO W-DISCRIM
                MOVE "1" TO W-SERIE
                DISPLAY TELANFSP
                GO TO R2.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADNFSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE 1 TO W-SEL
           MOVE NFSP-CNPJ TO W-CNPJ
           MOVE NFSP-INSCMUN TO W-INSCMUN
           MOVE NFSP-CODSERV TO W-CODSERV
           MOVE NFSP-DISCRIM TO W-DISCRIM
           MOVE NFSP-ALIQ TO W-ALIQ
           MOVE NFSP-SERIE TO W-SERIE
           MOVE NFSP-ULTRPS TO W-ULTRPS
           MOVE NFSP-ULTLOTE TO W-ULTLOTE
           DISPLAY TELANFSP.

       R2.
           ACCEPT TCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           IF W-CNPJ = ZEROS
                MOVE "DIGITE O CNPJ DO PRESTADOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.

       R3.
           ACCEPT TINSCMUN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.

           IF W-INSCMUN = SPACES
                MOVE "DIGITE A INSCRICAO MUNICIPAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.

       R4.
           ACCEPT TCODSERV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R3.

           IF W-CODSERV = SPACES
                MOVE "DIGITE O CODIGO DO SERVICO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.

       R5.
           ACCEPT TDISCRIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R4.

           IF W-DISCRIM = SPACES
                MOVE "DIGITE A DISCRIMINACAO DO SERVICO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.

      *------ALIQUOTA MUNICIPAL DO ISS: DE 2% A 5%---------------------*
       R6.
           ACCEPT TALIQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R5.

           IF W-ALIQ < 2 OR W-ALIQ > 5
                MOVE "ALIQUOTA DO ISS DEVE SER DE 2,00 A 5,00" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.

       R7.
           ACCEPT TSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.

           IF W-SERIE = SPACES
                MOVE "DIGITE A SERIE DO RPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.

      *------A NUMERACAO DO RPS SO E AJUSTADA PELO SUPERVISOR, PARA----*
      *------ACERTAR COM A ULTIMA NOTA JA EMITIDA NA PREFEITURA--------*
       R8.
           IF W-NIVEL NOT = "S"
                GO TO INC-OPC.
           ACCEPT TULTRPS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R7.

           IF W-SEL = 1 AND W-ULTRPS < NFSP-ULTRPS
                MOVE "NUMERO MENOR QUE O ULTIMO RPS EMITIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.

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
                IF W-SEL = 1
                   GO TO ALT-RW1.

       INC-WR1.
                PERFORM MOVE-NFSP
                WRITE REGNFSP
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNFSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------RELE O REGISTRO: A SEQUENCIA PODE TER ANDADO NO SMP108----*
       ALT-RW1.
                MOVE 1 TO NFSP-CHAVE
                READ CADNFSP
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO CADNFSP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-ULTRPS < NFSP-ULTRPS
                   MOVE NFSP-ULTRPS TO W-ULTRPS.
                MOVE NFSP-ULTLOTE TO W-ULTLOTE
                PERFORM MOVE-NFSP
                REWRITE REGNFSP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** PARAMETROS ALTERADOS ***      " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       MOVE-NFSP.
           MOVE 1 TO NFSP-CHAVE
           MOVE W-CNPJ TO NFSP-CNPJ
           MOVE W-INSCMUN TO NFSP-INSCMUN
           MOVE W-CODSERV TO NFSP-CODSERV
           MOVE W-DISCRIM TO NFSP-DISCRIM
           MOVE W-ALIQ TO NFSP-ALIQ
           MOVE W-SERIE TO NFSP-SERIE
           MOVE W-ULTRPS TO NFSP-ULTRPS
           MOVE W-ULTLOTE TO NFSP-ULTLOTE.

       ROT-FIM.
           CLOSE CADNFSP.
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
