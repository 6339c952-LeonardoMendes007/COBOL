       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP083.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * LISTA DE ESPERA DO MEDICO NO DIA       *
      * PACIENTES COM CHECK-IN ORDENADOS PELA  *
      * COR DE RISCO E PELA HORA DE CHEGADA    *
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".

       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-DATA.
          05 W-DATA-DIA PIC 9(02).
          05 W-DATA-MES PIC 9(02).
          05 W-DATA-ANO PIC 9(04).
       01 W-HOJE.
          05 W-HOJE-ANO PIC 9(04).
          05 W-HOJE-MES PIC 9(02).
          05 W-HOJE-DIA PIC 9(02).
       01 W-NUM         PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.

      *------PACIENTES AGUARDANDO O MEDICO (ORDEM: RISCO + CHEGADA)----*
       01 W-ES-CNT      PIC 9(02) VALUE ZEROS.
       01 W-ES-I        PIC 9(02) VALUE ZEROS.
       01 W-ES-J        PIC 9(02) VALUE ZEROS.
       01 W-ES-INI      PIC 9(02) VALUE ZEROS.
       01 W-ES-FIM      PIC 9(02) VALUE ZEROS.
       01 W-ES-TROCOU   PIC X(01) VALUE "N".
       01 W-ES-TAB.
          03 W-ES-ITEM OCCURS 99 TIMES.
             05 W-ES-CHAVE.
                07 W-ES-RISCO        PIC 9(01).
                07 W-ES-CHEG         PIC 9(04).
             05 W-ES-CPF             PIC 9(11).
             05 W-ES-HORA            PIC 9(04).
             05 W-ES-PAS             PIC 9(03).
             05 W-ES-PAD             PIC 9(03).
             05 W-ES-TEMP            PIC 9(02)V9.
             05 W-ES-SAT             PIC 9(03).
       01 W-ES-AUX                   PIC X(32).

       01 W-ESLINHA.
          03 W-EL-NUM       PIC Z9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-EL-RISCO     PIC X(11).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-EL-CHEGHH    PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 W-EL-CHEGMI    PIC 99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-EL-CONSHH    PIC 99.
          03 FILLER         PIC X(01) VALUE ":".
          03 W-EL-CONSMI    PIC 99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-EL-NOME      PIC X(25).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-EL-PAS       PIC ZZ9.
          03 FILLER         PIC X(01) VALUE "X".
          03 W-EL-PAD       PIC ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-EL-TEMP      PIC Z9,9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-EL-SAT       PIC ZZ9.

      *------CORES DA CLASSIFICACAO DE RISCO (1 = MAIS URGENTE)-------*
       01 TABRISCOX.
          03 FILLER     PIC X(11) VALUE "VERMELHO".
          03 FILLER     PIC X(11) VALUE "LARANJA".
          03 FILLER     PIC X(11) VALUE "AMARELO".
          03 FILLER     PIC X(11) VALUE "VERDE".
          03 FILLER     PIC X(11) VALUE "AZUL".
       01 TABRISCO REDEFINES TABRISCOX.
          03 TBRISCO    PIC X(11) OCCURS 5 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP083.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              LISTA DE ESPERA DO MEDICO".
           05  LINE 02  COLUMN 41
               VALUE  " - ORDEM DE RISCO".
           05  LINE 04  COLUMN 01
               VALUE  " CRM DO MEDICO :".
           05  LINE 05  COLUMN 01
               VALUE  " DATA          :".
           05  LINE 07  COLUMN 01
               VALUE  "NR RISCO       CHEG. CONS. PACIENTE".
           05  LINE 07  COLUMN 54
               VALUE  "PA      TEMP SAT".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCRM
               LINE 04  COLUMN 18  PIC 999.999
               USING  W-CRM
               HIGHLIGHT.
           05  TDATA
               LINE 05  COLUMN 18  PIC 99.99.9999
               USING  W-DATA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

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

       R1.
           MOVE ZEROS TO W-CRM
           MOVE W-HOJE-DIA TO W-DATA-DIA
           MOVE W-HOJE-MES TO W-DATA-MES
           MOVE W-HOJE-ANO TO W-DATA-ANO
           DISPLAY TELASMP083.

       R2.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           MOVE W-CRM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           DISPLAY (04, 27) NOMEMED.

       R3.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.
           IF W-DATA-DIA < 1 OR W-DATA-DIA > 31 OR
              W-DATA-MES < 1 OR W-DATA-MES > 12
                MOVE "DATA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.

      *---------[ MONTA A LISTA DE ESPERA DO MEDICO NO DIA ]------------
      *------SO ENTRA QUEM TEM CHECK-IN E AINDA NAO FOI CHAMADO--------*
       MONTA.
           MOVE ZEROS TO W-ES-CNT
           MOVE W-CRM TO TRIAG-CRM
           START CADTRIAG KEY IS NOT LESS TRIAG-CRM INVALID KEY
                GO TO ORDENAR.

       MONTA-LER.
           READ CADTRIAG NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ORDENAR.
           IF TRIAG-CRM NOT = W-CRM
                GO TO ORDENAR.
           IF TRIAG-DATACONS NOT = W-DATA
                GO TO MONTA-LER.
           IF TRIAG-ATEND = "S"
                GO TO MONTA-LER.

           MOVE TRIAG-CPF TO PACI-CPF
           MOVE TRIAG-DATACONS TO DATACONSULTA
           MOVE TRIAG-HORACONS TO HORACONSULTA
           READ CADCONS
           IF ST-ERRO NOT = "00"
                GO TO MONTA-LER.
           IF SITUACAO NOT = "R"
                GO TO MONTA-LER.

           IF W-ES-CNT NOT < 99
                MOVE "*** LIMITE DA LISTA ATINGIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ORDENAR.

           ADD 1 TO W-ES-CNT
           MOVE TRIAG-RISCO    TO W-ES-RISCO(W-ES-CNT)
           MOVE TRIAG-HORACHEG TO W-ES-CHEG(W-ES-CNT)
           MOVE TRIAG-CPF      TO W-ES-CPF(W-ES-CNT)
           MOVE TRIAG-HORACONS TO W-ES-HORA(W-ES-CNT)
           MOVE TRIAG-PASIST   TO W-ES-PAS(W-ES-CNT)
           MOVE TRIAG-PADIAST  TO W-ES-PAD(W-ES-CNT)
           MOVE TRIAG-TEMPER   TO W-ES-TEMP(W-ES-CNT)
           MOVE TRIAG-SATUR    TO W-ES-SAT(W-ES-CNT)
           GO TO MONTA-LER.

      *---------[ ORDENA POR RISCO E HORA DE CHEGADA ]------------------
      *------SEM TRIAGEM (RISCO 9) FICA NO FIM DA LISTA---------------*
       ORDENAR.
           IF W-ES-CNT < 2
                GO TO MOSTRA.
           MOVE "S" TO W-ES-TROCOU.

       ORDENAR-PASSADA.
           IF W-ES-TROCOU = "N"
                GO TO MOSTRA.
           MOVE "N" TO W-ES-TROCOU
           MOVE 1   TO W-ES-I.

       ORDENAR-CMP.
           IF W-ES-I NOT < W-ES-CNT
                GO TO ORDENAR-PASSADA.

           COMPUTE W-ES-J = W-ES-I + 1
           IF W-ES-CHAVE(W-ES-J) < W-ES-CHAVE(W-ES-I)
                MOVE W-ES-ITEM(W-ES-I) TO W-ES-AUX
                MOVE W-ES-ITEM(W-ES-J) TO W-ES-ITEM(W-ES-I)
                MOVE W-ES-AUX TO W-ES-ITEM(W-ES-J)
                MOVE "S" TO W-ES-TROCOU.

           ADD 1 TO W-ES-I
           GO TO ORDENAR-CMP.

      *---------[ MOSTRA A LISTA - 12 PACIENTES POR TELA ]--------------
       MOSTRA.
           MOVE 1 TO W-ES-INI.

       MOSTRA-PAG.
           MOVE 8 TO W-LIN
           PERFORM MOSTRA-LIMPA THRU MOSTRA-LIMPA-FIM
           IF W-ES-CNT = ZEROS
                DISPLAY (08, 01) "*** NENHUM PACIENTE AGUARDANDO ***"
                GO TO MOSTRA-OPC.
           COMPUTE W-ES-FIM = W-ES-INI + 11
           IF W-ES-FIM > W-ES-CNT
                MOVE W-ES-CNT TO W-ES-FIM.
           MOVE W-ES-INI TO W-ES-I
           MOVE 8 TO W-LIN.

       MOSTRA-LIN.
           IF W-ES-I > W-ES-FIM
                GO TO MOSTRA-OPC.
           MOVE W-ES-CPF(W-ES-I) TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           MOVE W-ES-I TO W-EL-NUM
           IF W-ES-RISCO(W-ES-I) > 0 AND W-ES-RISCO(W-ES-I) < 6
                MOVE TBRISCO(W-ES-RISCO(W-ES-I)) TO W-EL-RISCO
           ELSE
                MOVE "SEM TRIAGEM" TO W-EL-RISCO.
           MOVE W-ES-CHEG(W-ES-I)(1:2) TO W-EL-CHEGHH
           MOVE W-ES-CHEG(W-ES-I)(3:2) TO W-EL-CHEGMI
           MOVE W-ES-HORA(W-ES-I)(1:2) TO W-EL-CONSHH
           MOVE W-ES-HORA(W-ES-I)(3:2) TO W-EL-CONSMI
           MOVE NOME TO W-EL-NOME
           MOVE W-ES-PAS(W-ES-I)  TO W-EL-PAS
           MOVE W-ES-PAD(W-ES-I)  TO W-EL-PAD
           MOVE W-ES-TEMP(W-ES-I) TO W-EL-TEMP
           MOVE W-ES-SAT(W-ES-I)  TO W-EL-SAT
           DISPLAY (W-LIN, 01) W-ESLINHA
           ADD 1 TO W-LIN
           ADD 1 TO W-ES-I
           GO TO MOSTRA-LIN.

       MOSTRA-OPC.
           MOVE ZEROS TO W-NUM
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 01)
              "NR DO PACIENTE CHAMADO (00=ATUALIZA 99=PROX.TELA):"
           ACCEPT (21, 53) W-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                DISPLAY (21, 01) LIMPA
                GO TO R1.
           IF W-NUM = ZEROS
                GO TO MONTA.
           IF W-NUM = 99
                ADD 12 TO W-ES-INI
                IF W-ES-INI > W-ES-CNT
                   MOVE 1 TO W-ES-INI
                   GO TO MOSTRA-PAG
                ELSE
                   GO TO MOSTRA-PAG.
           IF W-NUM > W-ES-CNT
                MOVE "NUMERO FORA DA LISTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MOSTRA-OPC.

      *------MARCA O PACIENTE COMO CHAMADO - SAI DA LISTA DE ESPERA----*
       CHAMA.
           MOVE W-ES-CPF(W-NUM) TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME.
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 01) "CHAMAR"
           DISPLAY (21, 08) NOME
           DISPLAY (21, 40) "(S/N) :"
           ACCEPT (21, 48) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                GO TO MOSTRA-OPC.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO CHAMA.
           MOVE W-ES-CPF(W-NUM)  TO TRIAG-CPF
           MOVE W-DATA           TO TRIAG-DATACONS
           MOVE W-ES-HORA(W-NUM) TO TRIAG-HORACONS
           READ CADTRIAG KEY IS TRIAG-CHAVE
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADTRIAG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MONTA.
           MOVE "S" TO TRIAG-ATEND
           REWRITE REGTRIAG
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTRIAG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** PACIENTE CHAMADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MONTA.

      *------LIMPA AS LINHAS DA LISTA (08 A 19)------------------------*
       MOSTRA-LIMPA.
           IF W-LIN > 19
                GO TO MOSTRA-LIMPA-FIM.
           DISPLAY (W-LIN, 01) LIMPA
           DISPLAY (W-LIN, 51) "                             "
           ADD 1 TO W-LIN
           GO TO MOSTRA-LIMPA.
       MOSTRA-LIMPA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADTRIAG CADCONS CADPACI CADMED.
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
