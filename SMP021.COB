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
       SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALA WITH DUPLICATES.

       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTRIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TRIAG-CRM WITH DUPLICATES.

       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALERG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRECBTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

       FD CADMED
               LABEL RECORD IS STANDARD
            05 DDDMED      PIC 9(02).
            05 NUMMED      PIC 9(09).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
          03 CAIXA-FORMA          PIC X(01).
          03 CAIXA-OPERADOR       PIC X(10).
          03 CAIXA-DATAMOV        PIC 9(08).
          03 CAIXA-UNIDADE        PIC 9(02).

       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAR.DAT".
       01 REGHORAR.
          03 HORAR-CHAVE.
             05 HORAR-CRM         PIC 9(06).
             05 HORAR-DIASEM      PIC 9(01).
          03 HORAR-HORAINI        PIC 9(04).
          03 HORAR-HORAFIM        PIC 9(04).
          03 HORAR-INTERV         PIC 9(03).
          03 HORAR-SALA           PIC 9(03).
          03 HORAR-UNIDADE        PIC 9(02).

       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO          PIC 9(03).
          03 SALA-DESCR           PIC X(30).
          03 SALA-EQUIP           PIC X(50).
          03 SALA-ATIVA           PIC X(01).
          03 SALA-UNIDADE         PIC 9(02).

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

       FD CADRECBTX
               LABEL RECORD IS STANDARD
          05 W-HOJE-MES PIC 9(02).
          05 W-HOJE-DIA PIC 9(02).

       01 W-REGCONS-LIDO PIC X(164) VALUE SPACES.
       01 W-SITANT      PIC X(01) VALUE SPACES.
       01 W-SITNOVA     PIC X(01) VALUE SPACES.
       01 W-SITTXT      PIC X(10) VALUE SPACES.
       01 W-ACHOU       PIC 9(03) VALUE ZEROS.
       01 W-COMPFECH    PIC X(01) VALUE "N".

      *------CHEGADA DO PACIENTE PARA A TRIAGEM DE ENFERMAGEM---------*
       01 W-TRIHORA.
          05 W-TRIHORA-HM    PIC 9(04).
          05 FILLER          PIC 9(04).
       01 W-PRM082.
          03 W-PRM-CPF       PIC 9(11).
          03 W-PRM-DATACONS  PIC 9(08).
          03 W-PRM-HORACONS  PIC 9(04).
          03 W-PRM-OPERADOR  PIC X(10).

      *------AVISO DE ALERGIAS DO PACIENTE-----------------------------*
       01 W-ALERGCPF    PIC 9(11) VALUE ZEROS.
       01 W-ALERGQTD    PIC 9(02) VALUE ZEROS.
       01 W-ALERGPOS    PIC 9(02) VALUE ZEROS.
       01 W-ALERGBAN    PIC X(79) VALUE SPACES.

      *------SALA DE ATENDIMENTO DO MEDICO NO DIA DA CONSULTA----------*
       01 W-SALAMOS.
          03 W-SALAMOS-COD   PIC 999.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 W-SALAMOS-DESC  PIC X(25).
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-DS-DIA      PIC 9(02) VALUE ZEROS.
       01 W-DS-MES      PIC 9(02) VALUE ZEROS.
       01 W-DS-ANO      PIC 9(04) VALUE ZEROS.
       01 W-DS-J        PIC 9(02) VALUE ZEROS.
       01 W-DS-K        PIC 9(02) VALUE ZEROS.
       01 W-DS-T1       PIC 9(03) VALUE ZEROS.
       01 W-DS-T2       PIC 9(02) VALUE ZEROS.
       01 W-DS-T3       PIC 9(02) VALUE ZEROS.
       01 W-DS-SOMA     PIC 9(04) VALUE ZEROS.
       01 W-DS-H        PIC 9(01) VALUE ZEROS.
       01 W-DS-LIXO     PIC 9(04) VALUE ZEROS.

      *------RECEBIMENTO NO CAIXA (PACIENTE PARTICULAR)----------------*
       01 W-CXVALOR     PIC 9(05)V99 VALUE ZEROS.
       01 W-CXVALORED   PIC ZZ.ZZ9,99.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-PERM-EXCLUI PIC X(01) VALUE "N".
       01 W-OPUNID      PIC 9(02) VALUE ZEROS.
       01 W-OUTRAUNID   PIC X(01) VALUE "N".
       01 W-NIVEL       PIC X(01) VALUE "O".
       01 W-CTRL-QTD    PIC 9(06) VALUE ZEROS.
       01 W-CTRL-DELTA  PIC S9(06) VALUE ZERO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B1.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
           ELSE
                 NEXT SENTENCE.

       R0C4.
           OPEN INPUT CADHORAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADHORAR
                 CLOSE CADHORAR
                 OPEN INPUT CADHORAR
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHORAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0C5.
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

       R0C6.
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALERG
                 CLOSE CADALERG
                 OPEN INPUT CADALERG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALERG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0D.
           OPEN INPUT CADOPER
                GO TO ROT-FIM.
           MOVE OPER-NIVEL TO W-NIVEL
           MOVE OPER-EXCLUI TO W-PERM-EXCLUI
           MOVE OPER-UNIDADE TO W-OPUNID
           CLOSE CADOPER.


                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM.

       R3.
           MOVE ZEROS TO W-CPFPESQ
           ACCEPT TCPFPESQ
                GO TO R5-FIM.
           IF DATACONSULTA NOT = W-DATAPESQ
                GO TO R5-FIM.
           PERFORM TESTA-UNID THRU TESTA-UNID-FIM
           IF W-OUTRAUNID = "S"
                GO TO R5-LER.

           ADD 1 TO W-ACHOU
           PERFORM MOSTRA-CONS THRU MOSTRA-CONS-FIM
                GO TO R6-FIM.
           IF DATACONSULTA NOT = W-DATAPESQ
                GO TO R6-LER.
           PERFORM TESTA-UNID THRU TESTA-UNID-FIM
           IF W-OUTRAUNID = "S"
                GO TO R6-LER.

           PERFORM R6-JAPROC THRU R6-JAPROC-FIM
           IF W-JAPROC = "S"
       R6-JAPROC-FIM.
           EXIT.

      *------OPERADOR DE UMA UNIDADE NAO VE A AGENDA DAS OUTRAS--------*
       TESTA-UNID.
           MOVE "N" TO W-OUTRAUNID
           IF W-OPUNID NOT = ZEROS AND UNIDCONS NOT = ZEROS
              AND UNIDCONS NOT = W-OPUNID
                MOVE "S" TO W-OUTRAUNID.
       TESTA-UNID-FIM.
           EXIT.

      *---------[ MOSTRA A CONSULTA E TROCA A SITUACAO ]----------------
      *------SEM O CADASTRO DO PACIENTE O CONVENIO FICA EM 9999--------*
      *------PARA NAO ABRIR O CAIXA COM DADO DO PACIENTE ANTERIOR------*
           MOVE MINCONS  TO W-HORAFMT-MI
           PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM

           MOVE PACI-CPF TO W-ALERGCPF
           PERFORM LER-ALERG THRU LER-ALERG-FIM
           DISPLAY (13, 01) W-ALERGBAN
           DISPLAY (14, 01) LIMPA
           DISPLAY (15, 01) LIMPA
           DISPLAY (16, 01) LIMPA
           DISPLAY (15, 01) "MEDICO: "
           DISPLAY (15, 09) NOMEMED
           DISPLAY (15, 41) "SITUACAO: "
           DISPLAY (15, 51) W-SITTXT
           PERFORM MOSTRA-SALA THRU MOSTRA-SALA-FIM.

       MOSTRA-OPC.
           MOVE SPACES TO W-SITNOVA
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MOSTRA-CONS.
           MOVE W-SITNOVA TO SITUACAO
           IF W-SITNOVA = "R" AND CONVENIO NOT = 9999
                PERFORM CONGELA-CONV THRU CONGELA-CONV-FIM.
           REWRITE REGCONS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-SITNOVA = "C"
                PERFORM MOSTRA-FILA THRU MOSTRA-FILA-FIM.
           IF W-SITNOVA = "R" AND CONVCONS = ZEROS AND
              CONVENIO NOT = 9999
                PERFORM CAIXA-RECEBE THRU CAIXA-RECEBE-FIM.
           IF W-SITNOVA = "R"
                PERFORM TRIAGEM THRU TRIAGEM-FIM.

       MOSTRA-CONS-FIM.
           EXIT.

      *------REGISTRA A CHEGADA NA FILA DA TRIAGEM (RISCO 9 = SEM------*
      *------TRIAGEM) E OFERECE A TELA DE SINAIS VITAIS (SMP082)-------*
       TRIAGEM.
           OPEN I-O CADTRIAG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTRIAG
                 CLOSE CADTRIAG
                 GO TO TRIAGEM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRIAG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO TRIAGEM-FIM
           ELSE
                 NEXT SENTENCE.

           MOVE PACI-CPF     TO TRIAG-CPF
           MOVE DATACONSULTA TO TRIAG-DATACONS
           MOVE HORACONSULTA TO TRIAG-HORACONS
           READ CADTRIAG
           IF ST-ERRO = "23"
                MOVE CODMEDICO TO TRIAG-CRM
                ACCEPT W-TRIHORA FROM TIME
                MOVE W-TRIHORA-HM TO TRIAG-HORACHEG
                MOVE ZEROS TO TRIAG-PASIST TRIAG-PADIAST TRIAG-PESO
                MOVE ZEROS TO TRIAG-ALTURA TRIAG-TEMPER TRIAG-FREQ
                MOVE ZEROS TO TRIAG-SATUR TRIAG-IMC
                MOVE 9 TO TRIAG-RISCO
                MOVE "N" TO TRIAG-ATEND
                MOVE W-OPERADOR TO TRIAG-OPERADOR
                WRITE REGTRIAG
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTRIAG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE CADTRIAG.

       TRIAGEM-OPC.
           DISPLAY (17, 01) LIMPA
           DISPLAY (17, 01) "FAZER A TRIAGEM AGORA (S/N) :"
           ACCEPT (17, 31) W-OPCAO
           DISPLAY (17, 01) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO TRIAGEM-FIM.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO TRIAGEM-OPC.
           MOVE PACI-CPF     TO W-PRM-CPF
           MOVE DATACONSULTA TO W-PRM-DATACONS
           MOVE HORACONSULTA TO W-PRM-HORACONS
           MOVE W-OPERADOR   TO W-PRM-OPERADOR
           CALL "SMP082" USING W-PRM082
           CANCEL "SMP082"
           DISPLAY TELASMP021.

       TRIAGEM-FIM.
           EXIT.

      *------SALA DO MEDICO NO DIA DA SEMANA (MAPA DE SALAS)-----------*
       MOSTRA-SALA.
           MOVE SPACES TO W-SALAMOS
           MOVE CODMEDICO TO HORAR-CRM
           MOVE W-DIASEM TO HORAR-DIASEM
           READ CADHORAR
           IF ST-ERRO NOT = "00" OR HORAR-SALA = ZEROS
                MOVE "SALA NAO DEFINIDA" TO W-SALAMOS
                GO TO MOSTRA-SALA-MOS.
           MOVE HORAR-SALA TO W-SALAMOS-COD SALA-CODIGO
           READ CADSALA
           IF ST-ERRO = "00"
                MOVE SALA-DESCR TO W-SALAMOS-DESC.
       MOSTRA-SALA-MOS.
           DISPLAY (16, 45) "SALA: "
           DISPLAY (16, 51) W-SALAMOS.
       MOSTRA-SALA-FIM.
           EXIT.

      *------DIA DA SEMANA DA DATA PESQUISADA (1=DOMINGO)--------------*
       CALC-DIASEM.
           MOVE W-DATAPESQ-DIA TO W-DS-DIA
           MOVE W-DATAPESQ-MES TO W-DS-MES
           MOVE W-DATAPESQ-ANO TO W-DS-ANO
           IF W-DS-MES < 3
                ADD 12 TO W-DS-MES
                SUBTRACT 1 FROM W-DS-ANO.
           DIVIDE W-DS-ANO BY 100 GIVING W-DS-J REMAINDER W-DS-K.
           COMPUTE W-DS-T1 = 13 * (W-DS-MES + 1)
           DIVIDE W-DS-T1 BY 5 GIVING W-DS-T1
           DIVIDE W-DS-K BY 4 GIVING W-DS-T2
           DIVIDE W-DS-J BY 4 GIVING W-DS-T3
           COMPUTE W-DS-SOMA = W-DS-DIA + W-DS-T1 + W-DS-K +
                               W-DS-T2 + W-DS-T3 + (5 * W-DS-J)
           DIVIDE W-DS-SOMA BY 7 GIVING W-DS-LIXO
                                 REMAINDER W-DS-H.
           IF W-DS-H = 0
                MOVE 7 TO W-DIASEM
           ELSE
                MOVE W-DS-H TO W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.

      *------NA REALIZACAO CONGELA NA CONSULTA O CONVENIO E O PLANO----*
      *------APRESENTADOS PELO PACIENTE (BASE DO FATURAMENTO)----------*
       CONGELA-CONV.
           MOVE CONVENIO TO CONVCONS
           MOVE ZEROS TO PLANOCONS
           IF CONVENIO = ZEROS
                GO TO CONGELA-CONV-FIM.
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE PLANO TO PLANOCONS.
       CONGELA-CONV-FIM.
           EXIT.

      *------PACIENTE PARTICULAR (SEM CONVENIO): RECEBIMENTO-----------*
      *------NO CAIXA VINCULADO A CONSULTA-----------------------------*
       CAIXA-RECEBE.
           MOVE W-OPERADOR TO CAIXA-OPERADOR
           ACCEPT W-CXDATAMOV FROM DATE YYYYMMDD
           MOVE W-CXDATAMOV TO CAIXA-DATAMOV
           IF UNIDCONS NOT = ZEROS
                MOVE UNIDCONS TO CAIXA-UNIDADE
           ELSE
                MOVE W-OPUNID TO CAIXA-UNIDADE.
           WRITE REGCAIXA
           IF ST-ERRO = "22"
                REWRITE REGCAIXA.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *------MONTA O AVISO DE ALERGIAS DO PACIENTE---------------------*
       LER-ALERG.
           MOVE SPACES TO W-ALERGBAN
           MOVE ZEROS TO W-ALERGQTD
           MOVE 15 TO W-ALERGPOS
           MOVE W-ALERGCPF TO ALERG-CPF
           MOVE ZEROS TO ALERG-SEQ
           START CADALERG KEY IS NOT LESS ALERG-CHAVE INVALID KEY
                GO TO LER-ALERG-FIM.
       LER-ALERG-LER.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LER-ALERG-FIM.
           IF ALERG-CPF NOT = W-ALERGCPF
                GO TO LER-ALERG-FIM.
           ADD 1 TO W-ALERGQTD
           IF W-ALERGQTD = 1
                MOVE "*** ALERGIAS:" TO W-ALERGBAN.
           STRING ALERG-DESCR DELIMITED BY "  "
                  "(" ALERG-GRAVID ") " DELIMITED BY SIZE
                  INTO W-ALERGBAN WITH POINTER W-ALERGPOS
                  ON OVERFLOW
                     GO TO LER-ALERG-FIM.
           GO TO LER-ALERG-LER.
       LER-ALERG-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONS CADPACI CADMED CADCONV CADAUDIT CADCTRL CADFILA
           CLOSE CADCOMP CADCAIXA CADHORAR CADSALA CADALERG.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
