                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTRIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TRIAG-CRM WITH DUPLICATES.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALA WITH DUPLICATES.

       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSERIE ASSIGN TO DISK
                    RECORD KEY   IS COMP-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCVESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVESP-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGUIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GUIA-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COBER-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CRED-CONV WITH DUPLICATES.

       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALERG-CHAVE
                    FILE STATUS  IS ST-ERRO.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADESPEC
               LABEL RECORD IS STANDARD
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
          03 TRATAMENTO        PIC X(50).
          03 NOTIFICAVEL       PIC X(01).
          03 PRAZONOTIF        PIC 9(02).
          03 LINHACUID         PIC 9(02).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESUMOCONSPRL.DOC".
       01 REGVISITX     PIC X(100).

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

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
          03 HORAR-HORAINI        PIC 9(04).
          03 HORAR-HORAFIM        PIC 9(04).
          03 HORAR-INTERV         PIC 9(03).
          03 HORAR-SALA           PIC 9(03).
          03 HORAR-UNIDADE        PIC 9(02).

       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIA.
          03 FERIA-CHAVE.
             05 FERIA-DATA        PIC 9(08).
             05 FERIA-UNIDADE     PIC 9(02).
          03 FERIA-DESCR          PIC X(30).

       FD CADSERIE
          03 COMP-DATA            PIC 9(08).
          03 COMP-OPERADOR        PIC X(10).

       FD CADCVESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCVESP.DAT".
       01 REGCVESP.
          03 CVESP-CHAVE.
             05 CVESP-CONV        PIC 9(04).
             05 CVESP-ESPEC       PIC 9(02).
          03 CVESP-MODO           PIC X(01).

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
       01 REGGUIA.
          03 GUIA-CHAVE.
             05 GUIA-CPF          PIC 9(11).
             05 GUIA-CONV         PIC 9(04).
             05 GUIA-ESPEC        PIC 9(02).
          03 GUIA-NUMERO          PIC X(20).
          03 GUIA-SENHA           PIC X(10).
          03 GUIA-EMISSAO         PIC 9(08).
          03 GUIA-VALIDADE        PIC 9(08).
          03 GUIA-QTDAUT          PIC 9(02).

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

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRED-CHAVE.
             05 CRED-CRM          PIC 9(06).
             05 CRED-CONV         PIC 9(04).
          03 CRED-INICIO          PIC 9(08).
          03 CRED-FIM             PIC 9(08).

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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(50) VALUE SPACES. 
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-CONSNOVA    PIC X(01) VALUE "S".
       01 TXTTPAMIGO    PIC X(10) VALUE SPACES.
       01 IND           PIC 9(02) VALUE ZEROS.
       01 TEXSEXO       PIC X(12) VALUE SPACES.

       01 PLANOTXT    PIC X(30) VALUE SPACES.

      *------AVISO DE ALERGIAS DO PACIENTE-----------------------------*
       01 W-ALERGCPF    PIC 9(11) VALUE ZEROS.
       01 W-ALERGQTD    PIC 9(02) VALUE ZEROS.
       01 W-ALERGPOS    PIC 9(02) VALUE ZEROS.
       01 W-ALERGBAN    PIC X(79) VALUE SPACES.

       01 W-CPFVAL.
          03 W-CPFNUM      PIC 9(11).
          03 W-CPFDIG REDEFINES W-CPFNUM
                07 W-SV-HORA       PIC 9(02).
                07 W-SV-MIN        PIC 9(02).
          03 W-SV-CODMEDICO        PIC 9(06).
          03 FILLER                PIC X(135).

       01 W-OCUPADO     PIC X(01) VALUE "N".
       01 W-OCUP-CNT    PIC 9(02) VALUE ZEROS.
          03 W-PRM-OPERADOR  PIC X(10).

       01 W-CONSYMD     PIC 9(08) VALUE ZEROS.
       01 W-REGMED-SV   PIC X(88) VALUE SPACES.
       01 W-GUIACONV    PIC 9(04) VALUE ZEROS.
       01 W-GUIAOK      PIC X(01) VALUE "S".
       01 W-GUIALIM     PIC X(01) VALUE "N".
       01 W-GUIAUSO     PIC 9(03) VALUE ZEROS.
       01 W-GUIASALDO   PIC 9(03) VALUE ZEROS.
       01 W-GUIAVAL     PIC 9(08) VALUE ZEROS.
       01 W-GUIAMENS    PIC X(50) VALUE SPACES.
       01 W-COBLIM      PIC X(01) VALUE "N".
       01 W-COBSALDO    PIC 9(03) VALUE ZEROS.
       01 W-COBVAL      PIC 9(08) VALUE ZEROS.
       01 W-IDADE       PIC 9(03) VALUE ZEROS.
       01 W-CREDFIM     PIC 9(08) VALUE ZEROS.
       01 W-CNTCONV     PIC 9(04) VALUE ZEROS.
       01 W-CNTESPEC    PIC 9(02) VALUE ZEROS.
       01 W-CNTINI      PIC 9(08) VALUE ZEROS.
       01 W-CNTFIM      PIC 9(08) VALUE ZEROS.
       01 W-CNTQTD      PIC 9(03) VALUE ZEROS.
       01 W-MENSCAR.
          03 FILLER       PIC X(30) VALUE
             "CONVENIO EM CARENCIA ATE:     ".
          03 W-MENSCAR-DT PIC X(10).
       01 W-RETFMT.
          03 W-RETFMT-DIA PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-SERDMA-MES PIC 9(02).
          03 W-SERDMA-ANO PIC 9(04).
       01 W-SERBLOQ     PIC X(01) VALUE "N".
       01 W-REGCONS-MODELO PIC X(164) VALUE SPACES.
       01 W-AUDSER.
          03 FILLER        PIC X(06) VALUE "SERIE ".
          03 W-AUDSER-NUM  PIC 9(06).
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-LIM-DIA3    PIC 9(03) VALUE ZEROS.

       01 W-REGCONS-LIDO PIC X(164) VALUE SPACES.
       01 W-REGCONS-NOVO PIC X(164) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-PERM-EXCLUI PIC X(01) VALUE "N".
       01 W-OPUNID      PIC 9(02) VALUE ZEROS.
       01 W-SERUNID     PIC 9(02) VALUE ZEROS.
       01 W-SERUNIDBASE PIC 9(02) VALUE ZEROS.
       01 W-NIVEL       PIC X(01) VALUE "O".
       01 W-CTRL-QTD    PIC 9(06) VALUE ZEROS.
       01 W-CTRL-DELTA  PIC S9(06) VALUE ZERO.
                03 CAB-DESC2          PIC X(15) VALUE "DESCRICAO 2:".
                03 CAB-DESC2VL        PIC X(60).

      *------SINAIS VITAIS DA TRIAGEM DE ENFERMAGEM--------------------*
       01 W-TRI1LINHA.
                03 FILLER              PIC X(14) VALUE
                                        "  TRIAGEM    :".
                03 FILLER              PIC X(04) VALUE " PA ".
                03 TRI-PASTX           PIC ZZ9.
                03 FILLER              PIC X(01) VALUE "X".
                03 TRI-PADTX           PIC ZZ9.
                03 FILLER              PIC X(12) VALUE " MMHG  PESO ".
                03 TRI-PESOTX          PIC ZZ9,9.
                03 FILLER              PIC X(12) VALUE " KG  ALTURA ".
                03 TRI-ALTTX           PIC 9,99.
                03 FILLER              PIC X(08) VALUE " M  IMC ".
                03 TRI-IMCTX           PIC Z9,99.

       01 W-TRI2LINHA.
                03 FILLER              PIC X(14) VALUE SPACES.
                03 FILLER              PIC X(06) VALUE " TEMP ".
                03 TRI-TEMPTX          PIC Z9,9.
                03 FILLER              PIC X(07) VALUE " C  FC ".
                03 TRI-FCTX            PIC ZZ9.
                03 FILLER              PIC X(10) VALUE " BPM  SAT ".
                03 TRI-SATTX           PIC ZZ9.
                03 FILLER              PIC X(10) VALUE "%  RISCO: ".
                03 TRI-RISCOTX         PIC X(11).

       01 TABRISCOX.
                03 FILLER              PIC X(11) VALUE "VERMELHO".
                03 FILLER              PIC X(11) VALUE "LARANJA".
                03 FILLER              PIC X(11) VALUE "AMARELO".
                03 FILLER              PIC X(11) VALUE "VERDE".
                03 FILLER              PIC X(11) VALUE "AZUL".
       01 TABRISCO REDEFINES TABRISCOX.
                03 TBRISCO             PIC X(11) OCCURS 5 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
    
               LINE 10  COLUMN 20  PIC X(30)
               USING  PLANOTXT
               HIGHLIGHT.
           05  TALERG
               LINE 11  COLUMN 01  PIC X(79)
               USING  W-ALERGBAN
               HIGHLIGHT.
           05  TCRM
               LINE 13  COLUMN 08  PIC 999.999
               USING  CODMEDICO
           ELSE
                 NEXT SENTENCE.

       R0GF.
           OPEN INPUT CADCVESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCVESP
                 CLOSE CADCVESP
                 OPEN INPUT CADCVESP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCVESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0GG.
           OPEN INPUT CADGUIA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGUIA
                 CLOSE CADGUIA
                 OPEN INPUT CADGUIA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADGUIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0GH.
           OPEN INPUT CADCOBER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOBER
                 CLOSE CADCOBER
                 OPEN INPUT CADCOBER
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOBER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0GI.
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCRED
                 CLOSE CADCRED
                 OPEN INPUT CADCRED
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0GJ.
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
       R0H.
           OPEN INPUT CADOPER
                GO TO ROT-FIM.
           MOVE OPER-NIVEL TO W-NIVEL
           MOVE OPER-EXCLUI TO W-PERM-EXCLUI
           MOVE OPER-UNIDADE TO W-OPUNID
           CLOSE CADOPER.

      *------CONFERENCIA DO TOTAL DE REGISTROS (CADCTRL)---------------*
           MOVE SPACES TO CODIGO-DOENCA
           MOVE "A" TO SITUACAO
           MOVE "N" TO RETORNO
           MOVE SPACES TO W-ALERGBAN


           DISPLAY TELASMP006. 
                GO TO R2B.

      *------NAO PERMITE AGENDAR EM FERIADO DA CLINICA-----------------*
      *------(UNIDADE 00 = FERIADO GERAL, VALE PARA TODAS)-------------*
       R2B-FER.
           MOVE ANOCONS TO W-FERYMD(1:4)
           MOVE MESCONS TO W-FERYMD(5:2)
           MOVE DIACONS TO W-FERYMD(7:2)
           MOVE W-FERYMD TO FERIA-DATA
           MOVE ZEROS TO FERIA-UNIDADE
           READ CADFERIA
           IF ST-ERRO = "00"
                MOVE FERIA-DESCR TO W-MENSFER-DS
           READ CADCONS
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE "N" TO W-CONSNOVA
                MOVE DESCRICAO1 TO W-AUD-ANTES
                MOVE REGCONS TO W-REGCONS-LIDO
                PERFORM R3A
           ELSE
                NEXT SENTENCE.

      *------CONSULTA NOVA: CONVENIO/PLANO CONGELADOS NA GRAVACAO------*
           MOVE "S" TO W-CONSNOVA
           MOVE ZEROS TO CONVCONS PLANOCONS UNIDCONS.

      *----------------------------------------------------------------*
       R3A.
           MOVE PACI-CPF TO CPF
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.

           MOVE PACI-CPF TO W-ALERGCPF
           PERFORM LER-ALERG THRU LER-ALERG-FIM
           DISPLAY TALERG.

       R4A. 

           IF SEXO = "F" 
           DISPLAY TELASMP006.
       R6A.

      *------CONSULTA JA GRAVADA MOSTRA O CONVENIO DA EPOCA------------*
           IF W-CONSNOVA = "N"
                MOVE CONVCONS TO CONVENIO.

           MOVE CONVENIO TO CODIGO

           READ CADCONV
           
       R7A.

           IF W-CONSNOVA = "N"
                MOVE PLANOCONS TO PLANO.

           MOVE PLANO TO CODPLANO
           READ CADPLANO
           IF ST-ERRO = "23"
      *------MEDICO SEM NENHUM HORARIO CADASTRADO NAO E CRITICADO------*
       R9H.
           MOVE "N" TO W-TEMHORAR
           IF W-OPUNID NOT = ZEROS
                MOVE W-OPUNID TO UNIDCONS.
           MOVE CODMEDICO TO HORAR-CRM
           MOVE ZEROS TO HORAR-DIASEM
           START CADHORAR KEY IS NOT LESS HORAR-CHAVE INVALID KEY
                GO TO R9H-FER.
           READ CADHORAR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R9H-FER.
           IF HORAR-CRM = CODMEDICO
                MOVE "S" TO W-TEMHORAR.
           IF W-TEMHORAR = "N"
                GO TO R9H-FER.

       R9H-CHECA.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
                MOVE "ERRO NA LEITURA ARQUIVO CADHORAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF W-OPUNID NOT = ZEROS AND HORAR-UNIDADE NOT = ZEROS
              AND HORAR-UNIDADE NOT = W-OPUNID
                MOVE "MEDICO ATENDE EM OUTRA UNIDADE NESTE DIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2B.
           IF HORACONSULTA < HORAR-HORAINI OR
              HORACONSULTA NOT < HORAR-HORAFIM
                MOVE "FORA DO HORARIO DE ATENDIMENTO DO MEDICO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2B2.
           IF HORAR-UNIDADE NOT = ZEROS
                MOVE HORAR-UNIDADE TO UNIDCONS.

      *------FERIADO SO DA UNIDADE EM QUE A CONSULTA SERA FEITA--------*
       R9H-FER.
           IF UNIDCONS = ZEROS
                GO TO R9E.
           MOVE W-CONSYMD TO FERIA-DATA
           MOVE UNIDCONS TO FERIA-UNIDADE
           READ CADFERIA
           IF ST-ERRO = "00"
                MOVE FERIA-DESCR TO W-MENSFER-DS
                MOVE W-MENSFER TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2B.

      *------VERIFICA SE E CONSULTA DE RETORNO (30 DIAS)---------------*
       R9E.

           MOVE DENOMESPEC TO ESPECTXT.

      *------CONVENIO EXIGE GUIA DE AUTORIZACAO NA ESPECIALIDADE-------*
      *------MODO A AVISA E PERMITE AGENDAR, MODO B BLOQUEIA-----------*
       R10B.
           MOVE "N" TO W-GUIALIM
           IF W-CONSNOVA = "S"
                MOVE CONVENIO TO W-GUIACONV
           ELSE
                MOVE CONVCONS TO W-GUIACONV.
           IF W-GUIACONV = ZEROS OR RETORNO = "S"
                GO TO R10C.
           MOVE W-GUIACONV TO CVESP-CONV
           MOVE ESPEC TO CVESP-ESPEC
           READ CADCVESP
           IF ST-ERRO NOT = "00"
                GO TO R10C.
           PERFORM VALIDA-GUIA THRU VALIDA-GUIA-FIM
           IF W-GUIAOK = "S" AND CVESP-MODO = "B"
                MOVE "S" TO W-GUIALIM.
           IF W-GUIAOK = "S"
                GO TO R10C.
           MOVE W-GUIAMENS TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF CVESP-MODO = "B"
                GO TO R8A.

       R10B-OPC.
           DISPLAY (23, 40) "AGENDAR SEM GUIA (S/N) : "
           ACCEPT (23, 65) W-OPCAO
           DISPLAY (23, 40) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO R8A.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R10B-OPC.

      *------REGRAS DE COBERTURA DO CONVENIO NO NOVO AGENDAMENTO-------*
      *------CREDENCIAMENTO DO MEDICO, VALIDADE DA CARTEIRA,-----------*
      *------CARENCIA, IDADE E LIMITE ANUAL----------------------------*
      *------REGRA DO PLANO OU, NA FALTA, A DO PLANO 00 (TODOS)--------*
       R10C.
           MOVE "N" TO W-COBLIM
           MOVE ZEROS TO W-COBVAL W-CREDFIM
           IF W-CONSNOVA = "N" OR CONVENIO = ZEROS
                GO TO R11A.

           MOVE CODMEDICO TO CRED-CRM
           MOVE CONVENIO TO CRED-CONV
           READ CADCRED
           IF ST-ERRO NOT = "00"
                MOVE "MEDICO NAO CREDENCIADO NO CONVENIO DO PACIENTE"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8A.
           IF W-CONSYMD < CRED-INICIO OR
              (CRED-FIM NOT = ZEROS AND W-CONSYMD > CRED-FIM)
                MOVE "CREDENCIAMENTO DO MEDICO FORA DA VIGENCIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8A.
           MOVE CRED-FIM TO W-CREDFIM
           IF RETORNO = "S"
                GO TO R11A.
           MOVE VALIDCART TO W-COBVAL
           IF VALIDCART NOT = ZEROS AND W-CONSYMD > VALIDCART
                MOVE "CARTEIRA DO CONVENIO VENCIDA NA DATA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8A.

           MOVE CONVENIO TO COBER-CONV
           MOVE PLANO TO COBER-PLANO
           MOVE ESPEC TO COBER-ESPEC
           READ CADCOBER
           IF ST-ERRO = "00"
                GO TO R10C-CAR.
           MOVE ZEROS TO COBER-PLANO
           READ CADCOBER
           IF ST-ERRO NOT = "00"
                GO TO R11A.

       R10C-CAR.
           IF COBER-CARENCIA = ZEROS OR DATAADESAO = ZEROS
                GO TO R10C-IDADE.
           MOVE DATAADESAO(7:2) TO W-LIM-DIA
           MOVE DATAADESAO(5:2) TO W-LIM-MES
           MOVE DATAADESAO(1:4) TO W-LIM-ANO
           MOVE W-LIM-DIA TO W-LIM-DIA3
           ADD COBER-CARENCIA TO W-LIM-DIA3
           PERFORM SER-LIMITE-AJ THRU SER-LIMITE-FIM
           MOVE W-LIM-ANO TO W-LIMYMD(1:4)
           MOVE W-LIM-MES TO W-LIMYMD(5:2)
           MOVE W-LIM-DIA TO W-LIMYMD(7:2)
           IF W-CONSYMD NOT < W-LIMYMD
                GO TO R10C-IDADE.
           MOVE W-LIM-DIA TO W-RETFMT-DIA
           MOVE W-LIM-MES TO W-RETFMT-MES
           MOVE W-LIM-ANO TO W-RETFMT-ANO
           MOVE W-RETFMT TO W-MENSCAR-DT
           MOVE W-MENSCAR TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R8A.

       R10C-IDADE.
           IF COBER-IDADEMIN = ZEROS AND COBER-IDADEMAX = ZEROS
                GO TO R10C-ANO.
           IF ANO = ZEROS OR ANO > ANOCONS
                GO TO R10C-ANO.
           COMPUTE W-IDADE = ANOCONS - ANO
           IF MESCONS < MES OR (MESCONS = MES AND DIACONS < DIA)
                IF W-IDADE > ZEROS
                   SUBTRACT 1 FROM W-IDADE.
           IF W-IDADE < COBER-IDADEMIN OR
              (COBER-IDADEMAX NOT = ZEROS AND W-IDADE > COBER-IDADEMAX)
                MOVE "IDADE DO PACIENTE FORA DA COBERTURA DO PLANO"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8A.

       R10C-ANO.
           IF COBER-MAXANO = ZEROS
                GO TO R11A.
           MOVE CONVENIO TO W-CNTCONV
           MOVE ESPEC TO W-CNTESPEC
           MOVE ANOCONS TO W-CNTINI(1:4)
           MOVE "0101" TO W-CNTINI(5:4)
           MOVE ANOCONS TO W-CNTFIM(1:4)
           MOVE "1231" TO W-CNTFIM(5:4)
           PERFORM CONTA-CONS THRU CONTA-CONS-FIM
           IF W-CNTQTD NOT < COBER-MAXANO
                MOVE "LIMITE ANUAL DE CONSULTAS DO CONVENIO ATINGIDO"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8A.
           MOVE "S" TO W-COBLIM
           COMPUTE W-COBSALDO = COBER-MAXANO - W-CNTQTD.

       R11A.

           IF SEXOMED = "F" 
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONSNOVA = "S"
                   MOVE CONVENIO TO CONVCONS
                   MOVE PLANO TO PLANOCONS.
                WRITE REGCONS
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-CTRL-QTD
      *------PROXIMO NUMERO DE SERIE (MAIOR NUMERO EXISTENTE + 1)------*
       SER-NUMERO.
           MOVE REGCONS TO W-REGCONS-MODELO
           MOVE UNIDCONS TO W-SERUNIDBASE
           MOVE ZEROS TO W-SER-NUM W-SERCNT
           MOVE ZEROS TO SERIE-NUM SERIE-SEQ
           START CADSERIE KEY IS NOT LESS SERIE-CHAVE INVALID KEY
       SER-GERA.
           MOVE 1 TO W-SER-SEQ
           MOVE ZEROS TO W-SER-TENT W-SER-LINKS
           IF W-GUIALIM = "S"
                SUBTRACT 1 FROM W-GUIASALDO.
           IF W-COBLIM = "S"
                SUBTRACT 1 FROM W-COBSALDO.
           PERFORM SER-LINK THRU SER-LINK-FIM
           MOVE DIACONS TO W-LIM-DIA
           MOVE MESCONS TO W-LIM-MES
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-FIM.

           IF W-GUIALIM = "S" AND W-GUIASALDO = ZEROS
                MOVE "SERIE INTERROMPIDA - SALDO DA GUIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-FIM.

           IF W-COBLIM = "S" AND W-COBSALDO = ZEROS
                MOVE "SERIE INTERROMPIDA - LIMITE ANUAL CONVENIO"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-FIM.

           ADD 1 TO W-SER-TENT
           MOVE W-LIM-DIA TO W-LIM-DIA3
           ADD W-SER-INT TO W-LIM-DIA3
           MOVE W-LIM-ANO TO W-SERYMD(1:4)
           MOVE W-LIM-MES TO W-SERYMD(5:2)
           MOVE W-LIM-DIA TO W-SERYMD(7:2)
           IF W-GUIALIM = "S" AND W-SERYMD > W-GUIAVAL
                MOVE "SERIE INTERROMPIDA - VALIDADE DA GUIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-FIM.
           IF W-COBVAL NOT = ZEROS AND W-SERYMD > W-COBVAL
                MOVE "SERIE INTERROMPIDA - VALIDADE DA CARTEIRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-FIM.
           IF W-CREDFIM NOT = ZEROS AND W-SERYMD > W-CREDFIM
                MOVE "SERIE INTERROMPIDA - CREDENCIAMENTO MEDICO"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO SER-FIM.

           PERFORM SER-BLOQUEIO THRU SER-BLOQUEIO-FIM
           IF W-SERBLOQ = "S"
                GO TO SER-PROX.

           MOVE W-REGCONS-MODELO TO REGCONS
           MOVE W-SERUNID TO UNIDCONS
           MOVE W-LIM-DIA TO DIACONS
           MOVE W-LIM-MES TO MESCONS
           MOVE W-LIM-ANO TO ANOCONS
           MOVE 1 TO W-CTRL-DELTA
           PERFORM ATU-CTRL
           ADD 1 TO W-SER-SEQ
           IF W-GUIALIM = "S"
                SUBTRACT 1 FROM W-GUIASALDO.
           IF W-COBLIM = "S"
                SUBTRACT 1 FROM W-COBSALDO.
           PERFORM SER-LINK THRU SER-LINK-FIM
           GO TO SER-PROX.

      *------DATA BLOQUEADA POR AUSENCIA DO MEDICO OU FERIADO----------*
       SER-BLOQUEIO.
           MOVE "N" TO W-SERBLOQ
           MOVE W-SERUNIDBASE TO W-SERUNID
           MOVE W-SERYMD TO FERIA-DATA
           MOVE ZEROS TO FERIA-UNIDADE
           READ CADFERIA
           IF ST-ERRO = "00"
                MOVE "S" TO W-SERBLOQ
           MOVE W-SV-CODMEDICO TO HORAR-CRM
           MOVE ZEROS TO HORAR-DIASEM
           START CADHORAR KEY IS NOT LESS HORAR-CHAVE INVALID KEY
                GO TO SER-FERUNID.
           READ CADHORAR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO SER-FERUNID.
           IF HORAR-CRM = W-SV-CODMEDICO
                MOVE "S" TO W-TEMHORAR.
           IF W-TEMHORAR = "N"
                GO TO SER-FERUNID.
           MOVE W-SERYMD(7:2) TO W-DS-DIA
           MOVE W-SERYMD(5:2) TO W-DS-MES
           MOVE W-SERYMD(1:4) TO W-DS-ANO
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-SERBLOQ
                GO TO SER-BLOQUEIO-FIM.
           IF W-OPUNID NOT = ZEROS AND HORAR-UNIDADE NOT = ZEROS
              AND HORAR-UNIDADE NOT = W-OPUNID
                MOVE "S" TO W-SERBLOQ
                GO TO SER-BLOQUEIO-FIM.
           IF W-SV-HORACONS < HORAR-HORAINI OR
              W-SV-HORACONS NOT < HORAR-HORAFIM
                MOVE "S" TO W-SERBLOQ
                GO TO SER-BLOQUEIO-FIM.
           IF HORAR-UNIDADE NOT = ZEROS
                MOVE HORAR-UNIDADE TO W-SERUNID.

      *------FERIADO SO DA UNIDADE DA SESSAO---------------------------*
       SER-FERUNID.
           IF W-SERUNID = ZEROS
                GO TO SER-OCUP.
           MOVE W-SERYMD TO FERIA-DATA
           MOVE W-SERUNID TO FERIA-UNIDADE
           READ CADFERIA
           IF ST-ERRO = "00"
                MOVE "S" TO W-SERBLOQ.

      *------MEDICO JA TEM OUTRA CONSULTA NO MESMO DIA/HORARIO---------*
                   MOVE W-OPERADOR TO W-PRM-OPERADOR
                   CALL "SMP037" USING W-PRM037
                   CANCEL "SMP037".

      *------ATESTADO / DECLARACAO: MESMOS PARAMETROS DA RECEITA-------*
       INC-WR4.
                DISPLAY (23, 40) "EMITIR ATESTADO (S/N) : "
                ACCEPT (23, 64) W-OPCAO
                DISPLAY (23, 40) LIMPA
                IF W-OPCAO = "S" OR "s"
                   MOVE PACI-CPF TO W-PRM-CPF
                   MOVE DATACONSULTA TO W-PRM-DATACONS
                   MOVE HORACONSULTA TO W-PRM-HORACONS
                   MOVE W-OPERADOR TO W-PRM-OPERADOR
                   CALL "SMP089" USING W-PRM037
                   CANCEL "SMP089".
                MOVE "*** DADOS GRAVADOS *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       R9E-LIMITE-FIM.
           EXIT.

      *------GUIA DO PACIENTE: VIGENCIA NA DATA E SALDO DE CONSULTAS---*
      *------CONTA AS CONSULTAS DO CONVENIO/ESPECIALIDADE JA MARCADAS--*
      *------DENTRO DA VIGENCIA, SEM A PROPRIA CONSULTA----------------*
       VALIDA-GUIA.
           MOVE "S" TO W-GUIAOK
           MOVE PACI-CPF TO GUIA-CPF
           MOVE W-GUIACONV TO GUIA-CONV
           MOVE ESPEC TO GUIA-ESPEC
           READ CADGUIA
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-GUIAOK
                MOVE "CONVENIO EXIGE GUIA - PACIENTE SEM GUIA"
                                                        TO W-GUIAMENS
                GO TO VALIDA-GUIA-FIM.
           IF W-CONSYMD < GUIA-EMISSAO OR W-CONSYMD > GUIA-VALIDADE
                MOVE "N" TO W-GUIAOK
                MOVE "GUIA DO CONVENIO FORA DA VALIDADE" TO W-GUIAMENS
                GO TO VALIDA-GUIA-FIM.
           MOVE GUIA-VALIDADE TO W-GUIAVAL
           MOVE W-GUIACONV TO W-CNTCONV
           MOVE ESPEC TO W-CNTESPEC
           MOVE GUIA-EMISSAO TO W-CNTINI
           MOVE GUIA-VALIDADE TO W-CNTFIM
           PERFORM CONTA-CONS THRU CONTA-CONS-FIM
           MOVE W-CNTQTD TO W-GUIAUSO.

       VALIDA-GUIA-SALDO.
           MOVE ZEROS TO W-GUIASALDO
           IF W-GUIAUSO < GUIA-QTDAUT
                COMPUTE W-GUIASALDO = GUIA-QTDAUT - W-GUIAUSO.
           IF W-GUIASALDO = ZEROS
                MOVE "N" TO W-GUIAOK
                MOVE "GUIA DO CONVENIO SEM SALDO DE CONSULTAS"
                                                        TO W-GUIAMENS.
       VALIDA-GUIA-FIM.
           EXIT.

      *------CONTA AS CONSULTAS DO PACIENTE NO CONVENIO W-CNTCONV E----*
      *------ESPECIALIDADE W-CNTESPEC ENTRE W-CNTINI E W-CNTFIM, SEM---*
      *------CANCELADAS, FALTAS, RETORNOS E A PROPRIA CONSULTA---------*
       CONTA-CONS.
           MOVE REGCONS TO W-REGCONS-SV
           MOVE REGMED TO W-REGMED-SV
           MOVE ZEROS TO W-CNTQTD
           MOVE W-SV-CPF TO PACI-CPF
           MOVE ZEROS TO DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                GO TO CONTA-CONS-VOLTA.

       CONTA-CONS-LER.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CONTA-CONS-VOLTA.
           IF PACI-CPF NOT = W-SV-CPF
                GO TO CONTA-CONS-VOLTA.
           IF KEYPRINCIPAL = W-SV-KEYPRINCIPAL
                GO TO CONTA-CONS-LER.
           IF SITUACAO = "C" OR SITUACAO = "F"
                GO TO CONTA-CONS-LER.
           IF CONVCONS NOT = W-CNTCONV OR RETORNO = "S"
                GO TO CONTA-CONS-LER.
           MOVE ANOCONS TO W-ANTYMD(1:4)
           MOVE MESCONS TO W-ANTYMD(5:2)
           MOVE DIACONS TO W-ANTYMD(7:2)
           IF W-ANTYMD < W-CNTINI OR W-ANTYMD > W-CNTFIM
                GO TO CONTA-CONS-LER.
           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO = "00" AND ESPEC = W-CNTESPEC
                ADD 1 TO W-CNTQTD.
           GO TO CONTA-CONS-LER.

       CONTA-CONS-VOLTA.
           MOVE W-REGCONS-SV TO REGCONS
           MOVE W-REGMED-SV TO REGMED.
       CONTA-CONS-FIM.
           EXIT.

      *------COMPETENCIA FECHADA NAO ADMITE ALTERACAO NO CADCONS-------*
       TESTA-COMP.
           MOVE "N" TO W-COMPFECH
                   WRITE REGVISITX
                   WRITE REGVISITX FROM CAB4V
                   WRITE REGVISITX FROM CAB5V
                   PERFORM IMP-TRIAGEM THRU IMP-TRIAGEM-FIM

                   CLOSE CADVISITX
                   MOVE "*** RESUMO IMPRESSO EM RESUMOCONSPRL.DOC ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *------SINAIS VITAIS DA TRIAGEM NO RESUMO DA CONSULTA------------*
       IMP-TRIAGEM.
                OPEN INPUT CADTRIAG
                IF ST-ERRO NOT = "00"
                   GO TO IMP-TRIAGEM-FIM.
                MOVE PACI-CPF     TO TRIAG-CPF
                MOVE DATACONSULTA TO TRIAG-DATACONS
                MOVE HORACONSULTA TO TRIAG-HORACONS
                READ CADTRIAG
                IF ST-ERRO NOT = "00"
                   CLOSE CADTRIAG
                   GO TO IMP-TRIAGEM-FIM.
                IF TRIAG-RISCO < 1 OR TRIAG-RISCO > 5
                   CLOSE CADTRIAG
                   GO TO IMP-TRIAGEM-FIM.
                MOVE TRIAG-PASIST  TO TRI-PASTX
                MOVE TRIAG-PADIAST TO TRI-PADTX
                MOVE TRIAG-PESO    TO TRI-PESOTX
                MOVE TRIAG-ALTURA  TO TRI-ALTTX
                MOVE TRIAG-IMC     TO TRI-IMCTX
                MOVE TRIAG-TEMPER  TO TRI-TEMPTX
                MOVE TRIAG-FREQ    TO TRI-FCTX
                MOVE TRIAG-SATUR   TO TRI-SATTX
                MOVE TBRISCO(TRIAG-RISCO) TO TRI-RISCOTX
                MOVE SPACES TO REGVISITX
                WRITE REGVISITX
                WRITE REGVISITX FROM W-TRI1LINHA
                WRITE REGVISITX FROM W-TRI2LINHA
                CLOSE CADTRIAG.
       IMP-TRIAGEM-FIM.
                EXIT.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
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
           CLOSE CADPACI
           CLOSE CADMED
           CLOSE CADESPEC
           CLOSE CADPLANO
           CLOSE CADAUDIT CADCTRL CADAUSEN CADHORAR CADFERIA CADSERIE
           CLOSE CADCOMP CADCVESP CADGUIA CADCOBER CADCRED CADALERG.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
