                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALA WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUSEN-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CRED-CONV WITH DUPLICATES.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 HORAR-HORAINI        PIC 9(04).
          03 HORAR-HORAFIM        PIC 9(04).
          03 HORAR-INTERV         PIC 9(03).
          03 HORAR-SALA           PIC 9(03).
          03 HORAR-UNIDADE        PIC 9(02).

       FD CADMED
               LABEL RECORD IS STANDARD
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADAUSEN
               LABEL RECORD IS STANDARD
             05 AUSEN-DATAINI     PIC 9(08).
          03 AUSEN-DATAFIM        PIC 9(08).
          03 AUSEN-MOTIVO         PIC X(30).

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRED-CHAVE.
             05 CRED-CRM          PIC 9(06).
             05 CRED-CONV         PIC 9(04).
          03 CRED-INICIO          PIC 9(08).
          03 CRED-FIM             PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).

       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIA.
          03 FERIA-CHAVE.
             05 FERIA-DATA        PIC 9(08).
             05 FERIA-UNIDADE     PIC 9(02).
          03 FERIA-DESCR          PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".

       01 W-CRM         PIC 9(06) VALUE ZEROS.
       01 W-CONVF       PIC 9(04) VALUE ZEROS.
       01 W-UNIDF       PIC 9(02) VALUE ZEROS.
       01 W-UNIDNOME    PIC X(30) VALUE SPACES.
       01 W-MENSFER.
          03 FILLER       PIC X(10) VALUE "FERIADO - ".
          03 W-MENSFER-DS PIC X(30).
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-QTDMED      PIC 9(03) VALUE ZEROS.
       01 CREDLIN.
          03 CRL-CRM       PIC 999.999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 CRL-NOME      PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 CRL-FIMTX     PIC X(11).
       01 W-CRLFIM.
          03 W-CRLFIM-DIA  PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-CRLFIM-MES  PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-CRLFIM-ANO  PIC 9999.
       01 W-DATAPESQ.
          05 W-DATAPESQ-DIA  PIC 9(02).
          05 W-DATAPESQ-MES  PIC 9(02).
               VALUE  "              GRADE DE HORARIOS DO MEDIC".
           05  LINE 02  COLUMN 41
               VALUE  "O".
           05  LINE 04  COLUMN 01
               VALUE  "     CONVENIO (0=TODOS):".
           05  LINE 05  COLUMN 01
               VALUE  "     CRM DO MEDICO    :".
           05  LINE 06  COLUMN 01
               VALUE  "     UNIDADE (0=TODAS):".
           05  LINE 07  COLUMN 01
               VALUE  "     DATA DA CONSULTA :   .  .".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCONVF
               LINE 04  COLUMN 25  PIC 9(04)
               USING  W-CONVF
               HIGHLIGHT.
           05  TCRM
               LINE 05  COLUMN 25  PIC 999.999
               USING  W-CRM
               HIGHLIGHT.
           05  TUNIDF
               LINE 06  COLUMN 25  PIC 9(02)
               USING  W-UNIDF
               HIGHLIGHT.
           05  TDATAPESQ
               LINE 07  COLUMN 25  PIC 99.99.9999
               USING  W-DATAPESQ
           ELSE
                 NEXT SENTENCE.

       R0D.
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

       R0E.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0F.
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

       R0G.
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFERIA
                 CLOSE CADFERIA
                 OPEN INPUT CADFERIA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFERIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R1.
           MOVE ZEROS TO W-CONVF W-CRM W-DATAPESQ W-UNIDF
           DISPLAY TELASMP044.

      *------CONVENIO INFORMADO: SO OS MEDICOS CREDENCIADOS-----------*
       R1A.
           ACCEPT TCONVF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.

           IF W-CONVF = ZEROS
                GO TO R2.

           MOVE W-CONVF TO CODIGO
           READ CADCONV
           IF ST-ERRO = "23"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1A.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (04, 35) CNOME
           PERFORM LISTA-CRED THRU LISTA-CRED-FIM.

       R2.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.

           IF W-CRM = ZEROS
                MOVE "DIGITE UM CRM VALIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DISPLAY (05, 35) NOMEMED

           IF W-CONVF = ZEROS
                GO TO R3.
           MOVE W-CRM TO CRED-CRM
           MOVE W-CONVF TO CRED-CONV
           READ CADCRED
           IF ST-ERRO NOT = "00"
                MOVE "MEDICO NAO CREDENCIADO NO CONVENIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.

      *------UNIDADE INFORMADA: SO A GRADE DAQUELA UNIDADE-------------*
       R2U.
           ACCEPT TUNIDF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.

           IF W-UNIDF = ZEROS
                DISPLAY (06, 35) "TODAS AS UNIDADES             "
                GO TO R3.

           MOVE W-UNIDF TO UNID-CODIGO
           READ CADUNID
           IF ST-ERRO = "23"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2U.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADUNID" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (06, 35) UNID-NOME.

       R3.
           MOVE ZEROS TO W-DATAPESQ
           ACCEPT TDATAPESQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2U.

           IF W-DATAPESQ-MES < 1 OR W-DATAPESQ-MES > 12
                MOVE "DIGITE UMA DATA VALIDA" TO MENS
           MOVE W-DATAPESQ-MES TO W-PESQYMD(5:2)
           MOVE W-DATAPESQ-DIA TO W-PESQYMD(7:2)

           IF W-CONVF NOT = ZEROS
              IF W-PESQYMD < CRED-INICIO OR
                 (CRED-FIM NOT = ZEROS AND W-PESQYMD > CRED-FIM)
                   MOVE "CREDENCIAMENTO FORA DA VIGENCIA NA DATA"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.

           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE TBDIA(W-DIASEM) TO W-DIASEMTXT
           DISPLAY (07, 38) W-DIASEMTXT.
                MOVE "ERRO NA LEITURA ARQUIVO CADHORAR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF W-UNIDF NOT = ZEROS AND HORAR-UNIDADE NOT = ZEROS
              AND HORAR-UNIDADE NOT = W-UNIDF
                MOVE "MEDICO ATENDE EM OUTRA UNIDADE NESTE DIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

      *------FERIADO GERAL (UNIDADE 00) OU DA UNIDADE DO HORARIO-------*
       R4F.
           MOVE W-PESQYMD TO FERIA-DATA
           MOVE ZEROS TO FERIA-UNIDADE
           READ CADFERIA
           IF ST-ERRO NOT = "00" AND HORAR-UNIDADE NOT = ZEROS
                MOVE W-PESQYMD TO FERIA-DATA
                MOVE HORAR-UNIDADE TO FERIA-UNIDADE
                READ CADFERIA.
           IF ST-ERRO = "00"
                MOVE FERIA-DESCR TO W-MENSFER-DS
                MOVE W-MENSFER TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

           MOVE SPACES TO W-UNIDNOME
           IF HORAR-UNIDADE = ZEROS
                MOVE "SEM UNIDADE DEFINIDA" TO W-UNIDNOME
           ELSE
                MOVE HORAR-UNIDADE TO UNID-CODIGO
                READ CADUNID
                IF ST-ERRO = "00"
                     MOVE UNID-NOME TO W-UNIDNOME.

      *------VERIFICA SE O MEDICO ESTA AUSENTE NA DATA-----------------*
       R5.
           DISPLAY (02, 12) "/"
           DISPLAY (02, 13) W-DATAPESQ-ANO
           DISPLAY (02, 20) W-DIASEMTXT
           DISPLAY (02, 30) "UNIDADE: "
           DISPLAY (02, 39) W-UNIDNOME
           MOVE 3 TO W-LINHA.

       R7-SLOT.
                GO TO R1.
           GO TO ROT-FIM.

      *------LISTA OS MEDICOS CREDENCIADOS NO CONVENIO W-CONVF---------*
      *------COM CREDENCIAMENTO VIGENTE NA DATA DE HOJE----------------*
       LISTA-CRED.
           MOVE ZEROS TO W-QTDMED
           MOVE 9 TO W-LINHA
           DISPLAY (08, 05) "MEDICOS CREDENCIADOS:"
           MOVE W-CONVF TO CRED-CONV
           START CADCRED KEY IS NOT LESS CRED-CONV INVALID KEY
                GO TO LISTA-CRED-TOT.

       LISTA-CRED-LER.
           READ CADCRED NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LISTA-CRED-TOT.
           IF CRED-CONV NOT = W-CONVF
                GO TO LISTA-CRED-TOT.
           IF W-HOJE < CRED-INICIO
                GO TO LISTA-CRED-LER.
           IF CRED-FIM NOT = ZEROS AND W-HOJE > CRED-FIM
                GO TO LISTA-CRED-LER.

           MOVE CRED-CRM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOMEMED.
           MOVE CRED-CRM TO CRL-CRM
           MOVE NOMEMED TO CRL-NOME
           IF CRED-FIM = ZEROS
                MOVE SPACES TO CRL-FIMTX
           ELSE
                MOVE CRED-FIM(7:2) TO W-CRLFIM-DIA
                MOVE CRED-FIM(5:2) TO W-CRLFIM-MES
                MOVE CRED-FIM(1:4) TO W-CRLFIM-ANO
                MOVE W-CRLFIM TO CRL-FIMTX.
           ADD 1 TO W-QTDMED
           DISPLAY (W-LINHA, 05) CREDLIN
           ADD 1 TO W-LINHA
           IF W-LINHA < 21
                GO TO LISTA-CRED-LER.

           DISPLAY (22, 01) "CONTINUA (S/N) :"
           ACCEPT (22, 18) W-OPCAO
           DISPLAY (22, 01) LIMPA
           IF W-OPCAO = "N" OR "n"
                GO TO LISTA-CRED-FIM.
           DISPLAY TELASMP044
           DISPLAY (04, 35) CNOME
           DISPLAY (08, 05) "MEDICOS CREDENCIADOS:"
           MOVE 9 TO W-LINHA
           GO TO LISTA-CRED-LER.

       LISTA-CRED-TOT.
           IF W-QTDMED = ZEROS
                MOVE "NENHUM MEDICO CREDENCIADO NO CONVENIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LISTA-CRED-FIM.
           EXIT.

      *------DIA DA SEMANA PELA CONGRUENCIA DE ZELLER------------------*
      *------1=DOMINGO ... 7=SABADO------------------------------------*
       CALC-DIASEM.
           EXIT.

       ROT-FIM.
           CLOSE CADHORAR CADMED CADCONS CADAUSEN CADCRED CADCONV
                 CADUNID CADFERIA.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
