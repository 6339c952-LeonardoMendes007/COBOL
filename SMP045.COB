       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    RECORD KEY   IS OPER-CODIGO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIA.
          03 FERIA-CHAVE.
             05 FERIA-DATA        PIC 9(08).
             05 FERIA-UNIDADE     PIC 9(02).
          03 FERIA-DESCR          PIC X(30).

       FD CADOPER
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).

       FD CADCTRL
               LABEL RECORD IS STANDARD
          05 W-FER-ANO  PIC 9(04).
       01 W-FER-YMD     PIC 9(08) VALUE ZEROS.
       01 W-DESCR       PIC X(30) VALUE SPACES.
       01 W-FERUNID     PIC 9(02) VALUE ZEROS.
       01 W-UNIDNOME    PIC X(30) VALUE SPACES.
       01 W-OPUNID      PIC 9(02) VALUE ZEROS.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
               VALUE  "                 CALENDARIO DE FERIADOS".
           05  LINE 05  COLUMN 01
               VALUE  "       DATA         :   .  .".
           05  LINE 06  COLUMN 01
               VALUE  "       UNIDADE      :".
           05  LINE 07  COLUMN 01
               VALUE  "       DESCRICAO    :".

               USING  W-DATAFER
               HIGHLIGHT.

           05  TFERUNID
               LINE 06  COLUMN 23  PIC 9(02)
               USING  W-FERUNID
               HIGHLIGHT.

           05  TDESCR
               LINE 07  COLUMN 23  PIC X(30)
               USING  W-DESCR
           ELSE
                 NEXT SENTENCE.

       R0U.
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
                GO TO ROT-FIM.
           MOVE OPER-NIVEL TO W-NIVEL
           MOVE OPER-EXCLUI TO W-PERM-EXCLUI
           MOVE OPER-UNIDADE TO W-OPUNID
           CLOSE CADOPER.

      *------CONFERENCIA DO TOTAL DE REGISTROS (CADCTRL)---------------*

       R0-CTRL-CONTA.
           MOVE ZEROS TO W-CTRL-QTD
           MOVE ZEROS TO FERIA-CHAVE
           START CADFERIA KEY IS NOT LESS FERIA-CHAVE INVALID KEY
                 GO TO R0-CTRL-CONFERE.
       R0-CTRL-LE.
           READ CADFERIA NEXT

       R1.
           MOVE ZEROS TO W-DATAFER W-SEL
           MOVE W-OPUNID TO W-FERUNID
           MOVE SPACES TO W-DESCR
           DISPLAY TELAFERIA.


           MOVE W-FER-ANO TO W-FER-YMD(1:4)
           MOVE W-FER-MES TO W-FER-YMD(5:2)
           MOVE W-FER-DIA TO W-FER-YMD(7:2).

      *------FERIADO DA CLINICA (00) OU MUNICIPAL DE UMA UNIDADE-------*
      *------OPERADOR DE UNIDADE SO MANTEM OS FERIADOS DA SUA----------*
       R2A.
           ACCEPT TFERUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2.

           IF W-OPUNID NOT = ZEROS AND W-FERUNID NOT = W-OPUNID
                MOVE "OPERADOR SO MANTEM FERIADOS DA SUA UNIDADE"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                MOVE W-OPUNID TO W-FERUNID
                GO TO R2A.

           MOVE "TODAS AS UNIDADES" TO W-UNIDNOME
           IF W-FERUNID NOT = ZEROS
                MOVE W-FERUNID TO UNID-CODIGO
                READ CADUNID
                IF ST-ERRO NOT = "00"
                     MOVE "UNIDADE NAO CADASTRADA" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R2A
                ELSE
                     MOVE UNID-NOME TO W-UNIDNOME.
           DISPLAY (06, 28) W-UNIDNOME

           MOVE W-FER-YMD TO FERIA-DATA
           MOVE W-FERUNID TO FERIA-UNIDADE.

       LER-CADFERIA.
           READ CADFERIA
             IF ST-ERRO = "00"
                MOVE FERIA-DESCR TO W-DESCR
                DISPLAY TELAFERIA
                DISPLAY (06, 28) W-UNIDNOME
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADFERIA" TO MENS
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R2A.

           IF W-DESCR = SPACES
                MOVE "DIGITE A DESCRICAO DO FERIADO" TO MENS
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-FER-YMD TO FERIA-DATA
                MOVE W-FERUNID TO FERIA-UNIDADE
                MOVE W-DESCR TO FERIA-DESCR
                WRITE REGFERIA
                IF ST-ERRO = "00" OR "02"

       ALT-RW1.
                MOVE W-FER-YMD TO FERIA-DATA
                MOVE W-FERUNID TO FERIA-UNIDADE
                MOVE W-DESCR TO FERIA-DESCR
                REWRITE REGFERIA
                IF ST-ERRO = "00" OR "02"
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADFERIA CADCTRL CADUNID.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
