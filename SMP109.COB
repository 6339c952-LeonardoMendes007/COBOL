       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP109.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * IMPORTACAO DO RETORNO DA PREFEITURA    *
      * (NFS-E) - NUMERO DA NOTA NOS RPS       *
      * EMITIDOS, RPS REJEITADOS E CONFIRMACAO *
      * DOS CANCELAMENTOS NO CADRPS            *
      * LINHAS SEM CORRESPONDENCIA E RECUSAS   *
      * DA PREFEITURA VAO PARA NFSERETPRL.DOC *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRETNF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RPS-DOC WITH DUPLICATES.
       SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADERRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRETNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQENTRADA.
       01 REGRETNF    PIC X(87).

       FD CADRPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
          03 RPS-NUMERO           PIC 9(08).
          03 RPS-DOC.
             05 RPS-ORIGEM        PIC X(01).
             05 RPS-DOCCHAVE      PIC X(23).
          03 RPS-DATAEMI          PIC 9(08).
          03 RPS-TOMTIPO          PIC 9(01).
          03 RPS-TOMDOC           PIC 9(14).
          03 RPS-TOMNOME          PIC X(30).
          03 RPS-VALOR            PIC 9(07)V99.
          03 RPS-ALIQ             PIC 9(02)V99.
          03 RPS-ISS              PIC 9(07)V99.
          03 RPS-SITU             PIC X(01).
          03 RPS-LOTE             PIC 9(06).
          03 RPS-NFSE             PIC 9(10).
          03 RPS-CODVER           PIC X(10).
          03 RPS-DATANFSE         PIC 9(08).
          03 RPS-LOTECANC         PIC 9(06).
          03 RPS-DATACANC         PIC 9(08).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT      PIC X(126).

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

       FD CADERRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFSERETPRL.DOC".
       01 REGERRTX    PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".

       01 W-ARQENTRADA  PIC X(30) VALUE "RETNFSE.TXT".

      *------LAYOUT DO RETORNO: E=EMISSAO C=CANCELAMENTO---------------*
      *------A=ACEITO R=RECUSADO PELA PREFEITURA-----------------------*
       01 REGRETNFWS.
          03 RET-TIPO       PIC X(01).
          03 RET-SERIE      PIC X(05).
          03 RET-RPS        PIC 9(12).
          03 RET-RPSX REDEFINES RET-RPS PIC X(12).
          03 RET-NFSE       PIC 9(10).
          03 RET-NFSEX REDEFINES RET-NFSE PIC X(10).
          03 RET-CODVER     PIC X(10).
          03 RET-DATA.
             05 RET-DIA     PIC 9(02).
             05 RET-MES     PIC 9(02).
             05 RET-ANO     PIC 9(04).
          03 RET-DATAX REDEFINES RET-DATA PIC X(08).
          03 RET-STATUS     PIC X(01).
          03 RET-MSG        PIC X(40).

       01 W-RET-YMD     PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-SITANT      PIC X(01) VALUE SPACES.
       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTEMIT     PIC 9(06) VALUE ZEROS.
       01 W-TOTRPSREJ   PIC 9(06) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(06) VALUE ZEROS.
       01 W-TOTCANCREJ  PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-AUDDATA.
          05 W-AUDDATA-ANO   PIC 9(04).
          05 W-AUDDATA-MES   PIC 9(02).
          05 W-AUDDATA-DIA   PIC 9(02).
       01 W-AUDHORA.
          05 W-AUDHORA-HH    PIC 9(02).
          05 W-AUDHORA-MI    PIC 9(02).
          05 W-AUDHORA-SS    PIC 9(02).
          05 FILLER          PIC 9(04).
       01 REGAUDITWS.
          03 AUD-DIA         PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 AUD-MES         PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 AUD-ANO         PIC 9(04).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-HH          PIC 99.
          03 FILLER          PIC X(01) VALUE ":".
          03 AUD-MI          PIC 99.
          03 FILLER          PIC X(01) VALUE ":".
          03 AUD-SS          PIC 99.
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-OPERADOR    PIC X(10).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-PROGRAMA    PIC X(06).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-OPERACAO    PIC X(10).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-CHAVE       PIC X(15).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-ANTES       PIC X(30).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-DEPOIS      PIC X(30).

       01 W-AUDDEP.
          03 AUDD-SITU       PIC X(01).
          03 FILLER          PIC X(06) VALUE " NFSE ".
          03 AUDD-NFSE       PIC 9(10).

       01 ERRTX.
                03 ERR-LINHA           PIC X(87).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ERR-MOTIVO          PIC X(40).

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     " *** EXCECOES DO RETORNO DA NFS-E ***".

       01 CAB1.
                03 FILLER             PIC X(09) VALUE "ARQUIVO: ".
                03 CAB-ARQ            PIC X(30).

       01 CAB2.
                03 CAB-LINHA          PIC X(87) VALUE
                                      "LINHA DO RETORNO".
                03 FILLER             PIC X(02) VALUE " ".
                03 CAB-MOTIVO         PIC X(40) VALUE "MOTIVO".

       01 CAB3.
                03 CAB-LINHA          PIC X(87) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 CAB-MOTIVO         PIC X(40) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                      "LINHAS LIDAS            :".
                03 CAB-LIDOS   PIC ZZZ.ZZ9.

       01 CAB5.
                03 FILLER      PIC X(30) VALUE
                                      "NFS-E EMITIDAS          :".
                03 CAB-EMIT    PIC ZZZ.ZZ9.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                      "RPS RECUSADOS           :".
                03 CAB-RPSREJ  PIC ZZZ.ZZ9.

       01 CAB7.
                03 FILLER      PIC X(30) VALUE
                                      "CANCELAMENTOS ACEITOS   :".
                03 CAB-CANC    PIC ZZZ.ZZ9.

       01 CAB8.
                03 FILLER      PIC X(30) VALUE
                                      "CANCELAMENTOS RECUSADOS :".
                03 CAB-CANCREJ PIC ZZZ.ZZ9.

       01 CAB9.
                03 FILLER      PIC X(30) VALUE
                                      "LINHAS REJEITADAS       :".
                03 CAB-REJ     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP109.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** IMPORTACAO DO RETORNO DA NFS-E".
           05  LINE 02  COLUMN 41
               VALUE  " ***".
           05  LINE 09  COLUMN 01
               VALUE  "     ARQUIVO DE ENTRADA :".
           05  LINE 12  COLUMN 01
               VALUE  "     LAYOUT: TIPO(1) E/C SERIE(5) RPS(12".
           05  LINE 12  COLUMN 41
               VALUE  ") NFSE(10) VERIFICACAO(10)".
           05  LINE 13  COLUMN 01
               VALUE  "             DATA DDMMAAAA(8) SITUACAO(1".
           05  LINE 13  COLUMN 41
               VALUE  ") A/R MENSAGEM(40)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TARQENTRADA
               LINE 09  COLUMN 27  PIC X(30)
               USING  W-ARQENTRADA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADOPER NAO EXISTE, EXECUTE O SMP027"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

       R0-LOGIN.
           MOVE SPACES TO W-OPERADOR W-SENHA
           DISPLAY (23, 01) "OPERADOR:"
           ACCEPT (23, 11) W-OPERADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                CLOSE CADOPER
                GO TO ROT-FIMS.
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
                CLOSE CADOPER
                GO TO ROT-FIMS.
           IF OPER-SENHA NOT = W-SENHA
                MOVE "SENHA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R0-LOGIN.
           IF OPER-ATIVO NOT = "S"
                MOVE "OPERADOR INATIVO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOPER
                GO TO ROT-FIMS.
           IF OPER-SOREL = "S" OR OPER-MANUT NOT = "S"
                MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOPER
                GO TO ROT-FIMS.
           CLOSE CADOPER.

       INC-001.
                DISPLAY TELASMP109.
       INC-OPC1.
                ACCEPT TARQENTRADA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-ARQENTRADA = SPACES
                   MOVE "RETNFSE.TXT" TO W-ARQENTRADA.
      *
       INC-OP0.
           OPEN INPUT CADRETNF
           IF ST-ERRO NOT = "00"
                MOVE "ARQUIVO DE ENTRADA NAO ENCONTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMS.

           OPEN I-O CADRPS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADRPS NAO EXISTE, RODE O SMP108"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRETNF
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRPS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRETNF
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADERRTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO NFSERETPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           WRITE REGERRTX FROM CAB0.
           MOVE W-ARQENTRADA TO CAB-ARQ
           WRITE REGERRTX FROM CAB1.
           MOVE SPACES TO REGERRTX
           WRITE REGERRTX.
           WRITE REGERRTX FROM CAB2.
           WRITE REGERRTX FROM CAB3.

      *---------[ PROCESSA CADA LINHA DO RETORNO ]----------------------
       LER-RET.
           READ CADRETNF
           IF ST-ERRO NOT = "00"
                GO TO ROT-TOTAL.

           ADD 1 TO W-TOTLIDOS
           MOVE REGRETNF TO REGRETNFWS

           IF RET-TIPO NOT = "E" AND RET-TIPO NOT = "C"
                MOVE "TIPO DEVE SER E OU C" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF RET-STATUS NOT = "A" AND RET-STATUS NOT = "R"
                MOVE "SITUACAO DEVE SER A OU R" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF RET-RPSX IS NOT NUMERIC
                MOVE "NUMERO DO RPS NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF RET-NFSEX IS NOT NUMERIC
                MOVE "NUMERO DA NFS-E NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF RET-DATAX IS NOT NUMERIC
                MOVE "DATA NAO NUMERICA" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF RET-TIPO = "E" AND RET-STATUS = "A"
              AND RET-NFSE = ZEROS
                MOVE "NFS-E EMITIDA SEM NUMERO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF RET-RPS > 99999999
                MOVE "RPS NAO ENCONTRADO NO CADRPS" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           MOVE RET-RPS TO RPS-NUMERO
           READ CADRPS
           IF ST-ERRO = "23"
                MOVE "RPS NAO ENCONTRADO NO CADRPS" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADRPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE RET-ANO TO W-RET-YMD(1:4)
           MOVE RET-MES TO W-RET-YMD(5:2)
           MOVE RET-DIA TO W-RET-YMD(7:2)
           MOVE RPS-SITU TO W-SITANT
           IF RET-TIPO = "C"
                GO TO RET-CANC.

      *------RETORNO DA EMISSAO: SO PARA RPS AGUARDANDO A PREFEITURA---*
           IF RPS-SITU NOT = "G"
                MOVE "RPS NAO ESTA AGUARDANDO RETORNO" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           IF RET-STATUS = "A"
                MOVE "E" TO RPS-SITU
                MOVE RET-NFSE TO RPS-NFSE
                MOVE RET-CODVER TO RPS-CODVER
                MOVE W-RET-YMD TO RPS-DATANFSE
                MOVE "NFSEEMITE" TO AUD-OPERACAO
                ADD 1 TO W-TOTEMIT
                GO TO RET-GRAVA.
      *------RECUSADO: O PROXIMO LOTE (SMP108) EMITE UM RPS NOVO-------*
           MOVE "R" TO RPS-SITU
           MOVE "NFSERECUSA" TO AUD-OPERACAO
           ADD 1 TO W-TOTRPSREJ
           MOVE REGRETNF TO ERR-LINHA
           MOVE "RPS RECUSADO PELA PREFEITURA" TO ERR-MOTIVO
           WRITE REGERRTX FROM ERRTX
           GO TO RET-GRAVA.

      *------RETORNO DO CANCELAMENTO ENVIADO PELO SMP108---------------*
       RET-CANC.
           IF RPS-SITU NOT = "C"
                MOVE "RPS SEM CANCELAMENTO PENDENTE" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           IF RET-STATUS = "A"
                MOVE "X" TO RPS-SITU
                MOVE W-RET-YMD TO RPS-DATACANC
                MOVE "NFSECANCEL" TO AUD-OPERACAO
                ADD 1 TO W-TOTCANC
                GO TO RET-GRAVA.
      *------RECUSADO: A NOTA CONTINUA VALENDO-------------------------*
           MOVE "E" TO RPS-SITU
           MOVE ZEROS TO RPS-LOTECANC RPS-DATACANC
           MOVE "NFSECANREC" TO AUD-OPERACAO
           ADD 1 TO W-TOTCANCREJ
           MOVE REGRETNF TO ERR-LINHA
           MOVE "CANCELAMENTO RECUSADO - NOTA VALIDA" TO ERR-MOTIVO
           WRITE REGERRTX FROM ERRTX.

       RET-GRAVA.
           REWRITE REGRPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO REGISTRO RPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE RPS-NUMERO TO AUD-CHAVE
           MOVE W-SITANT TO AUD-ANTES
           MOVE RPS-SITU TO AUDD-SITU
           MOVE RPS-NFSE TO AUDD-NFSE
           MOVE W-AUDDEP TO AUD-DEPOIS
           PERFORM GRAVA-AUDIT
           GO TO LER-RET.

      *------GRAVA A LINHA REJEITADA NO RELATORIO----------------------*
       GRAVA-ERRO.
           ADD 1 TO W-TOTREJ
           MOVE REGRETNF TO ERR-LINHA
           MOVE W-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO W-MOTIVO
           WRITE REGERRTX FROM ERRTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO NFSERETPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-RET.

      *---------[ TOTAIS DA IMPORTACAO ]--------------------------------
       ROT-TOTAL.
           MOVE SPACES TO REGERRTX
           WRITE REGERRTX.
           MOVE W-TOTLIDOS TO CAB-LIDOS
           WRITE REGERRTX FROM CAB4.
           MOVE W-TOTEMIT TO CAB-EMIT
           WRITE REGERRTX FROM CAB5.
           MOVE W-TOTRPSREJ TO CAB-RPSREJ
           WRITE REGERRTX FROM CAB6.
           MOVE W-TOTCANC TO CAB-CANC
           WRITE REGERRTX FROM CAB7.
           MOVE W-TOTCANCREJ TO CAB-CANCREJ
           WRITE REGERRTX FROM CAB8.
           MOVE W-TOTREJ TO CAB-REJ
           WRITE REGERRTX FROM CAB9.
           CLOSE CADERRTX

           DISPLAY (15, 06) "LIDAS:"
           DISPLAY (15, 13) W-TOTLIDOS
           DISPLAY (16, 06) "EMITIDAS:"
           DISPLAY (16, 16) W-TOTEMIT
           DISPLAY (16, 25) "RECUSADAS:"
           DISPLAY (16, 36) W-TOTRPSREJ
           DISPLAY (17, 06) "CANCELADAS:"
           DISPLAY (17, 18) W-TOTCANC
           DISPLAY (17, 27) "REJEITADAS:"
           DISPLAY (17, 39) W-TOTREJ
           MOVE "*** IMPORTACAO CONCLUIDA, VEJA NFSERETPRL.DOC ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]----------
       GRAVA-AUDIT.
                ACCEPT W-AUDDATA FROM DATE YYYYMMDD
                ACCEPT W-AUDHORA FROM TIME
                MOVE W-AUDDATA-DIA TO AUD-DIA
                MOVE W-AUDDATA-MES TO AUD-MES
                MOVE W-AUDDATA-ANO TO AUD-ANO
                MOVE W-AUDHORA-HH  TO AUD-HH
                MOVE W-AUDHORA-MI  TO AUD-MI
                MOVE W-AUDHORA-SS  TO AUD-SS
                MOVE W-OPERADOR    TO AUD-OPERADOR
                MOVE "SMP109"      TO AUD-PROGRAMA
                MOVE REGAUDITWS TO REGAUDIT
                WRITE REGAUDIT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADRETNF CADRPS CADAUDIT.
       ROT-FIMP.
           EXIT PROGRAM.

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
