       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP102.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * IMPORTACAO DO DEMONSTRATIVO DE         *
      * PAGAMENTO DO CONVENIO - BAIXA DE       *
      * PAGAMENTO E GLOSA NO CADFATUR          *
      * LINHAS SEM CORRESPONDENCIA E ITENS     *
      * FATURADOS AUSENTES DO DEMONSTRATIVO    *
      * VAO PARA O DEMERRPRL.DOC               *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDEMON ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATUR-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
       FD CADDEMON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQENTRADA.
       01 REGDEMON    PIC X(47).

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATUR.
          03 FATUR-CHAVE.
             05 FATUR-NUMFAT      PIC 9(06).
             05 FATUR-SEQ         PIC 9(04).
          03 FATUR-CONV           PIC 9(04).
          03 FATUR-CPF            PIC 9(11).
          03 FATUR-DATA           PIC 9(08).
          03 FATUR-CRM            PIC 9(06).
          03 FATUR-VALOR          PIC 9(05)V99.
          03 FATUR-VLPAGO         PIC 9(05)V99.
          03 FATUR-SITU           PIC X(01).
          03 FATUR-MOTGLO         PIC 9(02).
          03 FATUR-DATAFAT        PIC 9(08).
          03 FATUR-TIPO           PIC X(01).
          03 FATUR-DATABX         PIC 9(08).

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
               VALUE OF FILE-ID IS "DEMERRPRL.DOC".
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

       01 W-ARQENTRADA  PIC X(30) VALUE "DEMONST.TXT".
       01 W-CONVDEM     PIC 9(04) VALUE ZEROS.

       01 REGDEMONWS.
          03 DEM-NUMFAT     PIC 9(06).
          03 DEM-NUMFATX REDEFINES DEM-NUMFAT PIC X(06).
          03 DEM-CPF        PIC 9(11).
          03 DEM-CPFX REDEFINES DEM-CPF PIC X(11).
          03 DEM-DATA.
             05 DEM-DIA     PIC 9(02).
             05 DEM-MES     PIC 9(02).
             05 DEM-ANO     PIC 9(04).
          03 DEM-DATAX REDEFINES DEM-DATA PIC X(08).
          03 DEM-CRM        PIC 9(06).
          03 DEM-CRMX REDEFINES DEM-CRM PIC X(06).
          03 DEM-VLAPRES    PIC 9(05)V99.
          03 DEM-VLAPRESX REDEFINES DEM-VLAPRES PIC X(07).
          03 DEM-VLPAGO     PIC 9(05)V99.
          03 DEM-VLPAGOX REDEFINES DEM-VLPAGO PIC X(07).
          03 DEM-MOTGLO     PIC 9(02).
          03 DEM-MOTGLOX REDEFINES DEM-MOTGLO PIC X(02).

       01 W-DEM-YMD     PIC 9(08) VALUE ZEROS.
       01 W-DATABX      PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-SITANT      PIC X(01) VALUE SPACES.
       01 W-SEQACHOU    PIC 9(04) VALUE ZEROS.
       01 W-SEQVALOR    PIC 9(04) VALUE ZEROS.
       01 W-JABAIXADO   PIC X(01) VALUE "N".
       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTPAGO     PIC 9(06) VALUE ZEROS.
       01 W-TOTGLOSA    PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       01 W-TOTAUS      PIC 9(06) VALUE ZEROS.
       01 W-VALPAGO     PIC 9(07)V99 VALUE ZEROS.
       01 W-VALGLOSA    PIC 9(07)V99 VALUE ZEROS.
       01 W-VALAUS      PIC 9(07)V99 VALUE ZEROS.

      *------FATURAS CITADAS NO DEMONSTRATIVO--------------------------*
       01 W-FT-QTD      PIC 9(03) VALUE ZEROS.
       01 W-FT-I        PIC 9(03) VALUE ZEROS.
       01 W-TABFAT.
          03 W-FT-NUMFAT PIC 9(06) OCCURS 200 TIMES.

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
          03 FILLER          PIC X(01) VALUE " ".
          03 AUDD-VLPAGO     PIC ZZ.ZZ9,99.
          03 FILLER          PIC X(07) VALUE " GLOSA ".
          03 AUDD-MOTGLO     PIC 99.

       01 ERRTX.
                03 ERR-LINHA           PIC X(47).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ERR-MOTIVO          PIC X(40).

       01 AUSTX.
                03 AUS-NUMFAT          PIC 9(06).
                03 FILLER              PIC X(01) VALUE "/".
                03 AUS-SEQ             PIC 9(04).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 AUS-CPF             PIC 9(11).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 AUS-DATA.
                   05 AUS-DIA          PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 AUS-MES          PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 AUS-ANO          PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 AUS-CRM             PIC 9(06).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 AUS-VALOR           PIC ZZ.ZZ9,99.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     " *** EXCECOES DO DEMONSTRATIVO DE PAGAMENTO ***".

       01 CAB1.
                03 FILLER             PIC X(10) VALUE "CONVENIO: ".
                03 CAB-CONV           PIC 9(04).
                03 FILLER             PIC X(03) VALUE " - ".
                03 CAB-CNOME          PIC X(30).
                03 FILLER             PIC X(11) VALUE "  ARQUIVO: ".
                03 CAB-ARQ            PIC X(30).

       01 CAB2.
                03 CAB-LINHA          PIC X(47) VALUE "LINHA REJEITADA".
                03 FILLER             PIC X(02) VALUE " ".
                03 CAB-MOTIVO         PIC X(40) VALUE "MOTIVO".

       01 CAB3.
                03 CAB-LINHA          PIC X(47) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 CAB-MOTIVO         PIC X(40) VALUE ALL "-".

       01 CAB2A.
                03 FILLER             PIC X(48) VALUE
                      "ITENS FATURADOS AUSENTES DO DEMONSTRATIVO".

       01 CAB2B.
                03 FILLER             PIC X(11) VALUE "FATURA/ITEM".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(11) VALUE "CPF".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE "CONSULTA".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(06) VALUE "CRM".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(09) VALUE "    VALOR".

       01 CAB3B.
                03 FILLER             PIC X(11) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(11) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(06) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(09) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(25) VALUE "LINHAS LIDAS       :".
                03 CAB-LIDOS   PIC ZZZ.ZZ9.

       01 CAB5.
                03 FILLER      PIC X(25) VALUE "ITENS PAGOS        :".
                03 CAB-PAGO    PIC ZZZ.ZZ9.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 CAB-VPAGO   PIC Z.ZZZ.ZZ9,99.

       01 CAB6.
                03 FILLER      PIC X(25) VALUE "ITENS GLOSADOS     :".
                03 CAB-GLOSA   PIC ZZZ.ZZ9.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 CAB-VGLOSA  PIC Z.ZZZ.ZZ9,99.

       01 CAB7.
                03 FILLER      PIC X(25) VALUE "LINHAS REJEITADAS  :".
                03 CAB-REJ     PIC ZZZ.ZZ9.

       01 CAB8.
                03 FILLER      PIC X(25) VALUE "ITENS AUSENTES     :".
                03 CAB-AUS     PIC ZZZ.ZZ9.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 CAB-VAUS    PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP102.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** IMPORTACAO DO DEMONSTRATIVO DE PA".
           05  LINE 02  COLUMN 41
               VALUE  "GAMENTO ***".
           05  LINE 07  COLUMN 01
               VALUE  "     CODIGO DO CONVENIO :".
           05  LINE 09  COLUMN 01
               VALUE  "     ARQUIVO DE ENTRADA :".
           05  LINE 12  COLUMN 01
               VALUE  "     LAYOUT: FATURA(6) CPF(11) DATA DDMM".
           05  LINE 12  COLUMN 41
               VALUE  "AAAA(8) CRM(6)".
           05  LINE 13  COLUMN 01
               VALUE  "             APRESENTADO(7) PAGO(7) GLOS".
           05  LINE 13  COLUMN 41
               VALUE  "A(2)  (VALORES SEM VIRGULA)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCONVDEM
               LINE 07  COLUMN 27  PIC 9999
               USING  W-CONVDEM
               HIGHLIGHT.
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
                DISPLAY TELASMP102.
       INC-OPC0.
                ACCEPT TCONVDEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-CONVDEM = ZEROS
                   MOVE "DIGITE O CODIGO DO CONVENIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.
       INC-OPC1.
                ACCEPT TARQENTRADA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-ARQENTRADA = SPACES
                   MOVE "DEMONST.TXT" TO W-ARQENTRADA.
      *
       INC-OP0.
           OPEN INPUT CADDEMON
           IF ST-ERRO NOT = "00"
                MOVE "ARQUIVO DE ENTRADA NAO ENCONTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMS.

           OPEN I-O CADFATUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADFATUR NAO EXISTE, RODE O SMP024"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDEMON
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFATUR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADDEMON
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE W-CONVDEM TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "CONVENIO NAO CADASTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

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
                MOVE "ERRO ABERTURA DO ARQUIVO DEMERRPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ACCEPT W-DATABX FROM DATE YYYYMMDD
           WRITE REGERRTX FROM CAB0.
           MOVE W-CONVDEM TO CAB-CONV
           MOVE CNOME TO CAB-CNOME
           MOVE W-ARQENTRADA TO CAB-ARQ
           WRITE REGERRTX FROM CAB1.
           MOVE SPACES TO REGERRTX
           WRITE REGERRTX.
           WRITE REGERRTX FROM CAB2.
           WRITE REGERRTX FROM CAB3.

      *---------[ PROCESSA CADA LINHA DO DEMONSTRATIVO ]----------------
       LER-DEM.
           READ CADDEMON
           IF ST-ERRO NOT = "00"
                GO TO INC-AUS.

           ADD 1 TO W-TOTLIDOS
           MOVE REGDEMON TO REGDEMONWS

           IF DEM-NUMFATX IS NOT NUMERIC
                MOVE "NUMERO DA FATURA NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF DEM-CPFX IS NOT NUMERIC
                MOVE "CPF NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF DEM-DATAX IS NOT NUMERIC
                MOVE "DATA DA CONSULTA NAO NUMERICA" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF DEM-CRMX IS NOT NUMERIC
                MOVE "CRM NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF DEM-VLAPRESX IS NOT NUMERIC
                MOVE "VALOR APRESENTADO NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF DEM-VLPAGOX IS NOT NUMERIC
                MOVE "VALOR PAGO NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF DEM-MOTGLOX IS NOT NUMERIC
                MOVE "MOTIVO DA GLOSA NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           IF DEM-VLPAGO = ZEROS AND DEM-MOTGLO = ZEROS
                MOVE "SEM VALOR PAGO E SEM MOTIVO DE GLOSA" TO W-MOTIVO
                GO TO GRAVA-ERRO.

           MOVE DEM-ANO TO W-DEM-YMD(1:4)
           MOVE DEM-MES TO W-DEM-YMD(5:2)
           MOVE DEM-DIA TO W-DEM-YMD(7:2)
           PERFORM GUARDA-FATURA THRU GUARDA-FATURA-FIM.

      *------PROCURA O ITEM NA FATURA: CPF, DATA E CRM; ENTRE OS ITENS-*
      *------EM ABERTO PREFERE O DE MESMO VALOR APRESENTADO------------*
       PROCURA-ITEM.
           MOVE ZEROS TO W-SEQACHOU W-SEQVALOR
           MOVE "N" TO W-JABAIXADO
           MOVE DEM-NUMFAT TO FATUR-NUMFAT
           MOVE ZEROS TO FATUR-SEQ
           START CADFATUR KEY IS NOT LESS FATUR-CHAVE INVALID KEY
                GO TO BAIXA-DEM.
       PROCURA-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO BAIXA-DEM.
           IF FATUR-NUMFAT NOT = DEM-NUMFAT
                GO TO BAIXA-DEM.
           IF FATUR-CONV NOT = W-CONVDEM OR FATUR-CPF NOT = DEM-CPF
              OR FATUR-DATA NOT = W-DEM-YMD OR FATUR-CRM NOT = DEM-CRM
                GO TO PROCURA-LER.
           IF FATUR-SITU NOT = "A"
                MOVE "S" TO W-JABAIXADO
                GO TO PROCURA-LER.
           IF W-SEQACHOU = ZEROS
                MOVE FATUR-SEQ TO W-SEQACHOU.
           IF W-SEQVALOR = ZEROS AND FATUR-VALOR = DEM-VLAPRES
                MOVE FATUR-SEQ TO W-SEQVALOR.
           GO TO PROCURA-LER.

       BAIXA-DEM.
           IF W-SEQACHOU = ZEROS
              IF W-JABAIXADO = "S"
                 MOVE "ITEM DA FATURA JA BAIXADO" TO W-MOTIVO
                 GO TO GRAVA-ERRO
              ELSE
                 MOVE "ITEM NAO ENCONTRADO NO CADFATUR" TO W-MOTIVO
                 GO TO GRAVA-ERRO.

           IF W-SEQVALOR NOT = ZEROS
                MOVE W-SEQVALOR TO W-SEQACHOU.
           MOVE DEM-NUMFAT TO FATUR-NUMFAT
           MOVE W-SEQACHOU TO FATUR-SEQ
           READ CADFATUR
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADFATUR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           IF DEM-VLPAGO > FATUR-VALOR
                MOVE "VALOR PAGO ACIMA DO VALOR FATURADO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

      *------PAGO (TOTAL OU PARCIAL) OU GLOSA TOTAL, COMO NO SMP049;---*
      *------NO PAGAMENTO PARCIAL FICA O MOTIVO DA GLOSA DA DIFERENCA-*
           MOVE FATUR-SITU TO W-SITANT
           IF DEM-VLPAGO = ZEROS
              MOVE "G" TO FATUR-SITU
              MOVE ZEROS TO FATUR-VLPAGO
              MOVE DEM-MOTGLO TO FATUR-MOTGLO
              ADD 1 TO W-TOTGLOSA
              ADD FATUR-VALOR TO W-VALGLOSA
           ELSE
              MOVE "P" TO FATUR-SITU
              MOVE DEM-VLPAGO TO FATUR-VLPAGO
              ADD 1 TO W-TOTPAGO
              ADD DEM-VLPAGO TO W-VALPAGO
              IF DEM-VLPAGO < FATUR-VALOR
                 MOVE DEM-MOTGLO TO FATUR-MOTGLO
                 COMPUTE W-VALGLOSA = W-VALGLOSA + FATUR-VALOR
                                                 - DEM-VLPAGO
              ELSE
                 MOVE ZEROS TO FATUR-MOTGLO.
           MOVE W-DATABX TO FATUR-DATABX

           REWRITE REGFATUR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO REGISTRO FATURA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE "BAIXADEMON" TO AUD-OPERACAO
           MOVE FATUR-CHAVE TO AUD-CHAVE
           MOVE W-SITANT TO AUD-ANTES
           MOVE FATUR-SITU TO AUDD-SITU
           MOVE FATUR-VLPAGO TO AUDD-VLPAGO
           MOVE FATUR-MOTGLO TO AUDD-MOTGLO
           MOVE W-AUDDEP TO AUD-DEPOIS
           PERFORM GRAVA-AUDIT
           GO TO LER-DEM.

      *------GRAVA A LINHA REJEITADA NO RELATORIO----------------------*
       GRAVA-ERRO.
           ADD 1 TO W-TOTREJ
           MOVE REGDEMON TO ERR-LINHA
           MOVE W-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO W-MOTIVO
           WRITE REGERRTX FROM ERRTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DEMERRPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-DEM.

      *---------[ ITENS DAS FATURAS CITADAS QUE FICARAM EM ABERTO ]-----
       INC-AUS.
           MOVE SPACES TO REGERRTX
           WRITE REGERRTX.
           WRITE REGERRTX FROM CAB2A.
           WRITE REGERRTX FROM CAB2B.
           WRITE REGERRTX FROM CAB3B.
           MOVE 1 TO W-FT-I.

       AUS-FATURA.
           IF W-FT-I > W-FT-QTD
                GO TO ROT-TOTAL.
           MOVE W-FT-NUMFAT(W-FT-I) TO FATUR-NUMFAT
           MOVE ZEROS TO FATUR-SEQ
           START CADFATUR KEY IS NOT LESS FATUR-CHAVE INVALID KEY
                GO TO AUS-PROX.
       AUS-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO AUS-PROX.
           IF FATUR-NUMFAT NOT = W-FT-NUMFAT(W-FT-I)
                GO TO AUS-PROX.
           IF FATUR-CONV NOT = W-CONVDEM OR FATUR-SITU NOT = "A"
                GO TO AUS-LER.

           MOVE FATUR-NUMFAT TO AUS-NUMFAT
           MOVE FATUR-SEQ TO AUS-SEQ
           MOVE FATUR-CPF TO AUS-CPF
           MOVE FATUR-DATA(7:2) TO AUS-DIA
           MOVE FATUR-DATA(5:2) TO AUS-MES
           MOVE FATUR-DATA(1:4) TO AUS-ANO
           MOVE FATUR-CRM TO AUS-CRM
           MOVE FATUR-VALOR TO AUS-VALOR
           WRITE REGERRTX FROM AUSTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DEMERRPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-TOTAUS
           ADD FATUR-VALOR TO W-VALAUS
           GO TO AUS-LER.
       AUS-PROX.
           ADD 1 TO W-FT-I
           GO TO AUS-FATURA.

      *---------[ TOTAIS DA IMPORTACAO ]--------------------------------
       ROT-TOTAL.
           MOVE SPACES TO REGERRTX
           WRITE REGERRTX.
           MOVE W-TOTLIDOS TO CAB-LIDOS
           WRITE REGERRTX FROM CAB4.
           MOVE W-TOTPAGO TO CAB-PAGO
           MOVE W-VALPAGO TO CAB-VPAGO
           WRITE REGERRTX FROM CAB5.
           MOVE W-TOTGLOSA TO CAB-GLOSA
           MOVE W-VALGLOSA TO CAB-VGLOSA
           WRITE REGERRTX FROM CAB6.
           MOVE W-TOTREJ TO CAB-REJ
           WRITE REGERRTX FROM CAB7.
           MOVE W-TOTAUS TO CAB-AUS
           MOVE W-VALAUS TO CAB-VAUS
           WRITE REGERRTX FROM CAB8.
           CLOSE CADERRTX

           DISPLAY (15, 06) "LIDAS:"
           DISPLAY (15, 13) W-TOTLIDOS
           DISPLAY (16, 06) "PAGOS:"
           DISPLAY (16, 13) W-TOTPAGO
           DISPLAY (16, 22) "GLOSADOS:"
           DISPLAY (16, 32) W-TOTGLOSA
           DISPLAY (17, 06) "REJEITADAS:"
           DISPLAY (17, 18) W-TOTREJ
           DISPLAY (17, 27) "AUSENTES:"
           DISPLAY (17, 37) W-TOTAUS
           MOVE "*** IMPORTACAO CONCLUIDA, VEJA DEMERRPRL.DOC ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------GUARDA O NUMERO DA FATURA PARA A VERIFICACAO DOS AUSENTES-*
       GUARDA-FATURA.
           MOVE 1 TO W-FT-I.
       GUARDA-FATURA-LP.
           IF W-FT-I > W-FT-QTD
              IF W-FT-QTD < 200
                 ADD 1 TO W-FT-QTD
                 MOVE DEM-NUMFAT TO W-FT-NUMFAT(W-FT-QTD)
                 GO TO GUARDA-FATURA-FIM
              ELSE
                 GO TO GUARDA-FATURA-FIM.
           IF W-FT-NUMFAT(W-FT-I) = DEM-NUMFAT
                GO TO GUARDA-FATURA-FIM.
           ADD 1 TO W-FT-I
           GO TO GUARDA-FATURA-LP.
       GUARDA-FATURA-FIM.
           EXIT.

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
                MOVE "SMP102"      TO AUD-PROGRAMA
                MOVE REGAUDITWS TO REGAUDIT
                WRITE REGAUDIT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADDEMON CADFATUR CADCONV CADAUDIT.
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
