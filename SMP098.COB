       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP098.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * VACINAS - DOSES A VENCER E ATRASADAS   *
      * NO MES (RELATORIO E EXTRATO PARA A     *
      * CENTRAL DE ATENDIMENTO - VACINA.TXT)   *
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
       SELECT CADVACEX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADVACTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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

       FD CADVACEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VACINA.TXT".
       01 REGVACEX    PIC X(132).

       FD CADVACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VACINAPRL.DOC".
       01 REGVACTX    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 BI         PIC 9(01) VALUE ZEROS.
       77 LIXO       PIC 9(04) VALUE ZEROS.

       01 W-HOJE.
          05 W-HOJE-ANO PIC 9(04).
          05 W-HOJE-MES PIC 9(02).
          05 W-HOJE-DIA PIC 9(02).
       01 W-HOJEYMD REDEFINES W-HOJE PIC 9(08).

       01 W-MESREF.
          05 W-MESREF-MES  PIC 9(02).
          05 W-MESREF-ANO  PIC 9(04).
       01 W-REFYM       PIC 9(06) VALUE ZEROS.

      *------ULTIMA DOSE DO PACIENTE EM CADA VACINA-------------------*
       01 W-FIMARQ      PIC X(01) VALUE "N".
       01 W-ANT-CPF     PIC 9(11) VALUE ZEROS.
       01 W-ANT-VACINA  PIC 9(04) VALUE ZEROS.
       01 W-ANT-DOSE    PIC 9(02) VALUE ZEROS.
       01 W-ANT-DATA    PIC 9(08) VALUE ZEROS.

      *------DATA DA PROXIMA DOSE = ULTIMA DOSE + INTERVALO------------*
       01 W-VENC.
          05 W-VEN-ANO  PIC 9(04).
          05 W-VEN-MES  PIC 9(02).
          05 W-VEN-DIA  PIC 9(02).
       01 W-VENCYMD REDEFINES W-VENC PIC 9(08).
       01 W-VEN-DIA5    PIC 9(05) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.

       01 W-VAC-CNT     PIC 9(03) VALUE ZEROS.
       01 W-VAC-I       PIC 9(03) VALUE ZEROS.
       01 W-VAC-J       PIC 9(03) VALUE ZEROS.
       01 W-VAC-TROCOU  PIC X(01) VALUE "N".
       01 W-VAC-TAB.
          03 W-VAC-ITEM OCCURS 999 TIMES.
             05 W-VAC-VENC           PIC 9(08).
             05 W-VAC-CPF            PIC 9(11).
             05 W-VAC-VACINA         PIC 9(04).
             05 W-VAC-DOSE           PIC 9(02).
       01 W-VAC-AUX.
          05 W-VAX-VENC           PIC 9(08).
          05 W-VAX-CPF            PIC 9(11).
          05 W-VAX-VACINA         PIC 9(04).
          05 W-VAX-DOSE           PIC 9(02).

       01 W-TOTAVENC    PIC 9(05) VALUE ZEROS.
       01 W-TOTATRAS    PIC 9(05) VALUE ZEROS.
       01 W-TOTAPLIC    PIC 9(05) VALUE ZEROS.

       01 W-TELTXFMT.
                03 W-TELTXFMT-DDD      PIC 99.
                03 FILLER              PIC X(01) VALUE ".".
                03 W-TELTXFMT-NUM      PIC 999999999.

       01 VACTX.
                03 VAC-VENCTX.
                   05 VAC-DIATX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 VAC-MESTX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 VAC-ANOTX        PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VAC-SITTX           PIC X(08).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VAC-NOMETX          PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VAC-TELTX           PIC X(12).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VAC-EMAILTX         PIC X(40).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VAC-VACINATX        PIC X(18).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 VAC-DOSETX          PIC Z9.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** VACINAS - DOSES A VENCER E ATRASADAS ***".

       01 CAB0A.
                03 FILLER             PIC X(19) VALUE
                                      "MES DE REFERENCIA: ".
                03 CAB-MES            PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANO            PIC 9999.

       01 CAB2.
                03 FILLER             PIC X(10) VALUE "VENCIMENTO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(08) VALUE "SITUACAO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE "PACIENTE".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE "TELEFONE".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(40) VALUE "EMAIL".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(18) VALUE "VACINA".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(02) VALUE "DS".

       01 CAB3.
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(08) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(40) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(18) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(02) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                       "DOSES A VENCER NO MES       :".
                03 CAB-TOTAVENC PIC ZZZZ9.

       01 CAB5.
                03 FILLER      PIC X(30) VALUE
                                       "DOSES ATRASADAS             :".
                03 CAB-TOTATRAS PIC ZZZZ9.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                       "DOSES APLICADAS NO MES      :".
                03 CAB-TOTAPLIC PIC ZZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP098.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** VACINAS - DOSES A VENCER E ATRAS".
           05  LINE 02  COLUMN 41
               VALUE  "ADAS ***".
           05  LINE 08  COLUMN 01
               VALUE  "     MES DE REFERENCIA  :   .".
           05  LINE 10  COLUMN 01
               VALUE  "     (DOSES VENCIDAS ATE O FIM DO MES E ".
           05  LINE 10  COLUMN 41
               VALUE  "AINDA NAO APLICADAS)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 08  COLUMN 27  PIC 99.9999
               USING  W-MESREF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-MES TO W-MESREF-MES
           MOVE W-HOJE-ANO TO W-MESREF-ANO.

       INC-001.
                DISPLAY TELASMP098.
       INC-OPC0.
                ACCEPT TMESREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-MESREF-MES < 1 OR W-MESREF-MES > 12
                   MOVE "DIGITE UM MES VALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.
                MOVE W-MESREF-ANO TO W-REFYM(1:4)
                MOVE W-MESREF-MES TO W-REFYM(5:2).
      *
       INC-OP0.
           OPEN INPUT CADVACPA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO CADVACPA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACPA"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACIN"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           MOVE ZEROS TO VACPA-CPF VACPA-VACINA VACPA-DOSE
           START CADVACPA KEY IS NOT LESS VACPA-CHAVE INVALID KEY
                 MOVE "*** NENHUMA VACINA REGISTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *---------[ ULTIMA DOSE DE CADA PACIENTE/VACINA ]-----------------
       LER-VACPA.
           READ CADVACPA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "S" TO W-FIMARQ
                PERFORM AVALIA-DOSE THRU AVALIA-DOSE-FIM
                GO TO ORDENA-VAC.

           IF VACPA-DATA(1:6) = W-REFYM
                ADD 1 TO W-TOTAPLIC.

           IF VACPA-CPF NOT = W-ANT-CPF OR
              VACPA-VACINA NOT = W-ANT-VACINA
                PERFORM AVALIA-DOSE THRU AVALIA-DOSE-FIM.

           MOVE VACPA-CPF    TO W-ANT-CPF
           MOVE VACPA-VACINA TO W-ANT-VACINA
           MOVE VACPA-DOSE   TO W-ANT-DOSE
           MOVE VACPA-DATA   TO W-ANT-DATA
           GO TO LER-VACPA.

      *---------[ ORDENA PELA DATA DA PROXIMA DOSE ]--------------------
       ORDENA-VAC.
           IF W-VAC-CNT < 2
                GO TO GERA-VAC.
           MOVE "S" TO W-VAC-TROCOU.

       ORDENA-PASSADA.
           IF W-VAC-TROCOU = "N"
                GO TO GERA-VAC.
           MOVE "N" TO W-VAC-TROCOU
           MOVE 1   TO W-VAC-I.

       ORDENA-CMP.
           IF W-VAC-I NOT < W-VAC-CNT
                GO TO ORDENA-PASSADA.

           COMPUTE W-VAC-J = W-VAC-I + 1
           IF W-VAC-VENC(W-VAC-J) < W-VAC-VENC(W-VAC-I)
                MOVE W-VAC-ITEM(W-VAC-I) TO W-VAC-AUX
                MOVE W-VAC-ITEM(W-VAC-J) TO W-VAC-ITEM(W-VAC-I)
                MOVE W-VAC-AUX TO W-VAC-ITEM(W-VAC-J)
                MOVE "S" TO W-VAC-TROCOU.

           ADD 1 TO W-VAC-I
           GO TO ORDENA-CMP.

      *---------[ GRAVA O EXTRATO E O RELATORIO DO MES ]----------------
       GERA-VAC.
           OPEN OUTPUT CADVACEX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO VACINA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           OPEN OUTPUT CADVACTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO ABERTURA DO ARQUIVO VACINAPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADVACEX
                GO TO ROT-FIM.

           WRITE REGVACTX FROM CAB0.
           MOVE W-MESREF-MES TO CAB-MES
           MOVE W-MESREF-ANO TO CAB-ANO
           WRITE REGVACTX FROM CAB0A.
           MOVE SPACES TO REGVACTX
           WRITE REGVACTX.
           WRITE REGVACTX FROM CAB2.
           WRITE REGVACTX FROM CAB3.
           MOVE 1 TO W-VAC-I.

       GERA-VAC-LP.
           IF W-VAC-I > W-VAC-CNT
                GO TO ROT-TOTAL.

           MOVE W-VAC-CPF(W-VAC-I) TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOME EMAIL
                MOVE ZEROS TO DDD NUM.

           MOVE W-VAC-VACINA(W-VAC-I) TO VACIN-CODIGO
           READ CADVACIN
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO VACIN-NOME.

           MOVE W-VAC-VENC(W-VAC-I)(7:2) TO VAC-DIATX
           MOVE W-VAC-VENC(W-VAC-I)(5:2) TO VAC-MESTX
           MOVE W-VAC-VENC(W-VAC-I)(1:4) TO VAC-ANOTX
           IF W-VAC-VENC(W-VAC-I) < W-HOJEYMD
                MOVE "ATRASADA" TO VAC-SITTX
                ADD 1 TO W-TOTATRAS
           ELSE
                MOVE "A VENCER" TO VAC-SITTX
                ADD 1 TO W-TOTAVENC.
           MOVE NOME TO VAC-NOMETX
           MOVE DDD TO W-TELTXFMT-DDD
           MOVE NUM TO W-TELTXFMT-NUM
           MOVE W-TELTXFMT TO VAC-TELTX
           MOVE EMAIL TO VAC-EMAILTX
           MOVE VACIN-NOME TO VAC-VACINATX
           MOVE W-VAC-DOSE(W-VAC-I) TO VAC-DOSETX

           WRITE REGVACEX FROM VACTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO VACINA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           WRITE REGVACTX FROM VACTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO VACINAPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-VAC-I
           GO TO GERA-VAC-LP.

       ROT-TOTAL.
           MOVE SPACES TO REGVACTX
           WRITE REGVACTX.
           MOVE W-TOTAVENC TO CAB-TOTAVENC
           WRITE REGVACTX FROM CAB4.
           MOVE W-TOTATRAS TO CAB-TOTATRAS
           WRITE REGVACTX FROM CAB5.
           MOVE W-TOTAPLIC TO CAB-TOTAPLIC
           WRITE REGVACTX FROM CAB6.
           CLOSE CADVACEX CADVACTX
           MOVE "*** EXTRATO GERADO EM VACINA.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *------ESQUEMA INCOMPLETO: PROXIMA DOSE VENCIDA ATE O FIM--------*
      *------DO MES DE REFERENCIA ENTRA NA LISTA-----------------------*
       AVALIA-DOSE.
           IF W-ANT-CPF = ZEROS
                GO TO AVALIA-DOSE-FIM.
           MOVE W-ANT-VACINA TO VACIN-CODIGO
           READ CADVACIN
           IF ST-ERRO NOT = "00"
                GO TO AVALIA-DOSE-FIM.
           IF W-ANT-DOSE NOT < VACIN-DOSES
                GO TO AVALIA-DOSE-FIM.

           MOVE W-ANT-DATA TO W-VENCYMD
           MOVE W-VEN-DIA TO W-VEN-DIA5
           ADD VACIN-INTERV TO W-VEN-DIA5.
       AVALIA-VENC.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-VEN-DIA5 > W-ULTDIA
                SUBTRACT W-ULTDIA FROM W-VEN-DIA5
                ADD 1 TO W-VEN-MES
                IF W-VEN-MES > 12
                   MOVE 01 TO W-VEN-MES
                   ADD 1 TO W-VEN-ANO
                   GO TO AVALIA-VENC
                ELSE
                   GO TO AVALIA-VENC.
           MOVE W-VEN-DIA5 TO W-VEN-DIA.

           IF W-VENCYMD(1:6) > W-REFYM
                GO TO AVALIA-DOSE-FIM.

           IF W-VAC-CNT NOT < 999
                MOVE "*** LIMITE DE DOSES DA LISTA ATINGIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AVALIA-DOSE-FIM.

           ADD 1 TO W-VAC-CNT
           MOVE W-VENCYMD    TO W-VAC-VENC(W-VAC-CNT)
           MOVE W-ANT-CPF    TO W-VAC-CPF(W-VAC-CNT)
           MOVE W-ANT-VACINA TO W-VAC-VACINA(W-VAC-CNT)
           COMPUTE W-VAC-DOSE(W-VAC-CNT) = W-ANT-DOSE + 1.
       AVALIA-DOSE-FIM.
           EXIT.

      *------ULTIMO DIA DO MES DO VENCIMENTO--------------------------*
       CALC-ULTDIA.
           IF W-VEN-MES = 04 OR 06 OR 09 OR 11
              MOVE 30 TO W-ULTDIA
           ELSE
              IF W-VEN-MES = 02
                 DIVIDE W-VEN-ANO BY 4 GIVING LIXO REMAINDER BI
                 IF BI = 0
                    MOVE 29 TO W-ULTDIA
                 ELSE
                    MOVE 28 TO W-ULTDIA
              ELSE
                 MOVE 31 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADVACPA CADVACIN CADPACI.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
