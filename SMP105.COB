       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP105.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * INTERFACE CONTABIL MENSAL - GERA OS    *
      * LANCAMENTOS DO MES (CONTABIL.TXT) A    *
      * PARTIR DO CADFATUR, DO CADCAIXA E DO   *
      * REPASSE (REPASMES.TXT DO SMP054), COM  *
      * AS CONTAS DO CADCTB (SMP103) E O       *
      * RELATORIO DE CONTROLE CONTABPRL.DOC    *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-EVENTO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATUR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADREPMV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADLCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADCTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTB.DAT".
       01 REGCTB.
          03 CTB-EVENTO        PIC X(02).
          03 CTB-HIST          PIC X(30).
          03 CTB-DEBITO        PIC X(12).
          03 CTB-CREDITO       PIC X(12).

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

       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
          03 CAIXA-CHAVE.
             05 CAIXA-CPF         PIC 9(11).
             05 CAIXA-DATACONS    PIC 9(08).
             05 CAIXA-HORACONS    PIC 9(04).
          03 CAIXA-VALOR          PIC 9(05)V99.
          03 CAIXA-FORMA          PIC X(01).
          03 CAIXA-OPERADOR       PIC X(10).
          03 CAIXA-DATAMOV        PIC 9(08).
          03 CAIXA-UNIDADE        PIC 9(02).

       FD CADREPMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASMES.TXT".
       01 REGREPMV.
          03 REPMV-ANOMES         PIC 9(06).
          03 REPMV-CRM            PIC 9(06).
          03 REPMV-VALOR          PIC 9(08)V99.

       FD CADLCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.TXT".
       01 REGLCTX     PIC X(100).

       FD CADCTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABPRL.DOC".
       01 REGCTTX     PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF      PIC 9(02) VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-COMPREF     PIC 9(06) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-BISX        PIC 9(04) VALUE ZEROS.
       01 W-BISR        PIC 9(02) VALUE ZEROS.
       01 W-TEMCAIXA    PIC X(01) VALUE "S".
       01 W-TEMREPAS    PIC X(01) VALUE "S".
       01 W-DIA         PIC 9(02) VALUE ZEROS.
       01 W-GLOITEM     PIC 9(05)V99 VALUE ZEROS.
       01 W-SEMDATABX   PIC 9(05) VALUE ZEROS.

      *------ULTIMO DIA DE CADA MES------------------------------------*
       01 TABULTX.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 TABULT REDEFINES TABULTX.
          03 TBULT      PIC 9(02) OCCURS 12 TIMES.

      *------EVENTOS NA ORDEM DO CADASTRO (SMP103)---------------------*
       01 TABEVTX.
          03 FILLER     PIC X(16) VALUE "RCREGLRVCDCCCPRP".
       01 TABEVT REDEFINES TABEVTX.
          03 TBEVT      PIC X(02) OCCURS 8 TIMES.

       01 W-EV-I        PIC 9(02) VALUE ZEROS.
       01 W-EV-TAB.
          03 W-EV-ITEM OCCURS 8 TIMES.
             05 W-EV-OK              PIC X(01).
             05 W-EV-HIST            PIC X(30).
             05 W-EV-DEB             PIC X(12).
             05 W-EV-CRE             PIC X(12).
             05 W-EV-QTD             PIC 9(05).
             05 W-EV-VAL             PIC 9(09)V99.
             05 W-EV-SCTA            PIC 9(09)V99.

      *---------[ TOTAIS POR CONVENIO ]---------------------------------
       01 W-CV-CNT      PIC 9(02) VALUE ZEROS.
       01 W-CV-I        PIC 9(02) VALUE ZEROS.
       01 W-CV-TAB.
          03 W-CV-ITEM OCCURS 99 TIMES.
             05 W-CV-CONV            PIC 9(04).
             05 W-CV-FATC            PIC 9(09)V99.
             05 W-CV-FATE            PIC 9(09)V99.
             05 W-CV-REC             PIC 9(09)V99.
             05 W-CV-GLO             PIC 9(09)V99.

      *---------[ CAIXA POR DIA E FORMA (D, C, P) ]---------------------
       01 W-CX-TAB.
          03 W-CX-DIA OCCURS 31 TIMES.
             05 W-CX-VAL             PIC 9(09)V99 OCCURS 3 TIMES.
       01 W-CX-F        PIC 9(01) VALUE ZEROS.

      *---------[ TOTAIS DAS ORIGENS PARA A CONFERENCIA ]---------------
       01 W-SRC-FAT     PIC 9(09)V99 VALUE ZEROS.
       01 W-SRC-REC     PIC 9(09)V99 VALUE ZEROS.
       01 W-SRC-GLO     PIC 9(09)V99 VALUE ZEROS.
       01 W-SRC-CX      PIC 9(09)V99 VALUE ZEROS.
       01 W-SRC-REP     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDEB      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCRE      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLANC     PIC 9(06) VALUE ZEROS.
       01 W-LANCADO     PIC 9(10)V99 VALUE ZEROS.
       01 W-ORIGEM      PIC 9(10)V99 VALUE ZEROS.
       01 W-DIVERG      PIC 9(02) VALUE ZEROS.

      *---------[ LANCAMENTO A GRAVAR ]---------------------------------
       01 W-LC-EV       PIC 9(02) VALUE ZEROS.
       01 W-LC-DIA      PIC 9(02) VALUE ZEROS.
       01 W-LC-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-LC-COMPL    PIC X(20) VALUE SPACES.
       01 W-COMPL.
          03 W-COMPL-TXT    PIC X(05).
          03 W-COMPL-COD    PIC 9(06).
          03 FILLER         PIC X(09) VALUE SPACES.

      *------LAYOUT DE IMPORTACAO DO SISTEMA CONTABIL------------------*
      *------DATA;DEBITO;CREDITO;VALOR;HISTORICO COMPLEMENTO-----------*
       01 LCTX.
                03 LC-DATA.
                   05 LC-DIA           PIC 99.
                   05 LC-MES           PIC 99.
                   05 LC-ANO           PIC 9999.
                03 FILLER              PIC X(01) VALUE ";".
                03 LC-DEBITO           PIC X(12).
                03 FILLER              PIC X(01) VALUE ";".
                03 LC-CREDITO          PIC X(12).
                03 FILLER              PIC X(01) VALUE ";".
                03 LC-VALOR            PIC 9(09),99.
                03 FILLER              PIC X(01) VALUE ";".
                03 LC-HIST             PIC X(30).
                03 FILLER              PIC X(01) VALUE " ".
                03 LC-COMPL            PIC X(20).

       01 CTTX.
                03 CT-EVENTO           PIC X(02).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CT-HIST             PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CT-DEBITO           PIC X(12).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CT-CREDITO          PIC X(12).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CT-QTD              PIC ZZZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CT-SCTA             PIC ZZZ.ZZZ.ZZ9,99.

       01 CFTX.
                03 CF-DESCR            PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CF-ORIGEM           PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CF-LANCADO          PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CF-SITU             PIC X(08).

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** CONTROLE DA INTERFACE CONTABIL ***".

       01 CAB0A.
                03 FILLER             PIC X(12) VALUE "REFERENCIA: ".
                03 CAB-MESREF         PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANOREF         PIC 9999.

       01 CAB2.
                03 FILLER             PIC X(02) VALUE "EV".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE "HISTORICO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE "DEBITO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE "CREDITO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE " LANC".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE
                                      "         VALOR".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE
                                      "     SEM CONTA".

       01 CAB3.
                03 FILLER             PIC X(02) VALUE "--".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(05) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                      "TOTAL DE LANCAMENTOS        :".
                03 CAB-TOTLANC PIC ZZZ.ZZ9.

       01 CAB5.
                03 FILLER      PIC X(30) VALUE
                                      "TOTAL A DEBITO              :".
                03 CAB-TOTDEB  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                      "TOTAL A CREDITO             :".
                03 CAB-TOTCRE  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 CAB7.
                03 FILLER      PIC X(30) VALUE
                                      "DEBITO x CREDITO            :".
                03 CAB-PARTIDA PIC X(12).

       01 CAB8.
                03 FILLER             PIC X(30) VALUE
                                      "CONFERENCIA COM AS ORIGENS".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE
                                      "        ORIGEM".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE
                                      "       LANCADO".

       01 CAB9.
                03 FILLER      PIC X(30) VALUE
                                      "BAIXAS SEM DATA (CONVERSAO) :".
                03 CAB-SEMDATA PIC ZZZZ9.

       01 CAB10.
                03 FILLER      PIC X(48) VALUE
                   "*** REPASMES.TXT AUSENTE OU DE OUTRO MES - RODE ".
                03 FILLER      PIC X(24) VALUE
                   "O SMP054 PARA O MES ***".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP105.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** INTERFACE CONTABIL MENSAL **".
           05  LINE 02  COLUMN 41
               VALUE  "*".
           05  LINE 08  COLUMN 01
               VALUE  "     MES REFERENCIA :".
           05  LINE 10  COLUMN 01
               VALUE  "     ANO REFERENCIA :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 08  COLUMN 23  PIC 99
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 10  COLUMN 23  PIC 9999
               USING  W-ANOREF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
                MOVE ZEROS TO W-MESREF W-ANOREF.
                DISPLAY TELASMP105.
       INC-OPC0.
                ACCEPT TMESREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-MESREF < 1 OR W-MESREF > 12
                   MOVE "MES INVALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.
       INC-OPC1.
                ACCEPT TANOREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-ANOREF = ZEROS
                   MOVE "ANO INVALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
      *
       INC-OP0.
           OPEN INPUT CADCTB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADCTB NAO EXISTE, EXECUTE O SMP103"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADFATUR NAO EXISTE, RODE O SMP024"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCTB
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFATUR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCTB
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

      *------SEM RECEBIMENTO NO CAIXA AINDA NAO HA CADCAIXA------------*
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "N" TO W-TEMCAIXA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAIXA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADLCTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE W-ANOREF TO W-COMPREF(1:4)
           MOVE W-MESREF TO W-COMPREF(5:2)
           MOVE TBULT(W-MESREF) TO W-ULTDIA
           IF W-MESREF = 2
                DIVIDE W-ANOREF BY 4 GIVING W-BISX REMAINDER W-BISR
                IF W-BISR = ZEROS
                   MOVE 29 TO W-ULTDIA.

           MOVE ZEROS TO W-CX-TAB
           DISPLAY (12, 06) "CARREGANDO O PLANO DE CONTAS...".
           MOVE 1 TO W-EV-I.

      *---------[ CONTAS DE CADA EVENTO (CADCTB) ]----------------------
       CARREGA-CTB.
           IF W-EV-I > 8
                GO TO INC-FATUR.
           MOVE "N" TO W-EV-OK(W-EV-I)
           MOVE SPACES TO W-EV-HIST(W-EV-I) W-EV-DEB(W-EV-I)
                          W-EV-CRE(W-EV-I)
           MOVE ZEROS TO W-EV-QTD(W-EV-I) W-EV-VAL(W-EV-I)
                         W-EV-SCTA(W-EV-I)
           MOVE TBEVT(W-EV-I) TO CTB-EVENTO
           READ CADCTB
           IF ST-ERRO = "00"
                MOVE "S" TO W-EV-OK(W-EV-I)
                MOVE CTB-HIST TO W-EV-HIST(W-EV-I)
                MOVE CTB-DEBITO TO W-EV-DEB(W-EV-I)
                MOVE CTB-CREDITO TO W-EV-CRE(W-EV-I).
           ADD 1 TO W-EV-I
           GO TO CARREGA-CTB.

      *---------[ FATURAMENTO, RECEBIMENTO E GLOSA (CADFATUR) ]---------
      *---------[ FATURADO PELA COMPETENCIA DO ATENDIMENTO,   ]---------
      *---------[ BAIXAS PELA DATA DA BAIXA                  ]---------
       INC-FATUR.
           DISPLAY (12, 06) "LENDO AS CONTAS A RECEBER...   ".
           MOVE ZEROS TO FATUR-NUMFAT FATUR-SEQ
           START CADFATUR KEY IS NOT LESS FATUR-CHAVE INVALID KEY
                 GO TO INC-CAIXA.

       LER-FATUR.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO INC-CAIXA.

           IF FATUR-DATA(1:6) NOT = W-COMPREF
              AND FATUR-DATABX(1:6) NOT = W-COMPREF
                GO TO LER-FATUR.
      *------ITEM CANCELADO (SMP049) NAO E RECEITA---------------------*
           IF FATUR-SITU = "C"
                GO TO LER-FATUR.

           PERFORM ACHA-CONV THRU ACHA-CONV-FIM
           IF W-CV-I = ZEROS
                GO TO ROT-FIM.

           IF FATUR-DATA(1:6) NOT = W-COMPREF
                GO TO LER-FATUR-BX.
           ADD FATUR-VALOR TO W-SRC-FAT
           IF FATUR-TIPO = "E"
                ADD FATUR-VALOR TO W-CV-FATE(W-CV-I)
           ELSE
                ADD FATUR-VALOR TO W-CV-FATC(W-CV-I).
           IF FATUR-SITU NOT = "A" AND FATUR-DATABX = ZEROS
                ADD 1 TO W-SEMDATABX.

      *------PAGO: RECEBIDO O VALOR PAGO, A DIFERENCA E GLOSA----------*
       LER-FATUR-BX.
           IF FATUR-DATABX(1:6) NOT = W-COMPREF
                GO TO LER-FATUR.
           IF FATUR-SITU = "G"
                ADD FATUR-VALOR TO W-CV-GLO(W-CV-I) W-SRC-GLO
                GO TO LER-FATUR.
           IF FATUR-SITU NOT = "P"
                GO TO LER-FATUR.
           ADD FATUR-VLPAGO TO W-CV-REC(W-CV-I) W-SRC-REC
           IF FATUR-VLPAGO < FATUR-VALOR
                COMPUTE W-GLOITEM = FATUR-VALOR - FATUR-VLPAGO
                ADD W-GLOITEM TO W-CV-GLO(W-CV-I) W-SRC-GLO.
           GO TO LER-FATUR.

      *---------[ RECEBIMENTOS DO CAIXA POR DIA E FORMA ]---------------
       INC-CAIXA.
           IF W-TEMCAIXA = "N"
                GO TO GERA-FATUR.
           DISPLAY (12, 06) "LENDO O CAIXA...               ".
           MOVE ZEROS TO CAIXA-CPF CAIXA-DATACONS CAIXA-HORACONS
           START CADCAIXA KEY IS NOT LESS CAIXA-CHAVE INVALID KEY
                 GO TO GERA-FATUR.

       LER-CAIXA.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO GERA-FATUR.
           IF CAIXA-DATAMOV(1:6) NOT = W-COMPREF
                GO TO LER-CAIXA.
           MOVE CAIXA-DATAMOV(7:2) TO W-DIA
           IF W-DIA < 1 OR W-DIA > 31
                GO TO LER-CAIXA.
           IF CAIXA-FORMA = "D"
                MOVE 1 TO W-CX-F
           ELSE
              IF CAIXA-FORMA = "C"
                 MOVE 2 TO W-CX-F
              ELSE
                 MOVE 3 TO W-CX-F.
           ADD CAIXA-VALOR TO W-CX-VAL(W-DIA, W-CX-F) W-SRC-CX
           GO TO LER-CAIXA.

      *---------[ LANCAMENTOS DOS CONVENIOS NO ULTIMO DIA DO MES ]------
       GERA-FATUR.
           DISPLAY (12, 06) "GERANDO OS LANCAMENTOS...      ".
           MOVE W-ULTDIA TO W-LC-DIA
           MOVE 1 TO W-CV-I.
       GERA-FATUR-LP.
           IF W-CV-I > W-CV-CNT
                GO TO GERA-CAIXA.
           MOVE "CONV " TO W-COMPL-TXT
           MOVE W-CV-CONV(W-CV-I) TO W-COMPL-COD
           MOVE W-COMPL TO W-LC-COMPL
           MOVE 1 TO W-LC-EV
           MOVE W-CV-FATC(W-CV-I) TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           MOVE 2 TO W-LC-EV
           MOVE W-CV-FATE(W-CV-I) TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           MOVE 3 TO W-LC-EV
           MOVE W-CV-GLO(W-CV-I) TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           MOVE 4 TO W-LC-EV
           MOVE W-CV-REC(W-CV-I) TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           ADD 1 TO W-CV-I
           GO TO GERA-FATUR-LP.

      *---------[ LANCAMENTOS DO CAIXA NO DIA DO RECEBIMENTO ]----------
       GERA-CAIXA.
           MOVE 1 TO W-DIA.
       GERA-CAIXA-LP.
           IF W-DIA > W-ULTDIA
                GO TO GERA-REPAS.
           MOVE W-DIA TO W-LC-DIA
           MOVE "DIA  " TO W-COMPL-TXT
           MOVE W-DIA TO W-COMPL-COD
           MOVE W-COMPL TO W-LC-COMPL
           MOVE 5 TO W-LC-EV
           MOVE W-CX-VAL(W-DIA, 1) TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           MOVE 6 TO W-LC-EV
           MOVE W-CX-VAL(W-DIA, 2) TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           MOVE 7 TO W-LC-EV
           MOVE W-CX-VAL(W-DIA, 3) TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           ADD 1 TO W-DIA
           GO TO GERA-CAIXA-LP.

      *---------[ REPASSE A PAGAR POR MEDICO (REPASMES.TXT) ]-----------
       GERA-REPAS.
           MOVE W-ULTDIA TO W-LC-DIA
           MOVE "N" TO W-TEMREPAS
           OPEN INPUT CADREPMV
           IF ST-ERRO NOT = "00"
                GO TO GERA-CTRL.
       GERA-REPAS-LER.
           READ CADREPMV
           IF ST-ERRO NOT = "00"
                CLOSE CADREPMV
                GO TO GERA-CTRL.
           IF REPMV-ANOMES NOT = W-COMPREF
                GO TO GERA-REPAS-LER.
           MOVE "S" TO W-TEMREPAS
           ADD REPMV-VALOR TO W-SRC-REP
           MOVE "CRM  " TO W-COMPL-TXT
           MOVE REPMV-CRM TO W-COMPL-COD
           MOVE W-COMPL TO W-LC-COMPL
           MOVE 8 TO W-LC-EV
           MOVE REPMV-VALOR TO W-LC-VALOR
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           GO TO GERA-REPAS-LER.

      *---------[ RELATORIO DE CONTROLE ]-------------------------------
       GERA-CTRL.
           CLOSE CADLCTX
           OPEN OUTPUT CADCTTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           WRITE REGCTTX FROM CAB0.
           MOVE W-MESREF TO CAB-MESREF
           MOVE W-ANOREF TO CAB-ANOREF
           WRITE REGCTTX FROM CAB0A.
           MOVE SPACES TO REGCTTX
           WRITE REGCTTX.
           WRITE REGCTTX FROM CAB2.
           WRITE REGCTTX FROM CAB3.
           MOVE 1 TO W-EV-I.

       GERA-CTRL-EV.
           IF W-EV-I > 8
                GO TO GERA-CTRL-TOT.
           MOVE TBEVT(W-EV-I) TO CT-EVENTO
           IF W-EV-OK(W-EV-I) = "S"
                MOVE W-EV-HIST(W-EV-I) TO CT-HIST
           ELSE
                MOVE "*** EVENTO SEM CONTA ***" TO CT-HIST.
           MOVE W-EV-DEB(W-EV-I)  TO CT-DEBITO
           MOVE W-EV-CRE(W-EV-I)  TO CT-CREDITO
           MOVE W-EV-QTD(W-EV-I)  TO CT-QTD
           MOVE W-EV-VAL(W-EV-I)  TO CT-VALOR
           MOVE W-EV-SCTA(W-EV-I) TO CT-SCTA
           WRITE REGCTTX FROM CTTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CONTABPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-EV-I
           GO TO GERA-CTRL-EV.

      *------PARTIDAS DOBRADAS: CADA LANCAMENTO TEM DEBITO E CREDITO---*
       GERA-CTRL-TOT.
           MOVE SPACES TO REGCTTX
           WRITE REGCTTX.
           MOVE W-TOTLANC TO CAB-TOTLANC
           WRITE REGCTTX FROM CAB4.
           MOVE W-TOTDEB TO CAB-TOTDEB
           WRITE REGCTTX FROM CAB5.
           MOVE W-TOTCRE TO CAB-TOTCRE
           WRITE REGCTTX FROM CAB6.
           IF W-TOTDEB = W-TOTCRE
                MOVE "CONFEREM" TO CAB-PARTIDA
           ELSE
                MOVE "NAO CONFEREM" TO CAB-PARTIDA
                ADD 1 TO W-DIVERG.
           WRITE REGCTTX FROM CAB7.

      *------AMARRACAO COM OS TOTAIS DO FATURAMENTO, CAIXA E REPASSE---*
           MOVE SPACES TO REGCTTX
           WRITE REGCTTX.
           WRITE REGCTTX FROM CAB8.

           MOVE "FATURAMENTO DO MES (FATTOT)" TO CF-DESCR
           MOVE W-SRC-FAT TO W-ORIGEM
           COMPUTE W-LANCADO = W-EV-VAL(1) + W-EV-VAL(2)
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM

           MOVE "RECEBIMENTOS DE CONVENIO" TO CF-DESCR
           MOVE W-SRC-REC TO W-ORIGEM
           MOVE W-EV-VAL(4) TO W-LANCADO
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM

           MOVE "GLOSAS BAIXADAS" TO CF-DESCR
           MOVE W-SRC-GLO TO W-ORIGEM
           MOVE W-EV-VAL(3) TO W-LANCADO
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM

           MOVE "RECEBIMENTOS DO CAIXA" TO CF-DESCR
           MOVE W-SRC-CX TO W-ORIGEM
           COMPUTE W-LANCADO = W-EV-VAL(5) + W-EV-VAL(6) + W-EV-VAL(7)
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM

           MOVE "REPASSE AOS MEDICOS (REPAS)" TO CF-DESCR
           MOVE W-SRC-REP TO W-ORIGEM
           MOVE W-EV-VAL(8) TO W-LANCADO
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM

           IF W-SEMDATABX NOT = ZEROS
                MOVE SPACES TO REGCTTX
                WRITE REGCTTX
                MOVE W-SEMDATABX TO CAB-SEMDATA
                WRITE REGCTTX FROM CAB9.
           IF W-TEMREPAS = "N"
                MOVE SPACES TO REGCTTX
                WRITE REGCTTX
                WRITE REGCTTX FROM CAB10
                ADD 1 TO W-DIVERG.
           CLOSE CADCTTX

           IF W-DIVERG = ZEROS
                MOVE "*** LANCAMENTOS GERADOS EM CONTABIL.TXT ***"
                                                              TO MENS
           ELSE
                MOVE "*** GERADO COM DIVERGENCIAS - VEJA CONTABPRL ***"
                                                              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------GRAVA UM LANCAMENTO; EVENTO SEM CONTA NAO E GERADO--------*
       GRAVA-LANC.
           IF W-LC-VALOR = ZEROS
                GO TO GRAVA-LANC-FIM.
           IF W-EV-OK(W-LC-EV) NOT = "S"
                ADD W-LC-VALOR TO W-EV-SCTA(W-LC-EV)
                GO TO GRAVA-LANC-FIM.
           MOVE W-LC-DIA TO LC-DIA
           MOVE W-MESREF TO LC-MES
           MOVE W-ANOREF TO LC-ANO
           MOVE W-EV-DEB(W-LC-EV) TO LC-DEBITO
           MOVE W-EV-CRE(W-LC-EV) TO LC-CREDITO
           MOVE W-LC-VALOR TO LC-VALOR
           MOVE W-EV-HIST(W-LC-EV) TO LC-HIST
           MOVE W-LC-COMPL TO LC-COMPL
           WRITE REGLCTX FROM LCTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CONTABIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GRAVA-LANC-FIM.
           ADD 1 TO W-TOTLANC W-EV-QTD(W-LC-EV)
           ADD W-LC-VALOR TO W-EV-VAL(W-LC-EV)
           IF LC-DEBITO NOT = SPACES
                ADD W-LC-VALOR TO W-TOTDEB.
           IF LC-CREDITO NOT = SPACES
                ADD W-LC-VALOR TO W-TOTCRE.
       GRAVA-LANC-FIM.
           EXIT.

      *------LINHA DA CONFERENCIA ORIGEM x LANCADO---------------------*
       GRAVA-CONF.
           MOVE W-ORIGEM TO CF-ORIGEM
           MOVE W-LANCADO TO CF-LANCADO
           IF W-ORIGEM = W-LANCADO
                MOVE "OK" TO CF-SITU
           ELSE
                MOVE "DIVERGE" TO CF-SITU
                ADD 1 TO W-DIVERG.
           WRITE REGCTTX FROM CFTX.
       GRAVA-CONF-FIM.
           EXIT.

      *------LOCALIZA O CONVENIO NA TABELA DE TOTAIS-------------------*
       ACHA-CONV.
           MOVE 1 TO W-CV-I.
       ACHA-CONV-LP.
           IF W-CV-I > W-CV-CNT
                GO TO ACHA-CONV-NOVO.
           IF W-CV-CONV(W-CV-I) = FATUR-CONV
                GO TO ACHA-CONV-FIM.
           ADD 1 TO W-CV-I
           GO TO ACHA-CONV-LP.
       ACHA-CONV-NOVO.
           IF W-CV-CNT NOT < 99
                MOVE "*** LIMITE DE CONVENIOS ATINGIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE ZEROS TO W-CV-I
                GO TO ACHA-CONV-FIM.
           ADD 1 TO W-CV-CNT
           MOVE W-CV-CNT TO W-CV-I
           MOVE FATUR-CONV TO W-CV-CONV(W-CV-I)
           MOVE ZEROS TO W-CV-FATC(W-CV-I) W-CV-FATE(W-CV-I)
                         W-CV-REC(W-CV-I) W-CV-GLO(W-CV-I).
       ACHA-CONV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCTB CADFATUR.
                IF W-TEMCAIXA = "S"
                   CLOSE CADCAIXA.
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
