                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCXTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 CAIXA-FORMA          PIC X(01).
          03 CAIXA-OPERADOR       PIC X(10).
          03 CAIXA-DATAMOV        PIC 9(08).
          03 CAIXA-UNIDADE        PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).

       FD CADCXTX
               LABEL RECORD IS STANDARD
          05 W-DATAPESQ-MES  PIC 9(02).
          05 W-DATAPESQ-ANO  PIC 9(04).
       01 W-PESQYMD     PIC 9(08) VALUE ZEROS.
       01 W-UNIDF       PIC 9(02) VALUE ZEROS.
       01 W-UNIDNOME    PIC X(30) VALUE SPACES.

      *---------[ TABELA DE TOTAIS POR OPERADOR ]-----------------------
       01 W-OP-CNT      PIC 9(02) VALUE ZEROS.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANO            PIC 9999.

       01 CAB0B.
                03 FILLER             PIC X(09) VALUE "UNIDADE: ".
                03 CAB-UNID           PIC 99.
                03 FILLER             PIC X(03) VALUE " - ".
                03 CAB-UNIDNOME       PIC X(30).

       01 CAB2.
                03 FILLER             PIC X(10) VALUE "OPERADOR".
                03 FILLER             PIC X(02) VALUE " ".
               VALUE  "**".
           05  LINE 08  COLUMN 01
               VALUE  "     DATA DO MOVIMENTO :   .  .".
           05  LINE 10  COLUMN 01
               VALUE  "     UNIDADE (00=TODAS):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATAPESQ
               LINE 08  COLUMN 26  PIC 99.99.9999
               USING  W-DATAPESQ
               HIGHLIGHT.
           05  TUNIDF
               LINE 10  COLUMN 26  PIC 99
               USING  W-UNIDF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                MOVE W-DATAPESQ-ANO TO W-PESQYMD(1:4)
                MOVE W-DATAPESQ-MES TO W-PESQYMD(5:2)
                MOVE W-DATAPESQ-DIA TO W-PESQYMD(7:2).

      *------UNIDADE 00 FECHA O CAIXA DE TODAS AS UNIDADES-------------*
       INC-OPC1.
                ACCEPT TUNIDF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-UNIDF = ZEROS
                   MOVE "TODAS AS UNIDADES" TO W-UNIDNOME
                   DISPLAY (10, 35) W-UNIDNOME
                   GO TO INC-OP0.
                PERFORM LER-UNID THRU LER-UNID-FIM
                IF W-UNIDNOME = SPACES
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
                DISPLAY (10, 35) W-UNIDNOME.
      *
       INC-OP0.
           OPEN INPUT CADCAIXA

           IF CAIXA-DATAMOV NOT = W-PESQYMD
                GO TO LER-CAIXA.
           IF W-UNIDF NOT = ZEROS AND CAIXA-UNIDADE NOT = W-UNIDF
                GO TO LER-CAIXA.

           MOVE 1 TO W-OP-I.
       ACU-OP-LP.
           MOVE W-DATAPESQ-MES TO CAB-MES
           MOVE W-DATAPESQ-ANO TO CAB-ANO
           WRITE REGCXTX FROM CAB0A.
           MOVE W-UNIDF TO CAB-UNID
           MOVE W-UNIDNOME TO CAB-UNIDNOME
           WRITE REGCXTX FROM CAB0B.
           MOVE SPACES TO REGCXTX
           WRITE REGCXTX.
           WRITE REGCXTX FROM CAB2.

       ROT-FIMS.
                STOP RUN.

      *------NOME DA UNIDADE W-UNIDF (ESPACOS SE NAO CADASTRADA)-------*
       LER-UNID.
           MOVE SPACES TO W-UNIDNOME
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
                GO TO LER-UNID-FIM.
           MOVE W-UNIDF TO UNID-CODIGO
           READ CADUNID
           IF ST-ERRO = "00"
                MOVE UNID-NOME TO W-UNIDNOME.
           CLOSE CADUNID.
       LER-UNID-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
