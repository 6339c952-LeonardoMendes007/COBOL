                    RECORD KEY   IS CODESPEC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESPEC WITH DUPLICATES.
       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRODX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 CONSD-DESCRICAO2         PIC X(60).
          03 CONSD-SITUACAO           PIC X(01).
          03 CONSD-RETORNO            PIC X(01).
          03 CONSD-CONVENIO           PIC 9(04).
          03 CONSD-PLANO              PIC 9(02).
          03 CONSD-UNIDADE            PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).

       FD CADMED
               LABEL RECORD IS STANDARD
       01 W-REFFIM      PIC 9(08) VALUE ZEROS.
       01 W-COMPREF     PIC 9(06) VALUE ZEROS.
       01 W-REGCOMP     PIC 9(06) VALUE ZEROS.
       01 W-UNIDF       PIC 9(02) VALUE ZEROS.
       01 W-UNIDNOME    PIC X(30) VALUE SPACES.

       01 W-MED-CNT     PIC 9(03) VALUE ZEROS.
       01 W-MED-I       PIC 9(03) VALUE ZEROS.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANOREF         PIC 9999.

       01 CAB0B.
                03 FILLER             PIC X(09) VALUE "UNIDADE: ".
                03 CAB-UNID           PIC 99.
                03 FILLER             PIC X(03) VALUE " - ".
                03 CAB-UNIDNOME       PIC X(30).

       01 CAB2.
                03 CAB-CRM            PIC X(07) VALUE "CRM".
                03 FILLER             PIC X(02) VALUE " ".
               VALUE  "     MES REFERENCIA :".
           05  LINE 10  COLUMN 01
               VALUE  "     ANO REFERENCIA :".
           05  LINE 12  COLUMN 01
               VALUE  "     UNIDADE        :    (00 = TODAS)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 10  COLUMN 23  PIC 9999
               USING  W-ANOREF
               HIGHLIGHT.
           05  TUNIDF
               LINE 12  COLUMN 23  PIC 99
               USING  W-UNIDF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
                MOVE ZEROS TO W-MESREF W-ANOREF W-UNIDF.
                DISPLAY TELASMP025.
       INC-OPC0.
                ACCEPT TMESREF
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.

       INC-OPC2.
                ACCEPT TUNIDF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC1.
                IF W-UNIDF = ZEROS
                   MOVE "TODAS AS UNIDADES" TO W-UNIDNOME
                ELSE
                   PERFORM LER-UNID THRU LER-UNID-FIM
                   IF W-UNIDNOME = SPACES
                      MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OPC2.
                DISPLAY (12, 40) W-UNIDNOME.

                IF W-MESREF = 1
                   MOVE 12 TO W-MESANT
                   COMPUTE W-ANOANT = W-ANOREF - 1
                IF CONSD-SITUACAO = "C" OR CONSD-SITUACAO = "F"
                   GO TO LER-CONS.

                IF W-UNIDF NOT = ZEROS AND CONSD-UNIDADE NOT = W-UNIDF
                   GO TO LER-CONS.

                MOVE CONSD-DATAYMD(1:6) TO W-REGCOMP.

       ACU-MED.
           MOVE W-MESREF TO CAB-MESREF
           MOVE W-ANOREF TO CAB-ANOREF
           WRITE REGPRODX FROM CAB0A.
           MOVE W-UNIDF TO CAB-UNID
           MOVE W-UNIDNOME TO CAB-UNIDNOME
           WRITE REGPRODX FROM CAB0B.
           MOVE SPACES TO REGPRODX
           WRITE REGPRODX.
           WRITE REGPRODX FROM CAB2.

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
