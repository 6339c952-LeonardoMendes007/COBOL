       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP086.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * LIVRO MENSAL DE REGISTRO DE SUBSTANCIA *
      * CONTROLADA: SALDO INICIAL, ENTRADAS,   *
      * DISPENSACOES POR RECEITA ESPECIAL E    *
      * SALDO FINAL DE CADA ITEM (CADMOVES)    *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-NOME WITH DUPLICATES.
       SELECT CADMOVES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVES-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRCESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCESP-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RCESP-RECEITA
                                            WITH DUPLICATES.
       SELECT CADLIVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MEDIC-CODIGO         PIC 9(04).
          03 MEDIC-NOME           PIC X(30).
          03 MEDIC-SALDO          PIC 9(06).
          03 MEDIC-MINIMO         PIC 9(06).
          03 MEDIC-LISTA          PIC X(02).

       FD CADMOVES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVES.DAT".
       01 REGMOVES.
          03 MOVES-CHAVE.
             05 MOVES-CODIGO      PIC 9(04).
             05 MOVES-DATA        PIC 9(08).
             05 MOVES-HORA        PIC 9(06).
             05 MOVES-SEQ         PIC 9(02).
          03 MOVES-TIPO           PIC X(01).
          03 MOVES-QTD            PIC 9(05).
          03 MOVES-OPERADOR       PIC X(10).
          03 MOVES-REF            PIC X(25).
          03 MOVES-LOTE           PIC X(15).

       FD CADRCESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCESP.DAT".
       01 REGRCESP.
          03 RCESP-NUMERO         PIC 9(06).
          03 RCESP-RECEITA.
             05 RCESP-CPF         PIC 9(11).
             05 RCESP-DATACONS    PIC 9(08).
             05 RCESP-HORACONS    PIC 9(04).
             05 RCESP-ITEM        PIC 9(02).
          03 RCESP-MEDIC          PIC 9(04).
          03 RCESP-LISTA          PIC X(02).
          03 RCESP-CRM            PIC 9(06).
          03 RCESP-QTD            PIC 9(05).
          03 RCESP-QTDDISP        PIC 9(05).
          03 RCESP-SITUACAO       PIC X(01).
          03 RCESP-DATADISP       PIC 9(08).
          03 RCESP-COMPNOME       PIC X(30).
          03 RCESP-COMPDOC        PIC X(15).

       FD CADLIVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIVCTRPRL.DOC".
       01 REGLIVTX    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF      PIC 9(02) VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-REFINI      PIC 9(08) VALUE ZEROS.
       01 W-REFFIM      PIC 9(08) VALUE ZEROS.

       01 W-TOTITENS    PIC 9(05) VALUE ZEROS.
       01 W-ENTPOS      PIC 9(07) VALUE ZEROS.
       01 W-SAIPOS      PIC 9(07) VALUE ZEROS.
       01 W-ENTMES      PIC 9(07) VALUE ZEROS.
       01 W-SAIMES      PIC 9(07) VALUE ZEROS.
       01 W-SALDOINI    PIC S9(07) VALUE ZEROS.
       01 W-SALDOFIM    PIC S9(07) VALUE ZEROS.
       01 W-CPFED       PIC 999.999.999.99.

       01 LIVITEM.
                03 FILLER              PIC X(06) VALUE "ITEM: ".
                03 LIV-CODTX           PIC 9(04).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LIV-NOMETX          PIC X(30).
                03 FILLER              PIC X(09) VALUE "  LISTA: ".
                03 LIV-LISTATX         PIC X(02).

       01 LIVINI.
                03 FILLER              PIC X(25) VALUE
                                      "   SALDO INICIAL       :".
                03 LIV-INITX           PIC -ZZZ.ZZ9.

       01 LIVTX.
                03 FILLER              PIC X(03) VALUE SPACES.
                03 LIV-DATATX.
                   05 LIV-DIATX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 LIV-MESTX        PIC 99.
                   05 FILLER           PIC X(01) VALUE "/".
                   05 LIV-ANOTX        PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LIV-TIPOTX          PIC X(11).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LIV-NUMTX           PIC X(06).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LIV-CPFTX           PIC X(14).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 LIV-COMPTX          PIC X(20).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 LIV-QTDTX           PIC ZZ.ZZ9.

       01 LIVENT.
                03 FILLER              PIC X(25) VALUE
                                      "   ENTRADAS NO MES     :".
                03 LIV-ENTTX           PIC ZZZZ.ZZ9.

       01 LIVSAI.
                03 FILLER              PIC X(25) VALUE
                                      "   DISPENSACOES NO MES :".
                03 LIV-SAITX           PIC ZZZZ.ZZ9.

       01 LIVFIM.
                03 FILLER              PIC X(25) VALUE
                                      "   SALDO FINAL         :".
                03 LIV-FIMTX           PIC -ZZZ.ZZ9.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "*** LIVRO DE REGISTRO DE CONTROLADOS ***".

       01 CAB0A.
                03 FILLER             PIC X(12) VALUE "REFERENCIA: ".
                03 CAB-MESREF         PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANOREF         PIC 9999.

       01 CAB2.
                03 FILLER             PIC X(03) VALUE SPACES.
                03 FILLER             PIC X(10) VALUE "DATA".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(11) VALUE "MOVIMENTO".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(06) VALUE "REC.NR".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(14) VALUE "CPF PACIENTE".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(20) VALUE "COMPRADOR".
                03 FILLER             PIC X(01) VALUE SPACES.
                03 FILLER             PIC X(06) VALUE "   QTD".

       01 CAB3.
                03 FILLER             PIC X(03) VALUE SPACES.
                03 FILLER             PIC X(10) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(11) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(06) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(14) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE SPACES.
                03 FILLER             PIC X(20) VALUE ALL "-".
                03 FILLER             PIC X(01) VALUE SPACES.
                03 FILLER             PIC X(06) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                      "ITENS CONTROLADOS NO LIVRO  :".
                03 CAB-TOTITENS PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP086.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** LIVRO DE REGISTRO DE SUBSTANCIA".
           05  LINE 02  COLUMN 41
               VALUE  "S CONTROLADAS ***".
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
                DISPLAY TELASMP086.
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
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO CADMEDIC NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMS
           ELSE
                    NEXT SENTENCE.

           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMOVES
                 CLOSE CADMOVES
                 OPEN INPUT CADMOVES
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADRCESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRCESP
                 CLOSE CADRCESP
                 OPEN INPUT CADRCESP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADLIVTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO LIVCTRPRL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           MOVE W-ANOREF TO W-REFINI(1:4) W-REFFIM(1:4)
           MOVE W-MESREF TO W-REFINI(5:2) W-REFFIM(5:2)
           MOVE 01 TO W-REFINI(7:2)
           MOVE 31 TO W-REFFIM(7:2)

           WRITE REGLIVTX FROM CAB0.
           MOVE W-MESREF TO CAB-MESREF
           MOVE W-ANOREF TO CAB-ANOREF
           WRITE REGLIVTX FROM CAB0A.
           MOVE SPACES TO REGLIVTX
           WRITE REGLIVTX.

           MOVE ZEROS TO MEDIC-CODIGO
           START CADMEDIC KEY IS NOT LESS MEDIC-CODIGO INVALID KEY
                 MOVE "*** CATALOGO DE MEDICAMENTOS VAZIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-TOTAL.

      *---------[ SO OS ITENS DE LISTA CONTROLADA ]---------------------
       LER-MEDIC.
           READ CADMEDIC NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ROT-TOTAL.
           IF MEDIC-LISTA = SPACES
                GO TO LER-MEDIC.

           ADD 1 TO W-TOTITENS
           MOVE ZEROS TO W-ENTPOS W-SAIPOS W-ENTMES W-SAIMES

      *---------[ SALDO INICIAL = SALDO ATUAL DESFEITOS OS MOVIMENTOS ]-
      *---------[ DO PRIMEIRO DIA DO MES ATE HOJE ]---------------------
           MOVE MEDIC-CODIGO TO MOVES-CODIGO
           MOVE W-REFINI TO MOVES-DATA
           MOVE ZEROS TO MOVES-HORA MOVES-SEQ
           START CADMOVES KEY IS NOT LESS MOVES-CHAVE INVALID KEY
                GO TO LER-ITEM.
       SOMA-MOV.
           READ CADMOVES NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LER-ITEM.
           IF MOVES-CODIGO NOT = MEDIC-CODIGO
                GO TO LER-ITEM.
           IF MOVES-TIPO = "E"
                ADD MOVES-QTD TO W-ENTPOS
           ELSE
                ADD MOVES-QTD TO W-SAIPOS.
           GO TO SOMA-MOV.

       LER-ITEM.
           COMPUTE W-SALDOINI = MEDIC-SALDO - W-ENTPOS + W-SAIPOS
           MOVE MEDIC-CODIGO TO LIV-CODTX
           MOVE MEDIC-NOME TO LIV-NOMETX
           MOVE MEDIC-LISTA TO LIV-LISTATX
           WRITE REGLIVTX FROM LIVITEM
           MOVE W-SALDOINI TO LIV-INITX
           WRITE REGLIVTX FROM LIVINI
           WRITE REGLIVTX FROM CAB2
           WRITE REGLIVTX FROM CAB3

           MOVE MEDIC-CODIGO TO MOVES-CODIGO
           MOVE W-REFINI TO MOVES-DATA
           MOVE ZEROS TO MOVES-HORA MOVES-SEQ
           START CADMOVES KEY IS NOT LESS MOVES-CHAVE INVALID KEY
                GO TO FIM-ITEM.
       LER-MOV.
           READ CADMOVES NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO FIM-ITEM.
           IF MOVES-CODIGO NOT = MEDIC-CODIGO
                GO TO FIM-ITEM.
           IF MOVES-DATA > W-REFFIM
                GO TO FIM-ITEM.

           MOVE MOVES-DATA(7:2) TO LIV-DIATX
           MOVE MOVES-DATA(5:2) TO LIV-MESTX
           MOVE MOVES-DATA(1:4) TO LIV-ANOTX
           MOVE MOVES-QTD TO LIV-QTDTX
           MOVE SPACES TO LIV-NUMTX LIV-CPFTX LIV-COMPTX
           IF MOVES-TIPO = "E"
                ADD MOVES-QTD TO W-ENTMES
                MOVE "ENTRADA" TO LIV-TIPOTX
                GO TO LER-MOV-GRAVA.

           ADD MOVES-QTD TO W-SAIMES
           IF MOVES-TIPO NOT = "S"
                MOVE "BAIXA" TO LIV-TIPOTX
                GO TO LER-MOV-GRAVA.

      *---------[ DISPENSACAO: RECEITA ESPECIAL E COMPRADOR ]-----------
           MOVE "DISPENSACAO" TO LIV-TIPOTX
           MOVE MOVES-REF TO RCESP-RECEITA
           MOVE RCESP-CPF TO W-CPFED
           MOVE W-CPFED TO LIV-CPFTX
           READ CADRCESP KEY IS RCESP-RECEITA
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                MOVE RCESP-NUMERO TO LIV-NUMTX
                MOVE RCESP-COMPNOME TO LIV-COMPTX
           ELSE
                MOVE "SEM RECEITA ESPECIAL" TO LIV-COMPTX.

       LER-MOV-GRAVA.
           WRITE REGLIVTX FROM LIVTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO LIVCTRPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-MOV.

       FIM-ITEM.
           COMPUTE W-SALDOFIM = W-SALDOINI + W-ENTMES - W-SAIMES
           MOVE W-ENTMES TO LIV-ENTTX
           WRITE REGLIVTX FROM LIVENT
           MOVE W-SAIMES TO LIV-SAITX
           WRITE REGLIVTX FROM LIVSAI
           MOVE W-SALDOFIM TO LIV-FIMTX
           WRITE REGLIVTX FROM LIVFIM
           MOVE SPACES TO REGLIVTX
           WRITE REGLIVTX.
           GO TO LER-MEDIC.

       ROT-TOTAL.
           MOVE W-TOTITENS TO CAB-TOTITENS
           WRITE REGLIVTX FROM CAB4.
           CLOSE CADLIVTX
           MOVE "*** LIVRO GERADO EM LIVCTRPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMEDIC CADMOVES CADRCESP.
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
