                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-NOME WITH DUPLICATES.
       SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADESTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 MEDIC-NOME           PIC X(30).
          03 MEDIC-SALDO          PIC 9(06).
          03 MEDIC-MINIMO         PIC 9(06).
          03 MEDIC-LISTA          PIC X(02).

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
       01 REGLOTE.
          03 LOTE-CHAVE.
             05 LOTE-CODIGO       PIC 9(04).
             05 LOTE-VALIDADE     PIC 9(08).
             05 LOTE-NUMERO       PIC X(15).
          03 LOTE-QTD             PIC 9(06).
          03 LOTE-DATAENT         PIC 9(08).

       FD CADESTTX
               LABEL RECORD IS STANDARD
       01 W-TOTITENS    PIC 9(05) VALUE ZEROS.
       01 W-TOTREPOR    PIC 9(05) VALUE ZEROS.
       01 W-FALTA       PIC S9(07) VALUE ZEROS.
       01 W-VENCIDO     PIC 9(07) VALUE ZEROS.
       01 W-UTIL        PIC S9(07) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-TEMLOTE     PIC X(01) VALUE "S".

       01 ESTTX.
                03 EST-CODTX           PIC 9(04).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 EST-SALDOTX         PIC ZZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 EST-VENCTX          PIC ZZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 EST-MINTX           PIC ZZZ.ZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 EST-REPORTX         PIC ZZZ.ZZ9.
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE "  SALDO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE "VENCIDO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE " MINIMO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE "  REPOR".
                03 FILLER             PIC X(07) VALUE "-------".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE "-------".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(07) VALUE "-------".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-OP0.
           OPEN INPUT CADMEDIC
           ELSE
                    NEXT SENTENCE.

      *------SEM CADLOTE O SALDO DO CATALOGO E TODO CONSIDERADO VALIDO-*
           OPEN INPUT CADLOTE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "N" TO W-TEMLOTE
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.

           OPEN OUTPUT CADESTTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ESTMINPRL" TO MENS
                GO TO ROT-TOTAL.

           ADD 1 TO W-TOTITENS
           PERFORM SOMA-VENC THRU SOMA-VENC-FIM
           COMPUTE W-UTIL = MEDIC-SALDO - W-VENCIDO
           IF W-UTIL > MEDIC-MINIMO
                GO TO LER-MEDIC.

           ADD 1 TO W-TOTREPOR
           MOVE MEDIC-CODIGO TO EST-CODTX
           MOVE MEDIC-NOME TO EST-NOMETX
           MOVE MEDIC-SALDO TO EST-SALDOTX
           MOVE W-VENCIDO TO EST-VENCTX
           MOVE MEDIC-MINIMO TO EST-MINTX
           COMPUTE W-FALTA = MEDIC-MINIMO - W-UTIL
           IF W-FALTA < ZERO
                MOVE ZEROS TO W-FALTA.
           MOVE W-FALTA TO EST-REPORTX
                GO TO ROT-FIM.
           GO TO LER-MEDIC.

      *------QUANTIDADE EM LOTES JA VENCIDOS (NAO CONTA PARA O MINIMO)-*
       SOMA-VENC.
           MOVE ZEROS TO W-VENCIDO
           IF W-TEMLOTE = "N"
                GO TO SOMA-VENC-FIM.
           MOVE MEDIC-CODIGO TO LOTE-CODIGO
           MOVE ZEROS TO LOTE-VALIDADE
           MOVE SPACES TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS LOTE-CHAVE INVALID KEY
                GO TO SOMA-VENC-FIM.
       SOMA-VENC-LER.
           READ CADLOTE NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO SOMA-VENC-FIM.
           IF LOTE-CODIGO NOT = MEDIC-CODIGO
                GO TO SOMA-VENC-FIM.
           IF LOTE-VALIDADE NOT < W-HOJE
                GO TO SOMA-VENC-FIM.
           ADD LOTE-QTD TO W-VENCIDO
           GO TO SOMA-VENC-LER.
       SOMA-VENC-FIM.
           EXIT.

       ROT-TOTAL.
           MOVE SPACES TO REGESTTX
           WRITE REGESTTX.
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMEDIC
                IF W-TEMLOTE = "S"
                   CLOSE CADLOTE.
       ROT-FIMP.
                EXIT PROGRAM.

