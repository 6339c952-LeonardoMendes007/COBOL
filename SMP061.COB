                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVES-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRECEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECEI-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRCESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCESP-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RCESP-RECEITA
                                            WITH DUPLICATES.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 MEDIC-NOME           PIC X(30).
          03 MEDIC-SALDO          PIC 9(06).
          03 MEDIC-MINIMO         PIC 9(06).
          03 MEDIC-LISTA          PIC X(02).

       FD CADMOVES
               LABEL RECORD IS STANDARD
          03 MOVES-QTD            PIC 9(05).
          03 MOVES-OPERADOR       PIC X(10).
          03 MOVES-REF            PIC X(25).
          03 MOVES-LOTE           PIC X(15).

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

       FD CADRECEI
               LABEL RECORD IS STANDARD
          03 RECEI-DOSAGEM        PIC X(20).
          03 RECEI-DURACAO        PIC X(20).

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

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CHAVE-SV    PIC X(25) VALUE SPACES.
       01 W-DISPQTD     PIC 9(03) VALUE ZEROS.

      *------ITEM CONTROLADO: RECEITA ESPECIAL E COMPRADOR-------------*
       01 W-CTRLADO     PIC X(01) VALUE "N".
       01 W-NUMESP      PIC 9(06) VALUE ZEROS.
       01 W-SALDOESP    PIC 9(05) VALUE ZEROS.
       01 W-COMPNOME    PIC X(30) VALUE SPACES.
       01 W-COMPDOC     PIC X(15) VALUE SPACES.

       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-DATACONS.
          05 W-DC-DIA   PIC 9(02).
          05 W-HC-HORA  PIC 9(02).
          05 W-HC-MIN   PIC 9(02).

      *------LOTE E VALIDADE (SAIDA PELO LOTE QUE VENCE PRIMEIRO)------*
       01 W-LOTE        PIC X(15) VALUE SPACES.
       01 W-VALID.
          05 W-VALID-DIA PIC 9(02).
          05 W-VALID-MES PIC 9(02).
          05 W-VALID-ANO PIC 9(04).
       01 W-VALIDYMD    PIC 9(08) VALUE ZEROS.
       01 W-VALIDFMT.
          05 W-VF-DIA   PIC 99.
          05 FILLER     PIC X(01) VALUE "/".
          05 W-VF-MES   PIC 99.
          05 FILLER     PIC X(01) VALUE "/".
          05 W-VF-ANO   PIC 9999.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DISPON      PIC 9(07) VALUE ZEROS.
       01 W-RESTA       PIC 9(05) VALUE ZEROS.
       01 W-PARTE       PIC 9(05) VALUE ZEROS.
       01 W-BAIXAQTD    PIC 9(03) VALUE ZEROS.

       01 W-MOVDATA     PIC 9(08) VALUE ZEROS.
       01 W-MOVHORA.
          05 W-MOVHORA-HMS PIC 9(06).
           05  LINE 02  COLUMN 41
               VALUE  "PENSARIA".
           05  LINE 05  COLUMN 01
               VALUE  "   OPERACAO (E=ENTRADA S=DISPENSACAO B=B".
           05  LINE 05  COLUMN 41
               VALUE  "AIXA VENCIDOS) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TOPERMOV
               LINE 05  COLUMN 58  PIC X(01)
               USING  W-OPERMOV
               HIGHLIGHT.

               VALUE  "   CODIGO DO MEDICAMENTO :".
           05  LINE 11  COLUMN 01
               VALUE  "   QUANTIDADE ENTRADA    :".
           05  LINE 13  COLUMN 01
               VALUE  "   LOTE                  :".
           05  LINE 15  COLUMN 01
               VALUE  "   VALIDADE              :".
           05  TCODIGO
               LINE 08  COLUMN 28  PIC 9(04)
               USING  W-CODIGO
               LINE 11  COLUMN 28  PIC 9(05)
               USING  W-QTD
               HIGHLIGHT.
           05  TLOTE
               LINE 13  COLUMN 28  PIC X(15)
               USING  W-LOTE
               HIGHLIGHT.
           05  TVALID
               LINE 15  COLUMN 28  PIC 99.99.9999
               USING  W-VALID
               HIGHLIGHT.

       01  TELABAIXA.
           05  LINE 08  COLUMN 01
               VALUE  "   CODIGO DO MEDICAMENTO :".
           05  TCODIGOB
               LINE 08  COLUMN 28  PIC 9(04)
               USING  W-CODIGO
               HIGHLIGHT.

       01  TELADISP.
           05  LINE 08  COLUMN 01
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O CADMEDIC
           ELSE
                 NEXT SENTENCE.

       R0A1.
           OPEN I-O CADLOTE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLOTE
                 CLOSE CADLOTE
                 OPEN I-O CADLOTE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADRECEI
           IF ST-ERRO NOT = "00"
           ELSE
                 NEXT SENTENCE.

       R0B1.
           OPEN I-O CADRCESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRCESP
                 CLOSE CADRCESP
                 OPEN I-O CADRCESP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0C.
           OPEN INPUT CADOPER

       R1.
           MOVE SPACES TO W-OPERMOV
           MOVE ZEROS TO W-CODIGO W-QTD W-VALID
           MOVE SPACES TO W-LOTE
           MOVE ZEROS TO W-CPF W-DATACONS W-HORACONS
           DISPLAY TELASMP061.

                GO TO ENT-001.
           IF W-OPERMOV = "S"
                GO TO DIS-001.
           IF W-OPERMOV = "B"
                GO TO BAI-001.
           MOVE "DIGITE E, S OU B" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS2
           GO TO R2.

                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENT-003.

       ENT-004.
           ACCEPT TLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-003.

           IF W-LOTE = SPACES
                MOVE "DIGITE O NUMERO DO LOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENT-004.

       ENT-005.
           ACCEPT TVALID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ENT-004.

           IF W-VALID-DIA < 1 OR W-VALID-DIA > 31 OR
              W-VALID-MES < 1 OR W-VALID-MES > 12 OR
              W-VALID-ANO < 2000
                MOVE "DATA DE VALIDADE INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENT-005.
           MOVE W-VALID-ANO TO W-VALIDYMD(1:4)
           MOVE W-VALID-MES TO W-VALIDYMD(5:2)
           MOVE W-VALID-DIA TO W-VALIDYMD(7:2)
           IF W-VALIDYMD < W-HOJE
                MOVE "LOTE JA VENCIDO, ENTRADA NAO PERMITIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENT-005.

       ENT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ENT-005.
           IF W-OPCAO = "N" OR "n"
                MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------SOMA AO LOTE SE MESMO LOTE E VALIDADE JA EM ESTOQUE-----*
           MOVE W-CODIGO TO LOTE-CODIGO
           MOVE W-VALIDYMD TO LOTE-VALIDADE
           MOVE W-LOTE TO LOTE-NUMERO
           READ CADLOTE
           IF ST-ERRO = "00"
                ADD W-QTD TO LOTE-QTD
                REWRITE REGLOTE
           ELSE
                MOVE W-QTD TO LOTE-QTD
                MOVE W-HOJE TO LOTE-DATAENT
                WRITE REGLOTE.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE "E" TO MOVES-TIPO
           MOVE W-QTD TO MOVES-QTD
           MOVE SPACES TO MOVES-REF
           MOVE W-LOTE TO MOVES-LOTE
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM

           MOVE "*** ENTRADA REGISTRADA ***" TO MENS

           DISPLAY (12, 04) LIMPA
           DISPLAY (12, 04) MEDIC-NOME
           PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
           DISPLAY (12, 36) "NAO VENCIDO:"
           DISPLAY (12, 49) W-DISPON
           PERFORM LIMPA-ESP
           MOVE "N" TO W-CTRLADO
           IF MEDIC-LISTA NOT = SPACES
                GO TO DIS-ESP.
           GO TO DIS-QTD.

      *------CONTROLADO SO SAI COM A RECEITA ESPECIAL DO ITEM----------*
       DIS-ESP.
           MOVE ZEROS TO W-NUMESP
           DISPLAY (14, 04) "LISTA"
           DISPLAY (14, 10) MEDIC-LISTA
           DISPLAY (14, 13) "RECEITA ESPECIAL NR (0=PULA):"
           ACCEPT (14, 43) W-NUMESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIS-FIM.
           IF W-NUMESP = ZEROS
                MOVE "CONTROLADO NAO DISPENSADO SEM RECEITA ESPECIAL"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM LIMPA-ESP
                GO TO DIS-LER.

           MOVE W-NUMESP TO RCESP-NUMERO
           READ CADRCESP
           IF ST-ERRO = "23"
                MOVE "*** RECEITA ESPECIAL NAO ENCONTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIS-ESP.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA LEITURA ARQUIVO CADRCESP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF RCESP-RECEITA NOT = W-CHAVE-SV
                MOVE "RECEITA ESPECIAL E DE OUTRO ITEM OU PACIENTE"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIS-ESP.
           IF RCESP-SITUACAO = "D"
                MOVE "*** RECEITA ESPECIAL JA DISPENSADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIS-ESP.

           COMPUTE W-SALDOESP = RCESP-QTD - RCESP-QTDDISP
           DISPLAY (14, 51) "A DISPENSAR:"
           DISPLAY (14, 64) W-SALDOESP.

       DIS-COMP.
           MOVE SPACES TO W-COMPNOME W-COMPDOC
           DISPLAY (16, 04) "COMPRADOR - NOME     :"
           ACCEPT (16, 27) W-COMPNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIS-ESP.
           IF W-COMPNOME = SPACES
                MOVE "IDENTIFIQUE O COMPRADOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO DIS-COMP.
       DIS-COMP2.
           DISPLAY (17, 04) "COMPRADOR - DOCUMENTO:"
           ACCEPT (17, 27) W-COMPDOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO DIS-COMP.
           IF W-COMPDOC = SPACES
                MOVE "DIGITE O DOCUMENTO DO COMPRADOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO DIS-COMP2.
           MOVE "S" TO W-CTRLADO.

       DIS-QTD.
           MOVE ZEROS TO W-QTD
           IF W-QTD = ZEROS
                GO TO DIS-LER.

           IF W-QTD > MEDIC-SALDO OR W-QTD > W-DISPON
                MOVE "SALDO NAO VENCIDO INSUFICIENTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIS-QTD.

           IF W-CTRLADO = "S" AND W-QTD > W-SALDOESP
                MOVE "QUANTIDADE ACIMA DA RECEITA ESPECIAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DIS-QTD.

                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE MEDIC-CODIGO TO W-CODIGO
           PERFORM BAIXA-FEFO THRU BAIXA-FEFO-FIM

           IF W-CTRLADO = "S"
                PERFORM GRAVA-ESP THRU GRAVA-ESP-FIM.

           ADD 1 TO W-DISPQTD
           PERFORM LIMPA-ESP
           GO TO DIS-LER.

       DIS-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *****************************************
      * BAIXA DOS LOTES VENCIDOS              *
      *****************************************
       BAI-001.
           DISPLAY TELABAIXA
           MOVE ZEROS TO W-BAIXAQTD.
       BAI-002.
           MOVE ZEROS TO W-CODIGO
           ACCEPT TCODIGOB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.

           IF W-CODIGO = ZEROS
                MOVE "DIGITE O CODIGO DO MEDICAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO BAI-002.

           MOVE W-CODIGO TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO = "23"
                MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO BAI-002.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADMEDIC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           DISPLAY (08, 34) MEDIC-NOME

           MOVE W-CODIGO TO LOTE-CODIGO
           MOVE ZEROS TO LOTE-VALIDADE
           MOVE SPACES TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS LOTE-CHAVE INVALID KEY
                GO TO BAI-FIM.

      *------OS LOTES VEM EM ORDEM DE VALIDADE: PARA NO PRIMEIRO-------*
      *------AINDA DENTRO DA VALIDADE----------------------------------*
       BAI-LER.
           READ CADLOTE NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO BAI-FIM.
           IF LOTE-CODIGO NOT = W-CODIGO
                GO TO BAI-FIM.
           IF LOTE-VALIDADE NOT < W-HOJE
                GO TO BAI-FIM.

           MOVE LOTE-VALIDADE(7:2) TO W-VF-DIA
           MOVE LOTE-VALIDADE(5:2) TO W-VF-MES
           MOVE LOTE-VALIDADE(1:4) TO W-VF-ANO
           DISPLAY (12, 01) LIMPA
           DISPLAY (12, 04) "LOTE:"
           DISPLAY (12, 10) LOTE-NUMERO
           DISPLAY (12, 27) "VENCEU:"
           DISPLAY (12, 35) W-VALIDFMT
           DISPLAY (12, 47) "QTD:"
           DISPLAY (12, 52) LOTE-QTD.
       BAI-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (14, 04) "BAIXAR ESTE LOTE (S/N) : "
           ACCEPT (14, 29) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO BAI-FIM.
           IF W-OPCAO = "N" OR "n"
                GO TO BAI-LER.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO BAI-OPC.

           MOVE LOTE-QTD TO W-QTD
           IF W-QTD > MEDIC-SALDO
                MOVE ZEROS TO MEDIC-SALDO
           ELSE
                SUBTRACT W-QTD FROM MEDIC-SALDO.
           REWRITE REGMEDIC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADMEDIC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE "B" TO MOVES-TIPO
           MOVE W-QTD TO MOVES-QTD
           MOVE "LOTE VENCIDO" TO MOVES-REF
           MOVE LOTE-NUMERO TO MOVES-LOTE
           DELETE CADLOTE RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           ADD 1 TO W-BAIXAQTD
           GO TO BAI-LER.

       BAI-FIM.
           DISPLAY (12, 01) LIMPA
           DISPLAY (14, 01) LIMPA
           DISPLAY (16, 04) "LOTES BAIXADOS: "
           DISPLAY (16, 20) W-BAIXAQTD
           MOVE "*** BAIXA DE VENCIDOS CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------SALDO DO ITEM NOS LOTES AINDA DENTRO DA VALIDADE----------*
       SOMA-LOTE.
           MOVE ZEROS TO W-DISPON
           MOVE MEDIC-CODIGO TO LOTE-CODIGO
           MOVE W-HOJE TO LOTE-VALIDADE
           MOVE SPACES TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS LOTE-CHAVE INVALID KEY
                GO TO SOMA-LOTE-FIM.
       SOMA-LOTE-LER.
           READ CADLOTE NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO SOMA-LOTE-FIM.
           IF LOTE-CODIGO NOT = MEDIC-CODIGO
                GO TO SOMA-LOTE-FIM.
           ADD LOTE-QTD TO W-DISPON
           GO TO SOMA-LOTE-LER.
       SOMA-LOTE-FIM.
           EXIT.

      *------DISPENSACAO CONSOME PRIMEIRO O LOTE QUE VENCE ANTES-------*
      *------UM MOVIMENTO POR LOTE CONSUMIDO---------------------------*
       BAIXA-FEFO.
           MOVE W-QTD TO W-RESTA
           MOVE W-CODIGO TO LOTE-CODIGO
           MOVE W-HOJE TO LOTE-VALIDADE
           MOVE SPACES TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS LOTE-CHAVE INVALID KEY
                GO TO BAIXA-FEFO-FIM.
       BAIXA-FEFO-LER.
           IF W-RESTA = ZEROS
                GO TO BAIXA-FEFO-FIM.
           READ CADLOTE NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO BAIXA-FEFO-FIM.
           IF LOTE-CODIGO NOT = W-CODIGO
                GO TO BAIXA-FEFO-FIM.

           IF LOTE-QTD > W-RESTA
                MOVE W-RESTA TO W-PARTE
                SUBTRACT W-PARTE FROM LOTE-QTD
                REWRITE REGLOTE
           ELSE
                MOVE LOTE-QTD TO W-PARTE
                DELETE CADLOTE RECORD.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE "S" TO MOVES-TIPO
           MOVE W-PARTE TO MOVES-QTD
           MOVE W-CHAVE-SV TO MOVES-REF
           MOVE LOTE-NUMERO TO MOVES-LOTE
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           SUBTRACT W-PARTE FROM W-RESTA
           GO TO BAIXA-FEFO-LER.
       BAIXA-FEFO-FIM.
           EXIT.

      *------GRAVA O MOVIMENTO DE ESTOQUE------------------------------*
       GRAVA-MOV.
           ACCEPT W-MOVDATA FROM DATE YYYYMMDD
       GRAVA-MOV-FIM.
           EXIT.

      *------BAIXA DA RECEITA ESPECIAL COM O COMPRADOR-----------------*
       GRAVA-ESP.
           ADD W-QTD TO RCESP-QTDDISP
           MOVE W-MOVDATA TO RCESP-DATADISP
           MOVE W-COMPNOME TO RCESP-COMPNOME
           MOVE W-COMPDOC TO RCESP-COMPDOC
           IF RCESP-QTDDISP NOT < RCESP-QTD
                MOVE "D" TO RCESP-SITUACAO.
           REWRITE REGRCESP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADRCESP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-ESP-FIM.
           EXIT.

       LIMPA-ESP.
           DISPLAY (13, 01) LIMPA
           DISPLAY (14, 01) LIMPA
           DISPLAY (14, 51) LIMPA
           DISPLAY (16, 01) LIMPA
           DISPLAY (17, 01) LIMPA.

       ROT-FIM.
           CLOSE CADMEDIC CADMOVES CADRECEI CADRCESP CADLOTE.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
