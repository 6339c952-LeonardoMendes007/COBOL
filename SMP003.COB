                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.

       SELECT CADLINHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LINHA-CODIGO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 TRATAMENTO        PIC X(50).
          03 NOTIFICAVEL       PIC X(01).
          03 PRAZONOTIF        PIC 9(02).
          03 LINHACUID         PIC 9(02).

       FD CADLINHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLINHA.DAT".
       01 REGLINHA.
          03 LINHA-CODIGO      PIC 9(02).
          03 LINHA-NOME        PIC X(30).
          03 LINHA-INTERV      PIC 9(04).

       FD CADOPER
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
               VALUE  "       NOTIFICAVEL (S/N):".
           05  LINE 16  COLUMN 32
               VALUE  "PRAZO NOTIF. (DIAS):".
           05  LINE 18  COLUMN 01
               VALUE  "       LINHA DE CUIDADO:       (00 = NEN".
           05  LINE 18  COLUMN 41
               VALUE  "HUMA)".

           05  TCID
               LINE 05  COLUMN 13  PIC X(05)
               USING PRAZONOTIF
               HIGHLIGHT.

           05  TLINHA
               LINE 18 COLUMN 26   PIC 9(02)
               USING LINHACUID
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ELSE
                 NEXT SENTENCE.

      *------LINHAS DE CUIDADO (SMP099), CRIADO VAZIO SE NAO EXISTE----*
       R0B.
           OPEN INPUT CADLINHA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLINHA
                 CLOSE CADLINHA
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLINHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.


      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0A.
           MOVE SPACES TO DENOMINACAO SINTOMAS TRATAMENTO
           MOVE SPACES TO CID
           MOVE "N" TO NOTIFICAVEL
           MOVE ZEROS TO PRAZONOTIF LINHACUID
           DISPLAY TELACID.

       R2.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELACID
                PERFORM MOSTRA-LINHA
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCID" TO MENS

       R7-FIM.

      *------LINHA DE CUIDADO: ACOMPANHAMENTO DE DOENCA CRONICA--------*
       R8.
           ACCEPT TLINHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R6.

           IF LINHACUID NOT = ZEROS
                MOVE LINHACUID TO LINHA-CODIGO
                READ CADLINHA
                IF ST-ERRO NOT = "00"
                   MOVE "*** LINHA DE CUIDADO NAO CADASTRADA ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
           PERFORM MOSTRA-LINHA.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM



       MOSTRA-LINHA.
           MOVE SPACES TO LINHA-NOME
           IF LINHACUID NOT = ZEROS
                MOVE LINHACUID TO LINHA-CODIGO
                READ CADLINHA
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO LINHA-NOME.
           DISPLAY (18, 48) LINHA-NOME.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADCID CADLINHA CADCTRL.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
