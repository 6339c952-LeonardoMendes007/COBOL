                    RECORD KEY   IS OPER-CODIGO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-CODIGO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       01 REGUNID.
          03 UNID-CODIGO          PIC 9(02).
          03 UNID-NOME            PIC X(30).
          03 UNID-ENDER           PIC X(50).
          03 UNID-ATIVA           PIC X(01).

       FD CADCTRL
               LABEL RECORD IS STANDARD
               VALUE  "       EXCLUSAO     (S/N) :".
           05  LINE 19  COLUMN 01
               VALUE  "       SO RELATORIO (S/N) :".
           05  LINE 21  COLUMN 01
               VALUE  "       UNIDADE  (00=TODAS):".

           05  TCODIGO
               LINE 05  COLUMN 29  PIC X(10)
               USING  OPER-SOREL
               HIGHLIGHT.

           05  TUNIDADE
               LINE 21  COLUMN 29  PIC 9(02)
               USING  OPER-UNIDADE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ELSE
                 NEXT SENTENCE.

       R0U.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADUNID
                 CLOSE CADUNID
                 OPEN INPUT CADUNID
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADUNID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
           MOVE "S" TO OPER-ATIVO
           MOVE "O" TO OPER-NIVEL
           MOVE "N" TO OPER-MANUT OPER-EXCLUI OPER-SOREL
           MOVE ZEROS TO OPER-UNIDADE
           DISPLAY TELAOPER.

       R2.
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.

      *------UNIDADE DE LOTACAO: AGENDA E CAIXA DA PROPRIA UNIDADE-----*
      *------00 = OPERADOR DA CENTRAL, ENXERGA TODAS AS UNIDADES-------*
       R10.
           ACCEPT TUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R9.

           IF OPER-UNIDADE NOT = ZEROS
                MOVE OPER-UNIDADE TO UNID-CODIGO
                READ CADUNID
                IF ST-ERRO NOT = "00"
                     MOVE "UNIDADE NAO CADASTRADA" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R10
                ELSE
                     IF UNID-ATIVA NOT = "S"
                          MOVE "UNIDADE INATIVA" TO MENS
                          PERFORM ROT-MENS THRU ROT-MENS2
                          GO TO R10.

      * ------------- VERICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADOPER CADAUDIT CADCTRL CADUNID.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
