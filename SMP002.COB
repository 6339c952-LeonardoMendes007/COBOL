                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTRL-ARQUIVO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROV-CPF
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADOPER
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
          03 CTRL-QTDREG       PIC 9(06).
          03 CTRL-DATA         PIC 9(08).
          03 CTRL-HORA         PIC 9(06).

       FD CADPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01 REGPROV.
          03 PROV-CPF          PIC 9(11).
          03 PROV-DATA         PIC 9(08).
          03 PROV-CANAL        PIC X(01).
          03 PROV-PEDIDO       PIC X(10).
          03 PROV-OPERADOR     PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
          03 TXTUFCOD    PIC X(02) VALUE SPACES.
          03 TXTUFTEXTO  PIC X(20) VALUE SPACES.

       01 W-VALCART.
          05 W-VALCART-DIA PIC 9(02).
          05 W-VALCART-MES PIC 9(02).
          05 W-VALCART-ANO PIC 9(04).
       01 W-ADESAO.
          05 W-ADESAO-DIA  PIC 9(02).
          05 W-ADESAO-MES  PIC 9(02).
          05 W-ADESAO-ANO  PIC 9(04).
       01 W-REGPACI-LIDO PIC X(168) VALUE SPACES.
       01 W-REGPACI-NOVO PIC X(168) VALUE SPACES.
       01 W-TEMPROV     PIC X(01) VALUE "S".
       01 W-PROVISORIO  PIC X(01) VALUE "N".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-PERM-EXCLUI PIC X(01) VALUE "N".
               VALUE  "UF:".
           05  LINE 17  COLUMN 01
               VALUE  "       CONVENIO:".
           05  LINE 19  COLUMN 01
               VALUE  "       CARTEIRA:".
           05  LINE 20  COLUMN 01
               VALUE  "       VALIDADE CARTEIRA:   .  .".
           05  LINE 20  COLUMN 40
               VALUE  "ADESAO:   .  .".

           05  TCPF
               LINE 04  COLUMN 13  PIC 999.999.999.99
               USING CNOMETXT
               HIGHLIGHT.

           05  TCARTEIRA
               LINE 19 COLUMN 17   PIC X(20)
               USING CARTEIRA
               HIGHLIGHT.

           05  TVALCART
               LINE 20 COLUMN 27   PIC 99.99.9999
               USING W-VALCART
               HIGHLIGHT.

           05  TADESAO
               LINE 20 COLUMN 48   PIC 99.99.9999
               USING W-ADESAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ELSE
                 NEXT SENTENCE.

      *------PACIENTES PROVISORIOS DO AGENDAMENTO EM LOTE (SMP111)-----*
       R0B1.
           OPEN I-O CADPROV
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMPROV.


      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0C.
           MOVE SPACES TO NOME SEXO GENERO EMAIL COMLOGRA CNOMETXT
           MOVE ZEROS TO CPF DDD NUM CONVENIO CODIGO
           MOVE ZEROS TO DIA MES ANO CEPPACI NUMLOGRA UF
           MOVE SPACES TO CARTEIRA
           MOVE ZEROS TO VALIDCART DATAADESAO W-VALCART W-ADESAO
           DISPLAY TELAPACI.

       R2.
           PERFORM R4A
           PERFORM R9A
           PERFORM R9B
           PERFORM R13D
           PERFORM ACE-001.

      *
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE REGPACI TO W-REGPACI-LIDO
                PERFORM R13C
                DISPLAY TELAPACI
                PERFORM R4A
                PERFORM R9A
                PERFORM R9B
                PERFORM R13D
                PERFORM ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPACI" TO MENS
           MOVE CNOME TO CNOMETXT
           DISPLAY TCNOMETXT.

      *------CARTEIRA DO CONVENIO: NUMERO, VALIDADE E DATA DE ADESAO---*
      *------(DATAS GRAVADAS AAAAMMDD; EM BRANCO = NAO INFORMADA)------*
       R13.
           ACCEPT TCARTEIRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R12.

       R13A.
           ACCEPT TVALCART
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R13.

           MOVE ZEROS TO VALIDCART
           IF W-VALCART = ZEROS
                GO TO R13B.
           IF W-VALCART-MES < 1 OR W-VALCART-MES > 12 OR
              W-VALCART-DIA < 1 OR W-VALCART-DIA > 31
                MOVE "VALIDADE DA CARTEIRA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R13A.
           MOVE W-VALCART-ANO TO VALIDCART(1:4)
           MOVE W-VALCART-MES TO VALIDCART(5:2)
           MOVE W-VALCART-DIA TO VALIDCART(7:2).

       R13B.
           ACCEPT TADESAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R13A.

           MOVE ZEROS TO DATAADESAO
           IF W-ADESAO = ZEROS
                GO TO R13-FIM.
           IF W-ADESAO-MES < 1 OR W-ADESAO-MES > 12 OR
              W-ADESAO-DIA < 1 OR W-ADESAO-DIA > 31
                MOVE "DATA DE ADESAO INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R13B.
           MOVE W-ADESAO-ANO TO DATAADESAO(1:4)
           MOVE W-ADESAO-MES TO DATAADESAO(5:2)
           MOVE W-ADESAO-DIA TO DATAADESAO(7:2)
           IF DATAADESAO > W-HOJE
                MOVE "DATA DE ADESAO MAIOR QUE A DATA DE HOJE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R13B.

       R13-FIM.

      * ------------- VERIFICAR SE E ALTERACAO -----------------

           IF W-SEL = 1
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R13B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   SUBTRACT 1 FROM W-CTRL-QTD
                   MOVE -1 TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   PERFORM R13E
                   MOVE "*** REGISTRO PACIENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R13B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "REGISTRO ALTERADO POR OUTRO OPERADOR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE REGPACI TO W-REGPACI-LIDO
                   PERFORM R13C
                   DISPLAY TELAPACI
                   PERFORM R4A
                   PERFORM R9A
                IF ST-ERRO = "00" OR "02"
                   MOVE ZERO TO W-CTRL-DELTA
                   PERFORM ATU-CTRL
                   PERFORM R13F
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
              MOVE TBUF(UF) TO TXTUF
              DISPLAY (15, 50) TXTUFTEXTO.

       R13C.

           MOVE ZEROS TO W-VALCART W-ADESAO
           IF VALIDCART NOT = ZEROS
              MOVE VALIDCART(7:2) TO W-VALCART-DIA
              MOVE VALIDCART(5:2) TO W-VALCART-MES
              MOVE VALIDCART(1:4) TO W-VALCART-ANO.
           IF DATAADESAO NOT = ZEROS
              MOVE DATAADESAO(7:2) TO W-ADESAO-DIA
              MOVE DATAADESAO(5:2) TO W-ADESAO-MES
              MOVE DATAADESAO(1:4) TO W-ADESAO-ANO.

      *------PACIENTE GRAVADO PELO AGENDAMENTO EM LOTE, SO COM NOME----*
      *------E TELEFONE: AVISA PARA COMPLETAR O CADASTRO---------------*
       R13D.
           MOVE "N" TO W-PROVISORIO
           IF W-TEMPROV = "S"
              MOVE CPF TO PROV-CPF
              READ CADPROV
              IF ST-ERRO = "00"
                 MOVE "S" TO W-PROVISORIO
                 MOVE "CADASTRO PROVISORIO - COMPLETE OS DADOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R13E.
           IF W-PROVISORIO = "S"
              MOVE CPF TO PROV-CPF
              DELETE CADPROV RECORD
              IF ST-ERRO = "00" OR ST-ERRO = "23"
                 MOVE "N" TO W-PROVISORIO
              ELSE
                 MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADPROV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *------CADASTRO COMPLETO QUANDO A DATA DE NASCIMENTO E INFORMADA-*
       R13F.
           IF ANO NOT = ZEROS
              PERFORM R13E.


      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*

       ROT-FIM.
           CLOSE CADPACI CADCONV CADCONS CADCTRL.
           IF W-TEMPROV = "S"
                CLOSE CADPROV.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
