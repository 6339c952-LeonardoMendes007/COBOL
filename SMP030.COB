      ******************************************
      * ARQUIVAMENTO DE CONSULTAS ANTIGAS      *
      * MOVE DO CADCONS PARA O CADHIST         *
      * COM PONTO DE CONTROLE (CADCHKP) E      *
      * JORNAL (JORN030) PARA RETOMAR OU       *
      * DESFAZER UMA EXECUCAO INTERROMPIDA     *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTRL-ARQUIVO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCHKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHKP-PROGRAMA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADJORN ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADHIST
               LABEL RECORD IS STANDARD
          03 HISTDESCRICAO2           PIC X(60).
          03 HISTSITUACAO             PIC X(01).
          03 HISTRETORNO              PIC X(01).
          03 HISTCONVENIO             PIC 9(04).
          03 HISTPLANO                PIC 9(02).

       FD CADARQTX
               LABEL RECORD IS STANDARD
          03 CTRL-QTDREG       PIC 9(06).
          03 CTRL-DATA         PIC 9(08).
          03 CTRL-HORA         PIC 9(06).

      *------PONTO DE CONTROLE DOS PROCESSOS DE VARIOS ARQUIVOS-------*
      *------SITU A=EM ANDAMENTO C=CONCLUIDO D=DESFEITO----------------*
       FD CADCHKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHKP.DAT".
       01 REGCHKP.
          03 CHKP-PROGRAMA     PIC X(06).
          03 CHKP-SITU         PIC X(01).
          03 CHKP-OPERADOR     PIC X(10).
          03 CHKP-DATAINI      PIC 9(08).
          03 CHKP-HORAINI      PIC 9(06).
          03 CHKP-DATAATU      PIC 9(08).
          03 CHKP-HORAATU      PIC 9(06).
          03 CHKP-FASE         PIC X(01).
          03 CHKP-PARAM        PIC X(22).
          03 CHKP-ULTCHAVE     PIC X(25).
          03 CHKP-QTD1         PIC 9(06).
          03 CHKP-QTD2         PIC 9(06).
          03 CHKP-QTD3         PIC 9(06).
          03 CHKP-QTD4         PIC 9(06).

      *------JORNAL: IMAGEM DE CADA CONSULTA ANTES DE ARQUIVAR---------*
      *------TIPO H=GRAVOU NO CADHIST  J=JA EXISTIA NO CADHIST---------*
       FD CADJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORN030.DAT".
       01 REGJORN.
          03 JORN-TIPO         PIC X(01).
          03 JORN-IMAGEM       PIC X(168).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.

       01 W-TOTMOVIDAS  PIC 9(06) VALUE ZEROS.
       01 W-TOTMANTIDAS PIC 9(06) VALUE ZEROS.
       01 W-QTDDESF     PIC 9(06) VALUE ZEROS.
       01 W-RETOMA      PIC X(01) VALUE "N".
       01 W-TEMCHKP     PIC X(01) VALUE "N".
       01 W-CHAVEATU    PIC X(23) VALUE SPACES.
       01 W-CHKP-SITU   PIC X(01) VALUE SPACES.
       01 W-CHKP-DATAINI PIC 9(08) VALUE ZEROS.
       01 W-CHKP-HORAINI PIC 9(06) VALUE ZEROS.
       01 W-ULTCHAVE.
          05 W-ULT-CPF     PIC 9(11).
          05 W-ULT-DATA    PIC 9(08).
          05 W-ULT-HORA    PIC 9(04).
       01 W-CTRL-QTD    PIC 9(06) VALUE ZEROS.
       01 W-CTRLDATA    PIC 9(08) VALUE ZEROS.
       01 W-CTRLHORA.
       PROCEDURE DIVISION.
       INICIO.

      *------ARQUIVAMENTO ANTERIOR INTERROMPIDO: RETOMA OU DESFAZ------*
       R0-CHKP.
           OPEN INPUT CADCHKP
           IF ST-ERRO NOT = "00"
                GO TO INC-001.
           MOVE "SMP030" TO CHKP-PROGRAMA
           READ CADCHKP
           IF ST-ERRO = "00" AND CHKP-SITU = "A"
                MOVE "S" TO W-TEMCHKP.
           CLOSE CADCHKP
           IF W-TEMCHKP = "N"
                GO TO INC-001.

           MOVE CHKP-PARAM(1:8) TO W-CORTE-YMD
           MOVE W-CORTE-YMD(1:4) TO W-CORTE-ANO
           MOVE W-CORTE-YMD(5:2) TO W-CORTE-MES
           MOVE W-CORTE-YMD(7:2) TO W-CORTE-DIA
           MOVE CHKP-ULTCHAVE(1:23) TO W-ULTCHAVE
           MOVE CHKP-QTD1 TO W-TOTMOVIDAS
           MOVE CHKP-QTD2 TO W-TOTMANTIDAS
           MOVE CHKP-DATAINI TO W-CHKP-DATAINI
           MOVE CHKP-HORAINI TO W-CHKP-HORAINI
           DISPLAY TELASMP030
           DISPLAY (14, 06) "ARQUIVAMENTO INTERROMPIDO - INICIO:"
           MOVE CHKP-DATAINI(7:2) TO W-DATATXFMT-DIA
           MOVE CHKP-DATAINI(5:2) TO W-DATATXFMT-MES
           MOVE CHKP-DATAINI(1:4) TO W-DATATXFMT-ANO
           DISPLAY (14, 42) W-DATATXFMT
           DISPLAY (14, 53) CHKP-HORAINI
           DISPLAY (15, 06) "ULTIMA CONSULTA PROCESSADA  CPF:"
           DISPLAY (15, 39) W-ULT-CPF
           DISPLAY (15, 51) "DATA:"
           DISPLAY (15, 57) W-ULT-DATA
           DISPLAY (16, 06) "CONSULTAS JA MOVIDAS:"
           DISPLAY (16, 28) W-TOTMOVIDAS.
       R0-CHKP-OPC.
           DISPLAY (18, 06) "R=RETOMAR  D=DESFAZER  S=SAIR :"
           ACCEPT (18, 38) W-OPCAO
           IF W-OPCAO = "S" OR "s"
                GO TO ROT-FIMS.
           IF W-OPCAO = "D" OR "d"
                GO TO DESFAZ.
           IF W-OPCAO NOT = "R" AND "r"
                GO TO R0-CHKP-OPC.
           MOVE "S" TO W-RETOMA
           GO TO INC-OP0.

       INC-001.
                MOVE ZEROS TO W-DATACORTE.
                DISPLAY TELASMP030.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           PERFORM ABRE-CHKP THRU ABRE-CHKP-FIM
           IF ST-ERRO NOT = "00"
                 GO TO ROT-FIM.

           IF W-RETOMA = "S"
                 OPEN EXTEND CADJORN
           ELSE
                 OPEN OUTPUT CADJORN.
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO JORN030" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           IF W-RETOMA = "S"
                 GO TO INC-RETOMA.
           ACCEPT W-CHKP-DATAINI FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE W-CTRLHORA-HMS TO W-CHKP-HORAINI
           MOVE ZEROS TO W-ULTCHAVE
           MOVE "A" TO W-CHKP-SITU
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM

           MOVE ZEROS TO PACI-CPF DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 MOVE "*** NENHUMA CONSULTA NO ARQUIVO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-TOTAL.
           GO TO LER-CONS.

      *------RETOMA DEPOIS DA ULTIMA CONSULTA DO PONTO DE CONTROLE-----*
       INC-RETOMA.
           MOVE "A" TO W-CHKP-SITU
           MOVE W-ULTCHAVE TO KEYPRINCIPAL
           START CADCONS KEY IS GREATER KEYPRINCIPAL INVALID KEY
                 GO TO ROT-TOTAL.

      *---------[ MOVE AS CONSULTAS ANTIGAS PARA O CADHIST ]------------
       LER-CONS.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   GO TO ROT-TOTAL.

                MOVE KEYPRINCIPAL TO W-CHAVEATU
                MOVE ANOCONS TO W-DATAREG(1:4)
                MOVE MESCONS TO W-DATAREG(5:2)
                MOVE DIACONS TO W-DATAREG(7:2)

                IF W-DATAREG NOT < W-CORTE-YMD
                   ADD 1 TO W-TOTMANTIDAS
                   PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
                   GO TO LER-CONS.

      *------IMAGEM NO JORNAL ANTES DE MEXER NOS ARQUIVOS--------------*
       GRAVA-JORN.
                MOVE KEYPRINCIPAL TO HISTPRINCIPAL
                READ CADHIST
                IF ST-ERRO = "00"
                   MOVE "J" TO JORN-TIPO
                ELSE
                   MOVE "H" TO JORN-TIPO.
                MOVE REGCONS TO JORN-IMAGEM
                WRITE REGJORN
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO JORN030" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

       GRAVA-HIST.
                MOVE KEYPRINCIPAL TO HISTPRINCIPAL
                MOVE CODMEDICO    TO HISTMEDICO
                MOVE DESCRICAO2   TO HISTDESCRICAO2
                MOVE SITUACAO     TO HISTSITUACAO
                MOVE RETORNO      TO HISTRETORNO
                MOVE CONVCONS     TO HISTCONVENIO
                MOVE PLANOCONS    TO HISTPLANO

                WRITE REGHIST
                IF ST-ERRO = "22"
                   GO TO ROT-FIM.

                ADD 1 TO W-TOTMOVIDAS
                PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
                GO TO LER-CONS.

      *---------[ RELATORIO DE CONTROLE ]-------------------------------
           WRITE REGARQTX FROM CAB2.
           CLOSE CADARQTX
           PERFORM ATU-CTRL THRU ATU-CTRL-FIM
           MOVE "C" TO W-CHKP-SITU
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           CLOSE CADJORN
           MOVE "*** ARQUIVAMENTO CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *---------[ DESFAZ O ARQUIVAMENTO INTERROMPIDO ]-----------------
      *------DEVOLVE AO CADCONS AS CONSULTAS DO JORNAL E APAGA DO------*
      *------CADHIST SO AS QUE ESTA EXECUCAO GRAVOU (TIPO H)-----------*
       DESFAZ.
           DISPLAY (18, 06) LIMPA
           OPEN INPUT CADJORN
           IF ST-ERRO NOT = "00"
                MOVE "JORNAL JORN030 NAO ENCONTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMS.
           OPEN I-O CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADJORN
                GO TO ROT-FIMS.
           OPEN I-O CADHIST
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADJORN CADCONS
                GO TO ROT-FIMS.
           PERFORM ABRE-CHKP THRU ABRE-CHKP-FIM
           IF ST-ERRO NOT = "00"
                CLOSE CADJORN
                GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDDESF.

       DESFAZ-LER.
           READ CADJORN
           IF ST-ERRO NOT = "00"
                GO TO DESFAZ-CONTA.
           MOVE JORN-IMAGEM TO REGCONS
           WRITE REGCONS
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-QTDDESF.
           IF JORN-TIPO NOT = "H"
                GO TO DESFAZ-LER.
           MOVE JORN-IMAGEM(1:23) TO HISTPRINCIPAL
           DELETE CADHIST RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
                MOVE "ERRO NA EXCLUSAO NO ARQUIVO CADHIST" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO DESFAZ-LER.

      *------RECONTA O CADCONS PARA ACERTAR O TOTAL NO CADCTRL---------*
       DESFAZ-CONTA.
           CLOSE CADJORN
           MOVE ZEROS TO W-TOTMANTIDAS
           MOVE ZEROS TO PACI-CPF DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                 GO TO DESFAZ-FIM.
       DESFAZ-CONTA-LER.
           READ CADCONS NEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                ADD 1 TO W-TOTMANTIDAS
                GO TO DESFAZ-CONTA-LER.
       DESFAZ-FIM.
           PERFORM ATU-CTRL THRU ATU-CTRL-FIM
           MOVE "D" TO W-CHKP-SITU
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           DISPLAY (20, 06) "CONSULTAS DEVOLVIDAS AO CADCONS:"
           DISPLAY (20, 39) W-QTDDESF
           MOVE "*** ARQUIVAMENTO DESFEITO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------ABRE O CADCHKP (CRIA NA PRIMEIRA VEZ)---------------------*
       ABRE-CHKP.
           OPEN I-O CADCHKP
           IF ST-ERRO = "30"
                OPEN OUTPUT CADCHKP
                CLOSE CADCHKP
                OPEN I-O CADCHKP.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHKP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ABRE-CHKP-FIM.
           EXIT.

      *------GRAVA O PONTO DE CONTROLE COM A ULTIMA CHAVE PROCESSADA---*
       GRAVA-CHKP.
           IF W-CHKP-SITU = "A"
                MOVE W-CHAVEATU TO W-ULTCHAVE.
           MOVE "SMP030" TO CHKP-PROGRAMA
           MOVE W-CHKP-SITU TO CHKP-SITU
           MOVE SPACES TO CHKP-OPERADOR
           MOVE W-CHKP-DATAINI TO CHKP-DATAINI
           MOVE W-CHKP-HORAINI TO CHKP-HORAINI
           ACCEPT CHKP-DATAATU FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE W-CTRLHORA-HMS TO CHKP-HORAATU
           MOVE "A" TO CHKP-FASE
           MOVE W-CORTE-YMD TO CHKP-PARAM
           MOVE W-ULTCHAVE TO CHKP-ULTCHAVE
           MOVE W-TOTMOVIDAS TO CHKP-QTD1
           MOVE W-TOTMANTIDAS TO CHKP-QTD2
           MOVE ZEROS TO CHKP-QTD3 CHKP-QTD4
           REWRITE REGCHKP
           IF ST-ERRO = "23"
                WRITE REGCHKP.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHKP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CHKP-FIM.
           EXIT.

      *------REGISTRA O NOVO TOTAL DO CADCONS NO CADCTRL---------------*
       ATU-CTRL.
           OPEN I-O CADCTRL
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADHIST CADCHKP CADJORN.
       ROT-FIMP.
                EXIT PROGRAM.

