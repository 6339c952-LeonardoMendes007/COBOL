      * ANONIMIZACAO LGPD DO TITULAR           *
      * LIMPA OS CAMPOS IDENTIFICADORES MAS    *
      * MANTEM OS REGISTROS PARA CONTAGEM      *
      * PONTO DE CONTROLE (CADCHKP) PERMITE    *
      * RETOMAR UMA ANONIMIZACAO INTERROMPIDA  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCHKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHKP-PROGRAMA
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

       FD CADCONS
               LABEL RECORD IS STANDARD
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

       FD CADRECEI
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

      *------PONTO DE CONTROLE DOS PROCESSOS DE VARIOS ARQUIVOS-------*
      *------SITU A=EM ANDAMENTO C=CONCLUIDO D=DESFEITO----------------*
      *------FASE P=CADASTRO C=CONSULTAS H=HISTORICO R=RECEITAS--------*
      *------     E=EXAMES---------------------------------------------*
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-QTDRECE     PIC 9(06) VALUE ZEROS.
       01 W-QTDEXAM     PIC 9(06) VALUE ZEROS.

       01 W-CHKP-SITU   PIC X(01) VALUE SPACES.
       01 W-CHKP-FASE   PIC X(01) VALUE SPACES.
       01 W-CHKP-DATAINI PIC 9(08) VALUE ZEROS.
       01 W-CHKP-HORAINI PIC 9(06) VALUE ZEROS.
       01 W-ULTCHAVE    PIC X(25) VALUE SPACES.
       01 W-CHKPHORA.
          05 W-CHKPHORA-HMS PIC 9(06).
          05 FILLER         PIC 9(02).

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-NIVEL       PIC X(01) VALUE "O".
           MOVE OPER-NIVEL TO W-NIVEL
           CLOSE CADOPER.

       R0E.
           OPEN I-O CADCHKP
           IF ST-ERRO = "30"
                OPEN OUTPUT CADCHKP
                CLOSE CADCHKP
                OPEN I-O CADCHKP.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHKP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------ANONIMIZACAO ANTERIOR INTERROMPIDA: SO PODE SER RETOMADA--*
      *------A ETAPA INTERROMPIDA E REFEITA DO INICIO------------------*
       R0-CHKP.
           MOVE "SMP064" TO CHKP-PROGRAMA
           READ CADCHKP
           IF ST-ERRO NOT = "00" OR CHKP-SITU NOT = "A"
                GO TO R1.
           MOVE CHKP-PARAM(1:11) TO W-CPFPESQ
           MOVE CHKP-FASE TO W-CHKP-FASE
           MOVE CHKP-DATAINI TO W-CHKP-DATAINI
           MOVE CHKP-HORAINI TO W-CHKP-HORAINI
           MOVE CHKP-QTD1 TO W-QTDCONS
           MOVE CHKP-QTD2 TO W-QTDHIST
           MOVE CHKP-QTD3 TO W-QTDRECE
           MOVE CHKP-QTD4 TO W-QTDEXAM
           DISPLAY TELASMP064
           DISPLAY (13, 06) "ANONIMIZACAO INTERROMPIDA EM"
           DISPLAY (13, 35) CHKP-DATAATU
           DISPLAY (13, 44) CHKP-HORAATU
           DISPLAY (13, 51) "ETAPA:"
           DISPLAY (13, 58) CHKP-FASE
           DISPLAY (14, 06) "A ANONIMIZACAO NAO PODE SER DESFEITA".
       R0-CHKP-OPC.
           DISPLAY (16, 06) "R=RETOMAR  S=SAIR :"
           ACCEPT (16, 26) W-OPCAO
           IF W-OPCAO = "S" OR "s"
                GO TO ROT-FIM.
           IF W-OPCAO NOT = "R" AND "r"
                GO TO R0-CHKP-OPC.
           DISPLAY (13, 01) LIMPA
           DISPLAY (14, 01) LIMPA
           DISPLAY (16, 01) LIMPA
           MOVE "A" TO W-CHKP-SITU
           IF W-CHKP-FASE = "C"
                MOVE ZEROS TO W-QTDCONS
                GO TO ANON-CONS.
           IF W-CHKP-FASE = "H"
                MOVE ZEROS TO W-QTDHIST
                GO TO ANON-HIST.
           IF W-CHKP-FASE = "R"
                MOVE ZEROS TO W-QTDRECE
                GO TO ANON-RECEI.
           IF W-CHKP-FASE = "E"
                MOVE ZEROS TO W-QTDEXAM
                GO TO ANON-EXAME.
           MOVE W-CPFPESQ TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO ANON-PACI.

       R1.
           MOVE ZEROS TO W-CPFPESQ W-QTDCONS W-QTDHIST
           MOVE ZEROS TO W-QTDRECE W-QTDEXAM
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R3.

           ACCEPT W-CHKP-DATAINI FROM DATE YYYYMMDD
           ACCEPT W-CHKPHORA FROM TIME
           MOVE W-CHKPHORA-HMS TO W-CHKP-HORAINI
           MOVE "A" TO W-CHKP-SITU.

      *------LIMPA OS IDENTIFICADORES DO CADASTRO----------------------*
      *------MANTEM ANO DE NASCIMENTO, SEXO, UF E CONVENIO PARA--------*
      *------AS ESTATISTICAS E O FATURAMENTO---------------------------*
       ANON-PACI.
           MOVE "P" TO W-CHKP-FASE
           MOVE W-CPFPESQ TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           MOVE "ANONIMIZADO" TO NOME
           MOVE ZEROS TO DIA MES
           MOVE "N" TO GENERO

      *------LIMPA AS DESCRICOES LIVRES DAS CONSULTAS------------------*
       ANON-CONS.
           MOVE "C" TO W-CHKP-FASE
           MOVE W-CPFPESQ TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           MOVE W-CPFPESQ TO PACI-CPF
           MOVE ZEROS TO DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-QTDCONS
           MOVE KEYPRINCIPAL TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           GO TO ANON-CONS-LER.

       ANON-HIST.
           MOVE "H" TO W-CHKP-FASE
           MOVE W-CPFPESQ TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           MOVE W-CPFPESQ TO HIST-CPF
           MOVE ZEROS TO HISTDATACONS HISTHORACONS
           START CADHIST KEY IS NOT LESS HISTPRINCIPAL INVALID KEY
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-QTDHIST
           MOVE HISTPRINCIPAL TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           GO TO ANON-HIST-LER.

      *------LIMPA O TEXTO LIVRE DAS RECEITAS DO TITULAR---------------*
       ANON-RECEI.
           MOVE "R" TO W-CHKP-FASE
           MOVE W-CPFPESQ TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           MOVE W-CPFPESQ TO RECEI-CPF
           MOVE ZEROS TO RECEI-DATACONS RECEI-HORACONS RECEI-ITEM
           START CADRECEI KEY IS NOT LESS RECEI-CHAVE INVALID KEY
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-QTDRECE
           MOVE RECEI-CHAVE TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           GO TO ANON-RECEI-LER.

      *------LIMPA OS RESULTADOS DOS EXAMES DO TITULAR-----------------*
       ANON-EXAME.
           MOVE "E" TO W-CHKP-FASE
           MOVE W-CPFPESQ TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           MOVE W-CPFPESQ TO EXAME-CPF
           MOVE ZEROS TO EXAME-DATACONS EXAME-HORACONS EXAME-SEQ
           START CADEXAME KEY IS NOT LESS EXAME-CHAVE INVALID KEY
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-QTDEXAM
           MOVE EXAME-CHAVE TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           GO TO ANON-EXAME-LER.

       ANON-FIM.
           MOVE SPACES TO AUD-ANTES
           MOVE "ANONIMIZADO" TO AUD-DEPOIS
           PERFORM GRAVA-AUDIT
           MOVE "C" TO W-CHKP-SITU
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           DISPLAY (14, 06) "CONSULTAS LIMPAS :"
           DISPLAY (14, 25) W-QTDCONS
           DISPLAY (15, 06) "HISTORICO LIMPO  :"
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------GRAVA O PONTO DE CONTROLE DA ANONIMIZACAO-----------------*
       GRAVA-CHKP.
           MOVE "SMP064" TO CHKP-PROGRAMA
           MOVE W-CHKP-SITU TO CHKP-SITU
           MOVE W-OPERADOR TO CHKP-OPERADOR
           MOVE W-CHKP-DATAINI TO CHKP-DATAINI
           MOVE W-CHKP-HORAINI TO CHKP-HORAINI
           ACCEPT CHKP-DATAATU FROM DATE YYYYMMDD
           ACCEPT W-CHKPHORA FROM TIME
           MOVE W-CHKPHORA-HMS TO CHKP-HORAATU
           MOVE W-CHKP-FASE TO CHKP-FASE
           MOVE W-CPFPESQ TO CHKP-PARAM
           MOVE W-ULTCHAVE TO CHKP-ULTCHAVE
           MOVE W-QTDCONS TO CHKP-QTD1
           MOVE W-QTDHIST TO CHKP-QTD2
           MOVE W-QTDRECE TO CHKP-QTD3
           MOVE W-QTDEXAM TO CHKP-QTD4
           REWRITE REGCHKP
           IF ST-ERRO = "23"
                WRITE REGCHKP.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHKP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CHKP-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]----------
       GRAVA-AUDIT.
                ACCEPT W-AUDDATA FROM DATE YYYYMMDD

       ROT-FIM.
           CLOSE CADPACI CADCONS CADHIST CADRECEI CADEXAME CADAUDIT.
           CLOSE CADCHKP.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
