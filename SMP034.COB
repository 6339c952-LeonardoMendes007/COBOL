      ******************************************
      * FUSAO DE PACIENTES DUPLICADOS          *
      * TRANSFERE CONSULTAS E EXCLUI DUPLICADO *
      * COM PONTO DE CONTROLE (CADCHKP) E      *
      * JORNAL (JORN034) PARA RETOMAR OU       *
      * DESFAZER UMA FUSAO INTERROMPIDA        *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCHKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHKP-PROGRAMA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADJORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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

       FD CADOPER
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT      PIC X(126).

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

      *------JORNAL: C=CONSULTA ANTES DE TRANSFERIR-------------------*
      *------        P=PACIENTE ANTES DE EXCLUIR----------------------*
       FD CADJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORN034.DAT".
       01 REGJORN.
          03 JORN-TIPO         PIC X(01).
          03 JORN-IMAGEM       PIC X(168).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-NOMEMANTER  PIC X(30) VALUE SPACES.
       01 W-NOMEEXCLUIR PIC X(30) VALUE SPACES.

       01 W-REGCONS-SV  PIC X(164) VALUE SPACES.
       01 W-TOTMOVIDAS  PIC 9(04) VALUE ZEROS.
       01 W-TOTCONFL    PIC 9(04) VALUE ZEROS.
       01 W-QTDDESF     PIC 9(04) VALUE ZEROS.

       01 W-RETOMA      PIC X(01) VALUE "N".
       01 W-TEMCHKP     PIC X(01) VALUE "N".
       01 W-CHKP-SITU   PIC X(01) VALUE SPACES.
       01 W-CHKP-FASE   PIC X(01) VALUE SPACES.
       01 W-CHKP-DATAINI PIC 9(08) VALUE ZEROS.
       01 W-CHKP-HORAINI PIC 9(06) VALUE ZEROS.
       01 W-ULTCHAVE    PIC X(25) VALUE SPACES.
       01 W-CHKP-PARAM.
          05 W-CHKP-MANTER  PIC 9(11).
          05 W-CHKP-EXCLUIR PIC 9(11).

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
           MOVE OPER-NIVEL TO W-NIVEL
           CLOSE CADOPER.

       R0D.
           OPEN I-O CADCHKP
           IF ST-ERRO = "30"
                OPEN OUTPUT CADCHKP
                CLOSE CADCHKP
                OPEN I-O CADCHKP.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHKP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------FUSAO ANTERIOR INTERROMPIDA: RETOMA OU DESFAZ-------------*
       R0-CHKP.
           MOVE "SMP034" TO CHKP-PROGRAMA
           READ CADCHKP
           IF ST-ERRO NOT = "00" OR CHKP-SITU NOT = "A"
                GO TO R1.
           MOVE CHKP-PARAM TO W-CHKP-PARAM
           MOVE W-CHKP-MANTER TO W-CPFMANTER
           MOVE W-CHKP-EXCLUIR TO W-CPFEXCLUIR
           MOVE CHKP-FASE TO W-CHKP-FASE
           MOVE CHKP-ULTCHAVE TO W-ULTCHAVE
           MOVE CHKP-DATAINI TO W-CHKP-DATAINI
           MOVE CHKP-HORAINI TO W-CHKP-HORAINI
           MOVE CHKP-QTD1 TO W-TOTMOVIDAS
           MOVE ZEROS TO W-TOTCONFL
           DISPLAY TELASMP034
           MOVE SPACES TO W-NOMEMANTER W-NOMEEXCLUIR
           MOVE W-CPFMANTER TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE NOME TO W-NOMEMANTER.
           MOVE W-CPFEXCLUIR TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                MOVE NOME TO W-NOMEEXCLUIR.
           DISPLAY (06, 40) W-NOMEMANTER
           DISPLAY (08, 40) W-NOMEEXCLUIR
           DISPLAY (12, 06) "FUSAO INTERROMPIDA EM"
           DISPLAY (12, 28) CHKP-DATAATU
           DISPLAY (12, 37) CHKP-HORAATU
           DISPLAY (12, 44) "OPERADOR:"
           DISPLAY (12, 54) CHKP-OPERADOR
           DISPLAY (13, 06) "CONSULTAS JA TRANSFERIDAS:"
           DISPLAY (13, 33) W-TOTMOVIDAS.
       R0-CHKP-OPC.
           DISPLAY (15, 06) "R=RETOMAR  D=DESFAZER  S=SAIR :"
           ACCEPT (15, 38) W-OPCAO
           IF W-OPCAO = "S" OR "s"
                GO TO ROT-FIM.
           IF W-OPCAO = "D" OR "d"
                GO TO DESFAZ.
           IF W-OPCAO NOT = "R" AND "r"
                GO TO R0-CHKP-OPC.
           DISPLAY (12, 01) LIMPA
           DISPLAY (13, 01) LIMPA
           DISPLAY (15, 01) LIMPA
           OPEN EXTEND CADJORN
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO JORN034" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "S" TO W-RETOMA
           MOVE "A" TO W-CHKP-SITU
           IF W-CHKP-FASE = "P"
                GO TO EXC-PACI.
           GO TO MOVE-CONS.

       R1.
           MOVE ZEROS TO W-CPFMANTER W-CPFEXCLUIR
           MOVE ZEROS TO W-TOTMOVIDAS W-TOTCONFL
           MOVE "N" TO W-RETOMA
           DISPLAY TELASMP034.

       R2.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R4.

           OPEN OUTPUT CADJORN
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO JORN034" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ACCEPT W-CHKP-DATAINI FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE W-CTRLHORA-HMS TO W-CHKP-HORAINI
           MOVE W-CPFMANTER TO W-CHKP-MANTER
           MOVE W-CPFEXCLUIR TO W-CHKP-EXCLUIR
           MOVE SPACES TO W-ULTCHAVE
           MOVE "A" TO W-CHKP-SITU
           MOVE "C" TO W-CHKP-FASE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM.

      *---------[ TRANSFERE AS CONSULTAS DO CPF EXCLUIDO ]--------------
       MOVE-CONS.
           MOVE W-CPFEXCLUIR TO PACI-CPF
                GO TO EXC-PACI.

           MOVE REGCONS TO W-REGCONS-SV
           MOVE "C" TO JORN-TIPO
           MOVE W-REGCONS-SV TO JORN-IMAGEM
           WRITE REGJORN
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO JORN034" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-CPFMANTER TO PACI-CPF

           WRITE REGCONS
           IF ST-ERRO = "22" AND W-RETOMA = "S"
                GO TO VER-JAMOVIDA.
           IF ST-ERRO = "22"
                ADD 1 TO W-TOTCONFL
                MOVE W-REGCONS-SV TO REGCONS
           PERFORM GRAVA-AUDIT

           ADD 1 TO W-TOTMOVIDAS
           MOVE W-REGCONS-SV(1:23) TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           GO TO MOVE-LER.

      *------NA RETOMADA A COPIA PODE TER SIDO GRAVADA ANTES DA QUEDA--*
      *------SE FOR IGUAL SO FALTA EXCLUIR A CONSULTA ANTIGA-----------*
       VER-JAMOVIDA.
           READ CADCONS
           IF ST-ERRO NOT = "00"
              OR REGCONS(12:153) NOT = W-REGCONS-SV(12:153)
                ADD 1 TO W-TOTCONFL
                GO TO VER-JAMOVIDA-POS.
           MOVE W-REGCONS-SV TO REGCONS
           DELETE CADCONS RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO NO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "FUSAOCONS" TO AUD-OPERACAO
           MOVE W-CPFEXCLUIR TO AUD-CHAVE
           MOVE W-CPFEXCLUIR TO AUD-ANTES
           MOVE W-CPFMANTER TO AUD-DEPOIS
           PERFORM GRAVA-AUDIT
           ADD 1 TO W-TOTMOVIDAS
           MOVE W-REGCONS-SV(1:23) TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM.
       VER-JAMOVIDA-POS.
           MOVE W-REGCONS-SV TO REGCONS
           START CADCONS KEY IS GREATER KEYPRINCIPAL INVALID KEY
                 GO TO EXC-PACI.
           GO TO MOVE-LER.

      *---------[ EXCLUI O PACIENTE DUPLICADO ]-------------------------

           MOVE W-CPFEXCLUIR TO CPF
           READ CADPACI
           IF ST-ERRO = "23" AND W-RETOMA = "S"
                GO TO ROT-RESUMO.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE "P" TO W-CHKP-FASE
           MOVE W-CPFEXCLUIR TO W-ULTCHAVE
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           MOVE "P" TO JORN-TIPO
           MOVE REGPACI TO JORN-IMAGEM
           WRITE REGJORN
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO JORN034" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           DELETE CADPACI RECORD
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA EXCLUSAO DO ARQUIVO CADPACI" TO MENS
           PERFORM BAIXA-CTRL.

       ROT-RESUMO.
           MOVE "C" TO W-CHKP-SITU
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           CLOSE CADJORN
           DISPLAY (17, 06) "CONSULTAS TRANSFERIDAS:"
           DISPLAY (17, 30) W-TOTMOVIDAS
           MOVE "*** FUSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *---------[ DESFAZ A FUSAO INTERROMPIDA ]-------------------------
      *------DEVOLVE AS CONSULTAS AO CPF EXCLUIDO E RECRIA O PACIENTE--*
       DESFAZ.
           DISPLAY (15, 01) LIMPA
           OPEN INPUT CADJORN
           IF ST-ERRO NOT = "00"
                MOVE "JORNAL JORN034 NAO ENCONTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDDESF.

       DESFAZ-LER.
           READ CADJORN
           IF ST-ERRO NOT = "00"
                GO TO DESFAZ-FIM.
           IF JORN-TIPO = "P"
                GO TO DESFAZ-PACI.
           MOVE JORN-IMAGEM(1:164) TO W-REGCONS-SV
           MOVE W-REGCONS-SV TO REGCONS
           WRITE REGCONS
           IF ST-ERRO = "00" OR ST-ERRO = "02"
                GO TO DESFAZ-MANTER.
           IF ST-ERRO NOT = "22"
                GO TO DESFAZ-LER.

      *------ORIGINAL JA EXISTE: SE IGUAL A IMAGEM, A QUEDA FOI-------*
      *------ENTRE A GRAVACAO NO CPF MANTIDO E A EXCLUSAO DO ORIGINAL--*
           READ CADCONS
           IF ST-ERRO NOT = "00" OR REGCONS NOT = W-REGCONS-SV
                GO TO DESFAZ-LER.

       DESFAZ-MANTER.
           ADD 1 TO W-QTDDESF
           MOVE W-CPFMANTER TO PACI-CPF
           READ CADCONS
           IF ST-ERRO NOT = "00"
              OR REGCONS(12:153) NOT = W-REGCONS-SV(12:153)
                GO TO DESFAZ-LER.
           DELETE CADCONS RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
                MOVE "ERRO NA EXCLUSAO NO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO DESFAZ-LER.

       DESFAZ-PACI.
           MOVE JORN-IMAGEM TO REGPACI
           WRITE REGPACI
           IF ST-ERRO = "00"
                PERFORM SOBE-CTRL THRU SOBE-CTRL-FIM.
           GO TO DESFAZ-LER.

       DESFAZ-FIM.
           CLOSE CADJORN
           MOVE "DESFUSAO" TO AUD-OPERACAO
           MOVE W-CPFEXCLUIR TO AUD-CHAVE
           MOVE W-CPFMANTER TO AUD-ANTES
           MOVE W-CPFEXCLUIR TO AUD-DEPOIS
           PERFORM GRAVA-AUDIT
           MOVE "D" TO W-CHKP-SITU
           PERFORM GRAVA-CHKP THRU GRAVA-CHKP-FIM
           DISPLAY (17, 06) "CONSULTAS DEVOLVIDAS:"
           DISPLAY (17, 28) W-QTDDESF
           MOVE "*** FUSAO DESFEITA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------GRAVA O PONTO DE CONTROLE DA FUSAO EM ANDAMENTO-----------*
       GRAVA-CHKP.
           MOVE "SMP034" TO CHKP-PROGRAMA
           MOVE W-CHKP-SITU TO CHKP-SITU
           MOVE W-OPERADOR TO CHKP-OPERADOR
           MOVE W-CHKP-DATAINI TO CHKP-DATAINI
           MOVE W-CHKP-HORAINI TO CHKP-HORAINI
           ACCEPT CHKP-DATAATU FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE W-CTRLHORA-HMS TO CHKP-HORAATU
           MOVE W-CHKP-FASE TO CHKP-FASE
           MOVE W-CHKP-PARAM TO CHKP-PARAM
           MOVE W-ULTCHAVE TO CHKP-ULTCHAVE
           MOVE W-TOTMOVIDAS TO CHKP-QTD1
           MOVE W-TOTCONFL TO CHKP-QTD2
           MOVE ZEROS TO CHKP-QTD3 CHKP-QTD4
           REWRITE REGCHKP
           IF ST-ERRO = "23"
                WRITE REGCHKP.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHKP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CHKP-FIM.
           EXIT.

      *------REPOE O PACIENTE NO TOTAL DO CADPACI NO CADCTRL-----------*
       SOBE-CTRL.
           OPEN I-O CADCTRL
           IF ST-ERRO NOT = "00"
                GO TO SOBE-CTRL-FIM.
           MOVE "CADPACI.DAT" TO CTRL-ARQUIVO
           READ CADCTRL
           IF ST-ERRO NOT = "00"
                CLOSE CADCTRL
                GO TO SOBE-CTRL-FIM.
           ADD 1 TO CTRL-QTDREG
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE W-CTRLDATA TO CTRL-DATA
           MOVE W-CTRLHORA-HMS TO CTRL-HORA
           REWRITE REGCTRL
           CLOSE CADCTRL.
       SOBE-CTRL-FIM.
           EXIT.

      *------BAIXA O TOTAL DO CADPACI NO CADCTRL-----------------------*
       BAIXA-CTRL.
           OPEN I-O CADCTRL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADPACI CADCONS CADAUDIT CADCHKP CADJORN.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
