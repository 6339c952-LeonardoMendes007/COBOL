       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP070.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * CONVERSAO DO CADCONS E DO CADHIST PARA *
      * O CONVENIO/PLANO NA CONSULTA           *
      * GERA CADCONSN.DAT E CADHISTN.DAT       *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICOA WITH DUPLICATES.
       SELECT CADCONSN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICON WITH DUPLICATES.
       SELECT CADHISTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HCHAVEA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HMEDICOA WITH DUPLICATES.
       SELECT CADHISTN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HCHAVEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HMEDICON WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONSA.
          03 CHAVEA.
             05 CPFA               PIC 9(11).
             05 DATACONSA          PIC 9(08).
             05 HORACONSA          PIC 9(04).
          03 CODMEDICOA            PIC 9(06).
          03 DOENCAA               PIC X(05).
          03 DESCRICAO1A           PIC X(60).
          03 DESCRICAO2A           PIC X(60).
          03 SITUACAOA             PIC X(01).
          03 RETORNOA              PIC X(01).

       FD CADCONSN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSN.DAT".
       01 REGCONSN.
          03 CHAVEN.
             05 CPFN               PIC 9(11).
             05 DATACONSN          PIC 9(08).
             05 HORACONSN          PIC 9(04).
          03 CODMEDICON            PIC 9(06).
          03 DOENCAN               PIC X(05).
          03 DESCRICAO1N           PIC X(60).
          03 DESCRICAO2N           PIC X(60).
          03 SITUACAON             PIC X(01).
          03 RETORNON              PIC X(01).
          03 CONVCONSN             PIC 9(04).
          03 PLANOCONSN            PIC 9(02).

       FD CADHISTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
       01 REGHISTA.
          03 HCHAVEA.
             05 HCPFA              PIC 9(11).
             05 HDATACONSA         PIC 9(08).
             05 HHORACONSA         PIC 9(04).
          03 HMEDICOA              PIC 9(06).
          03 HDOENCAA              PIC X(05).
          03 HDESCRICAO1A          PIC X(60).
          03 HDESCRICAO2A          PIC X(60).
          03 HSITUACAOA            PIC X(01).
          03 HRETORNOA             PIC X(01).

       FD CADHISTN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHISTN.DAT".
       01 REGHISTN.
          03 HCHAVEN.
             05 HCPFN              PIC 9(11).
             05 HDATACONSN         PIC 9(08).
             05 HHORACONSN         PIC 9(04).
          03 HMEDICON              PIC 9(06).
          03 HDOENCAN              PIC X(05).
          03 HDESCRICAO1N          PIC X(60).
          03 HDESCRICAO2N          PIC X(60).
          03 HSITUACAON            PIC X(01).
          03 HRETORNON             PIC X(01).
          03 HCONVENION            PIC 9(04).
          03 HPLANON               PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOME           PIC X(30).
          03 NASCIMENTO.
             05 DIA         PIC 9(02).
             05 MES         PIC 9(02).
             05 ANO         PIC 9(04).
          03 SEXO           PIC X(01).
          03 GENERO         PIC X(01).
          03 TELEFONE.
             05 DDD         PIC 9(02).
             05 NUM         PIC 9(09).
          03 EMAIL          PIC X(40).
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTCONS     PIC 9(06) VALUE ZEROS.
       77 W-TOTHIST     PIC 9(06) VALUE ZEROS.
       77 W-SEMPACI     PIC 9(06) VALUE ZEROS.

       01 W-CPFBUSCA    PIC 9(11) VALUE ZEROS.
       01 W-CONVACHADO  PIC 9(04) VALUE ZEROS.
       01 W-PLANOACHADO PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *---------[ CADASTROS DE APOIO ]----------------------------------
       R0.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO CADPACI - RODE ANTES O SMP074"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *---------[ CONVERTE O CADASTRO DE CONSULTAS ]--------------------
       R1.
           OPEN INPUT CADCONSA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADCONS NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADCONSN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE ZEROS TO CHAVEA
           START CADCONSA KEY IS NOT LESS CHAVEA INVALID KEY
                 GO TO R2-FIM.

       R2.
           READ CADCONSA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R2-FIM.

           MOVE CPFA TO W-CPFBUSCA
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM

           MOVE CHAVEA        TO CHAVEN
           MOVE CODMEDICOA    TO CODMEDICON
           MOVE DOENCAA       TO DOENCAN
           MOVE DESCRICAO1A   TO DESCRICAO1N
           MOVE DESCRICAO2A   TO DESCRICAO2N
           MOVE SITUACAOA     TO SITUACAON
           MOVE RETORNOA      TO RETORNON
           MOVE W-CONVACHADO  TO CONVCONSN
           MOVE W-PLANOACHADO TO PLANOCONSN

           WRITE REGCONSN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONSN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTCONS
           GO TO R2.

       R2-FIM.
           CLOSE CADCONSA CADCONSN
           DISPLAY (05, 01) "REGISTROS CONS CONVERTIDOS: "
           DISPLAY (05, 30) W-TOTCONS.

      *---------[ CONVERTE O HISTORICO DE CONSULTAS ]-------------------
       R3.
           OPEN INPUT CADHISTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADHIST NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADHISTN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADHISTN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE ZEROS TO HCHAVEA
           START CADHISTA KEY IS NOT LESS HCHAVEA INVALID KEY
                 GO TO R4-FECHA.

       R4.
           READ CADHISTA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R4-FECHA.

           MOVE HCPFA TO W-CPFBUSCA
           PERFORM BUSCA-CONV THRU BUSCA-CONV-FIM

           MOVE HCHAVEA       TO HCHAVEN
           MOVE HMEDICOA      TO HMEDICON
           MOVE HDOENCAA      TO HDOENCAN
           MOVE HDESCRICAO1A  TO HDESCRICAO1N
           MOVE HDESCRICAO2A  TO HDESCRICAO2N
           MOVE HSITUACAOA    TO HSITUACAON
           MOVE HRETORNOA     TO HRETORNON
           MOVE W-CONVACHADO  TO HCONVENION
           MOVE W-PLANOACHADO TO HPLANON

           WRITE REGHISTN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADHISTN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-TOTHIST
           GO TO R4.

       R4-FECHA.
           CLOSE CADHISTA CADHISTN.

       R4-FIM.
           DISPLAY (07, 01) "REGISTROS HIST CONVERTIDOS: "
           DISPLAY (07, 30) W-TOTHIST
           DISPLAY (08, 01) "SEM PACIENTE (CONV. ZERADO):"
           DISPLAY (08, 30) W-SEMPACI
           DISPLAY (10, 01)
              "CONFIRA OS TOTAIS E RENOMEIE CADCONSN.DAT PARA"
           DISPLAY (11, 01)
              "CADCONS.DAT E CADHISTN.DAT PARA CADHIST.DAT"
           DISPLAY (12, 01)
              "EM SEGUIDA RODE O SMP078".

       ROT-FIM.
           CLOSE CADPACI CADCONV
           STOP RUN.

      *---------[ CONVENIO/PLANO ATUAL DO PACIENTE ]--------------------
      * AS CONSULTAS JA GRAVADAS NAO TEM O CONVENIO DA EPOCA; ASSUME  *
      * O CONVENIO DO CADASTRO DO PACIENTE NA DATA DA CONVERSAO        *
       BUSCA-CONV.
           MOVE ZEROS TO W-CONVACHADO W-PLANOACHADO
           MOVE W-CPFBUSCA TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                ADD 1 TO W-SEMPACI
                GO TO BUSCA-CONV-FIM.
           MOVE CONVENIO TO W-CONVACHADO
           IF CONVENIO = ZEROS
                GO TO BUSCA-CONV-FIM.
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE PLANO TO W-PLANOACHADO.
       BUSCA-CONV-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
