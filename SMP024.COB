                    RECORD KEY   IS TIPEX-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIPEX-NOME WITH DUPLICATES.
       SELECT CADCVESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVESP-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADGUIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GUIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADGUIAX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADPROCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROCR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRPRO-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 CONSD-DESCRICAO2         PIC X(60).
          03 CONSD-SITUACAO           PIC X(01).
          03 CONSD-RETORNO            PIC X(01).
          03 CONSD-CONVENIO           PIC 9(04).
          03 CONSD-PLANO              PIC 9(02).
          03 CONSD-UNIDADE            PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
          03 FATUR-SITU           PIC X(01).
          03 FATUR-MOTGLO         PIC 9(02).
          03 FATUR-DATAFAT        PIC 9(08).
          03 FATUR-TIPO           PIC X(01).
          03 FATUR-DATABX         PIC 9(08).

       FD CADLAYT
               LABEL RECORD IS STANDARD
          03 LAYT-CONV            PIC 9(04).
          03 LAYT-SEP             PIC X(01).
          03 LAYT-ORDEM.
             05 LAYT-CAMPO        PIC 9(01) OCCURS 6 TIMES.

       FD CADREMTX
               LABEL RECORD IS STANDARD
          03 WFAT-CRM                PIC 9(06).
          03 WFAT-CID                PIC X(05).
          03 WFAT-VALOR              PIC 9(05)V99.
          03 WFAT-TUSS               PIC 9(08).
          03 WFAT-TIPO               PIC X(01).

       FD CADEXAME
               LABEL RECORD IS STANDARD
          03 TIPEX-NOME           PIC X(30).
          03 TIPEX-PREPARO        PIC X(60).
          03 TIPEX-VALOR          PIC 9(05)V99.

       FD CADCVESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCVESP.DAT".
       01 REGCVESP.
          03 CVESP-CHAVE.
             05 CVESP-CONV        PIC 9(04).
             05 CVESP-ESPEC       PIC 9(02).
          03 CVESP-MODO           PIC X(01).

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
       01 REGGUIA.
          03 GUIA-CHAVE.
             05 GUIA-CPF          PIC 9(11).
             05 GUIA-CONV         PIC 9(04).
             05 GUIA-ESPEC        PIC 9(02).
          03 GUIA-NUMERO          PIC X(20).
          03 GUIA-SENHA           PIC X(10).
          03 GUIA-EMISSAO         PIC 9(08).
          03 GUIA-VALIDADE        PIC 9(08).
          03 GUIA-QTDAUT          PIC 9(02).

       FD CADGUIAX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATSEMGUIAPRL.DOC".
       01 REGGUIAX   PIC X(110).

       FD CADPROCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCR.DAT".
       01 REGPROCR.
          03 PROCR-CHAVE.
             05 PROCR-CPF         PIC 9(11).
             05 PROCR-DATACONS    PIC 9(08).
             05 PROCR-HORACONS    PIC 9(04).
             05 PROCR-SEQ         PIC 9(02).
          03 PROCR-TUSS           PIC 9(08).
          03 PROCR-QTD            PIC 9(02).
          03 PROCR-DATALANC       PIC 9(08).
          03 PROCR-OPERADOR       PIC X(10).

       FD CADPRPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRPRO.DAT".
       01 REGPRPRO.
          03 PRPRO-CHAVE.
             05 PRPRO-TUSS        PIC 9(08).
             05 PRPRO-PLANO       PIC 9(02).
             05 PRPRO-VIGYMD      PIC 9(08).
          03 PRPRO-VALOR          PIC 9(05)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-DATAYMD      PIC 9(08) VALUE ZEROS.
       01 W-TEMPRECO     PIC X(01) VALUE "N".
       01 W-PRECOVIG     PIC 9(05)V99 VALUE ZEROS.
       01 W-PLANOBUSCA   PIC 9(02) VALUE ZEROS.
       01 W-PRPROVIG     PIC 9(05)V99 VALUE ZEROS.
       01 W-PROCVAL      PIC 9(05)V99 VALUE ZEROS.

       01 W-HOJE.
          05 W-HOJE-ANO PIC 9(04).
       01 W-REM-CRM     PIC 9(06) VALUE ZEROS.
       01 W-REM-CID     PIC X(05) VALUE SPACES.
       01 W-REM-VALOR   PIC 9(05),99.
       01 W-REM-TUSS    PIC X(08) VALUE SPACES.

      *---------[ ARQUIVO DE TRABALHO DAS CONSULTAS DO MES ]------------
       01 W-FATWSEQ     PIC 9(06) VALUE ZEROS.

       01 W-SEMPRECO    PIC 9(04) VALUE ZEROS.
       01 W-SEMPACI     PIC 9(04) VALUE ZEROS.
       01 W-SEMGUIA     PIC 9(04) VALUE ZEROS.
       01 W-PROCSEMP    PIC 9(04) VALUE ZEROS.
       01 W-TOTGER      PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDGER      PIC 9(06) VALUE ZEROS.

                03 FAT-CRMTX           PIC 999.999.
                03 FILLER              PIC X(03) VALUE SPACES.
                03 FAT-VALORTX         PIC ZZ.ZZ9,99.
                03 FILLER              PIC X(03) VALUE SPACES.
                03 FAT-TUSSTX          PIC X(08).

       01 SGTX.
                03 SG-DATATX           PIC X(10).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 SG-CPFTX            PIC 999.999.999.99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 SG-NOMETX           PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 SG-CRMTX            PIC 999.999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 SG-CONVTX           PIC 9999.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 SG-ESPECTX          PIC 99.
                03 FILLER              PIC X(03) VALUE SPACES.
                03 SG-MOTIVOTX         PIC X(16).

       01 CVTTX.
                03 CVT-CONVTX          PIC 9999.
                03 FILLER      PIC X(45) VALUE
                        "   *** TOTAIS DO FATURAMENTO MENSAL ***".

       01 CAB0G.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(50) VALUE
                     "   *** CONSULTAS NAO FATURADAS - SEM GUIA ***".

       01 CAB0A.
                03 FILLER             PIC X(12) VALUE "REFERENCIA: ".
                03 CAB-MESREF         PIC 99.
                03 CAB-CRM            PIC X(07) VALUE "CRM".
                03 FILLER             PIC X(03) VALUE " ".
                03 CAB-VALOR          PIC X(09) VALUE "VALOR".
                03 FILLER             PIC X(03) VALUE " ".
                03 CAB-TUSS           PIC X(08) VALUE "TUSS".

       01 CAB3F.
                03 CAB-DATA           PIC X(10) VALUE "----------".
                03 CAB-CRM            PIC X(07) VALUE "-------".
                03 FILLER             PIC X(03) VALUE " ".
                03 CAB-VALOR          PIC X(09) VALUE "---------".
                03 FILLER             PIC X(03) VALUE " ".
                03 CAB-TUSS           PIC X(08) VALUE "--------".

       01 CAB4F.
                03 FILLER      PIC X(25) VALUE "TOTAL DA FATURA:".
                03 FILLER      PIC X(12) VALUE "  VALOR:".
                03 CAB-TOTFAT  PIC Z.ZZZ.ZZ9,99.

       01 CAB2G.
                03 FILLER       PIC X(12) VALUE "DATA".
                03 FILLER       PIC X(16) VALUE "CPF PACIENTE".
                03 FILLER       PIC X(32) VALUE "NOME".
                03 FILLER       PIC X(09) VALUE "CRM".
                03 FILLER       PIC X(06) VALUE "CONV".
                03 FILLER       PIC X(05) VALUE "ESP".
                03 FILLER       PIC X(16) VALUE "MOTIVO".

       01 CAB3G.
                03 FILLER       PIC X(12) VALUE "----------".
                03 FILLER       PIC X(16) VALUE "--------------".
                03 FILLER       PIC X(32) VALUE ALL "-".
                03 FILLER       PIC X(09) VALUE "-------".
                03 FILLER       PIC X(06) VALUE "----".
                03 FILLER       PIC X(05) VALUE "--".
                03 FILLER       PIC X(16) VALUE ALL "-".

       01 CAB4G.
                03 FILLER      PIC X(30) VALUE
                        "TOTAL DE CONSULTAS SEM GUIA  :".
                03 CAB-SEMGUIAG PIC ZZZ9.

       01 CAB2T.
                03 CAB-CONV           PIC X(06) VALUE "CONV".
                03 CAB-NOME           PIC X(32) VALUE "NOME".
                        "CONSULTAS SEM PACIENTE       :".
                03 CAB-SEMPACI  PIC ZZZ9.

       01 CAB7T.
                03 FILLER      PIC X(30) VALUE
                        "CONSULTAS SEM GUIA (EXCECAO) :".
                03 CAB-SEMGUIA  PIC ZZZ9.

       01 CAB8T.
                03 FILLER      PIC X(30) VALUE
                        "PROCEDIMENTOS SEM PRECO      :".
                03 CAB-PROCSEMP PIC ZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP024.
           ELSE
                 NEXT SENTENCE.

       INC-OP6.
           OPEN INPUT CADCVESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCVESP
                 CLOSE CADCVESP
                 OPEN INPUT CADCVESP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCVESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       INC-OP7.
           OPEN INPUT CADGUIA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGUIA
                 CLOSE CADGUIA
                 OPEN INPUT CADGUIA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADGUIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       INC-OP8.
           OPEN INPUT CADPROCR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPROCR
                 CLOSE CADPROCR
                 OPEN INPUT CADPROCR
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROCR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       INC-OP9.
           OPEN INPUT CADPRPRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRPRO
                 CLOSE CADPRPRO
                 OPEN INPUT CADPRPRO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRPRO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

      *------ULTIMO NUMERO DE FATURA JA EMITIDO E VERIFICACAO DE-------*
      *------ITENS JA FATURADOS NO MES (EVITA LANCAMENTO EM DOBRO)-----*
       ACHA-NUMFAT.
           MOVE 01 TO W-REFINI(7:2)
           MOVE 31 TO W-REFFIM(7:2)

      *------RELATORIO DE EXCECAO: CONSULTAS SEM GUIA DO CONVENIO------*
           OPEN OUTPUT CADGUIAX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO FATSEMGUIAPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           WRITE REGGUIAX FROM CAB0G
           MOVE W-MESREF TO CAB-MESREF
           MOVE W-ANOREF TO CAB-ANOREF
           WRITE REGGUIAX FROM CAB0A
           MOVE SPACES TO REGGUIAX
           WRITE REGGUIAX
           WRITE REGGUIAX FROM CAB2G
           WRITE REGGUIAX FROM CAB3G

           MOVE W-REFINI TO CONSD-DATAYMD
           MOVE ZEROS TO CONSD-HORACONS CONSD-CPF
           START CADCONSD KEY IS NOT LESS CONSD-CHAVE INVALID KEY
                   ADD 1 TO W-SEMPACI
                   GO TO LER-CONS.

      *------CONVENIO E PLANO CONGELADOS NA CONSULTA (NAO O ATUAL------*
      *------DO CADASTRO DO PACIENTE)----------------------------------*
       LER-CONV.
                MOVE CONSD-CONVENIO TO CODIGO
                READ CADCONV
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-SEMPACI
                   ADD 1 TO W-SEMPRECO
                   GO TO LER-CONS.

      *------CONVENIO EXIGE GUIA NA ESPECIALIDADE: SEM GUIA VIGENTE----*
      *------NA DATA A CONSULTA NAO E FATURADA E VAI PARA A EXCECAO----*
       LER-AUTORIZ.
                IF CONSD-CONVENIO = ZEROS OR CONSD-RETORNO = "S"
                   GO TO LER-PRECO.
                MOVE CONSD-CONVENIO TO CVESP-CONV
                MOVE ESPEC TO CVESP-ESPEC
                READ CADCVESP
                IF ST-ERRO NOT = "00"
                   GO TO LER-PRECO.
                MOVE CONSD-CPF TO GUIA-CPF
                MOVE CONSD-CONVENIO TO GUIA-CONV
                MOVE ESPEC TO GUIA-ESPEC
                READ CADGUIA
                IF ST-ERRO NOT = "00"
                   MOVE "SEM GUIA" TO SG-MOTIVOTX
                   GO TO GRAVA-SEMGUIA.
                IF CONSD-DATAYMD < GUIA-EMISSAO
                   MOVE "GUIA NAO VIGENTE" TO SG-MOTIVOTX
                   GO TO GRAVA-SEMGUIA.
                IF CONSD-DATAYMD > GUIA-VALIDADE
                   MOVE "GUIA VENCIDA" TO SG-MOTIVOTX
                   GO TO GRAVA-SEMGUIA.
                GO TO LER-PRECO.

       GRAVA-SEMGUIA.
                MOVE CONSD-DATAYMD(7:2) TO W-DATATXFMT-DIA
                MOVE CONSD-DATAYMD(5:2) TO W-DATATXFMT-MES
                MOVE CONSD-DATAYMD(1:4) TO W-DATATXFMT-ANO
                MOVE W-DATATXFMT    TO SG-DATATX
                MOVE CONSD-CPF      TO SG-CPFTX
                MOVE NOME           TO SG-NOMETX
                MOVE CONSD-MEDICO   TO SG-CRMTX
                MOVE CONSD-CONVENIO TO SG-CONVTX
                MOVE ESPEC          TO SG-ESPECTX
                WRITE REGGUIAX FROM SGTX
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO FATSEMGUIAPRL"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-SEMGUIA
                GO TO LER-CONS.

      *------PRECO EM VIGOR NA DATA DA CONSULTA------------------------*
       LER-PRECO.
                MOVE CONSD-DATAYMD TO W-DATAYMD
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-FATWSEQ
                MOVE CONSD-CONVENIO TO WFAT-CONV
                MOVE W-FATWSEQ    TO WFAT-SEQ
                MOVE CONSD-CPF    TO WFAT-CPF
                MOVE W-DATAYMD    TO WFAT-DATA
                MOVE CONSD-MEDICO TO WFAT-CRM
                MOVE CONSD-DOENCA TO WFAT-CID
                MOVE W-PRECOVIG   TO WFAT-VALOR
                MOVE ZEROS        TO WFAT-TUSS
                MOVE "C"          TO WFAT-TIPO
                WRITE REGWFAT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO FATWRK" TO MENS
       ACU-CVT-LP.
                IF W-CVT-I > W-CVT-CNT
                   GO TO ACU-CVT-NOVO.
                IF W-CVT-CONV(W-CVT-I) = CONSD-CONVENIO
                   GO TO ACU-CVT-SOMA.
                ADD 1 TO W-CVT-I
                GO TO ACU-CVT-LP.
                   GO TO ROT-FIM.
                ADD 1 TO W-CVT-CNT
                MOVE W-CVT-CNT TO W-CVT-I
                MOVE CONSD-CONVENIO TO W-CVT-CONV(W-CVT-I)
                MOVE ZEROS TO W-CVT-QTD(W-CVT-I)
                MOVE ZEROS TO W-CVT-TOTAL(W-CVT-I).
       ACU-CVT-SOMA.
                MOVE CONSD-HORACONS TO EXAME-HORACONS
                MOVE ZEROS TO EXAME-SEQ
                START CADEXAME KEY IS NOT LESS EXAME-CHAVE INVALID KEY
                     GO TO FAT-PROCED.
       FAT-EXAMES-LER.
                READ CADEXAME NEXT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     GO TO FAT-PROCED.
                IF EXAME-CPF NOT = CONSD-CPF
                     GO TO FAT-PROCED.
                IF EXAME-DATACONS NOT = W-DATADMA
                     GO TO FAT-PROCED.
                IF EXAME-HORACONS NOT = CONSD-HORACONS
                     GO TO FAT-PROCED.

                MOVE EXAME-CODTIPO TO TIPEX-CODIGO
                READ CADTIPEX
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-FATWSEQ
                MOVE CONSD-CONVENIO TO WFAT-CONV
                MOVE W-FATWSEQ    TO WFAT-SEQ
                MOVE CONSD-CPF    TO WFAT-CPF
                MOVE W-DATAYMD    TO WFAT-DATA
                MOVE CONSD-MEDICO TO WFAT-CRM
                MOVE SPACES       TO WFAT-CID
                MOVE TIPEX-VALOR  TO WFAT-VALOR
                MOVE ZEROS        TO WFAT-TUSS
                MOVE "E"          TO WFAT-TIPO
                WRITE REGWFAT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO FATWRK" TO MENS
                ADD TIPEX-VALOR TO W-CVT-TOTAL(W-CVT-I)
                GO TO FAT-EXAMES-LER.

      *------FATURA OS PROCEDIMENTOS REALIZADOS NA CONSULTA (SMP094),--*
      *------VALORIZADOS PELA TABELA DO PLANO (CADPRPRO) X QUANTIDADE--*
       FAT-PROCED.
                MOVE CONSD-CPF TO PROCR-CPF
                MOVE W-DATADMA TO PROCR-DATACONS
                MOVE CONSD-HORACONS TO PROCR-HORACONS
                MOVE ZEROS TO PROCR-SEQ
                START CADPROCR KEY IS NOT LESS PROCR-CHAVE INVALID KEY
                     GO TO LER-CONS.
       FAT-PROCED-LER.
                READ CADPROCR NEXT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     GO TO LER-CONS.
                IF PROCR-CPF NOT = CONSD-CPF
                     GO TO LER-CONS.
                IF PROCR-DATACONS NOT = W-DATADMA
                     GO TO LER-CONS.
                IF PROCR-HORACONS NOT = CONSD-HORACONS
                     GO TO LER-CONS.

                PERFORM BUSCA-PRPRO THRU BUSCA-PRPRO-FIM
                IF W-TEMPRECO = "N"
                     ADD 1 TO W-PROCSEMP
                     GO TO FAT-PROCED-LER.
                COMPUTE W-PROCVAL = W-PRPROVIG * PROCR-QTD
                     ON SIZE ERROR
                        ADD 1 TO W-PROCSEMP
                        GO TO FAT-PROCED-LER.

                IF W-FATWSEQ NOT < 999999
                   MOVE "*** CAPACIDADE DO FATWRK ESGOTADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-FATWSEQ
                MOVE CONSD-CONVENIO TO WFAT-CONV
                MOVE W-FATWSEQ    TO WFAT-SEQ
                MOVE CONSD-CPF    TO WFAT-CPF
                MOVE W-DATAYMD    TO WFAT-DATA
                MOVE CONSD-MEDICO TO WFAT-CRM
                MOVE CONSD-DOENCA TO WFAT-CID
                MOVE W-PROCVAL    TO WFAT-VALOR
                MOVE PROCR-TUSS   TO WFAT-TUSS
                MOVE "P"          TO WFAT-TIPO
                WRITE REGWFAT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO FATWRK" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-QTDGER
                ADD W-PROCVAL TO W-TOTGER
                ADD 1 TO W-CVT-QTD(W-CVT-I)
                ADD W-PROCVAL TO W-CVT-TOTAL(W-CVT-I)
                GO TO FAT-PROCED-LER.

      *------PRECO DO PROCEDIMENTO VIGENTE NA DATA: PRIMEIRO O DO------*
      *------PLANO DA CONSULTA, NA FALTA DELE O DO PLANO 00 (TODOS)----*
       BUSCA-PRPRO.
                MOVE "N" TO W-TEMPRECO
                MOVE ZEROS TO W-PRPROVIG
                MOVE CONSD-PLANO TO W-PLANOBUSCA.
       BUSCA-PRPRO-INI.
                MOVE PROCR-TUSS TO PRPRO-TUSS
                MOVE W-PLANOBUSCA TO PRPRO-PLANO
                MOVE ZEROS TO PRPRO-VIGYMD
                START CADPRPRO KEY IS NOT LESS PRPRO-CHAVE INVALID KEY
                     GO TO BUSCA-PRPRO-GERAL.
       BUSCA-PRPRO-LER.
                READ CADPRPRO NEXT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     GO TO BUSCA-PRPRO-GERAL.
                IF PRPRO-TUSS NOT = PROCR-TUSS OR
                   PRPRO-PLANO NOT = W-PLANOBUSCA
                     GO TO BUSCA-PRPRO-GERAL.
                IF PRPRO-VIGYMD > W-DATAYMD
                     GO TO BUSCA-PRPRO-GERAL.
                MOVE "S" TO W-TEMPRECO
                MOVE PRPRO-VALOR TO W-PRPROVIG
                GO TO BUSCA-PRPRO-LER.
       BUSCA-PRPRO-GERAL.
                IF W-TEMPRECO = "S" OR W-PLANOBUSCA = ZEROS
                     GO TO BUSCA-PRPRO-FIM.
                MOVE ZEROS TO W-PLANOBUSCA
                GO TO BUSCA-PRPRO-INI.
       BUSCA-PRPRO-FIM.
                EXIT.

      *------LOCALIZA O PRECO VIGENTE NA DATA (MAIOR VIGENCIA----------*
      *------NAO POSTERIOR A DATA DA CONSULTA)-------------------------*
       BUSCA-PRECO.
                MOVE "N" TO W-TEMPRECO
                MOVE ZEROS TO W-PRECOVIG
                MOVE ESPEC TO PRECO-ESPEC
                MOVE CONSD-PLANO TO PRECO-PLANO
                MOVE ZEROS TO PRECO-VIGYMD
                START CADPRECO KEY IS NOT LESS PRECO-CHAVE INVALID KEY
                     GO TO BUSCA-PRECO-FIM.
                READ CADPRECO NEXT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     GO TO BUSCA-PRECO-FIM.
                IF PRECO-ESPEC NOT = ESPEC OR
                   PRECO-PLANO NOT = CONSD-PLANO
                     GO TO BUSCA-PRECO-FIM.
                IF PRECO-VIGYMD > W-DATAYMD
                     GO TO BUSCA-PRECO-FIM.
           MOVE WFAT-CPF       TO FAT-CPFTX
           MOVE WFAT-CRM       TO FAT-CRMTX
           MOVE WFAT-VALOR     TO FAT-VALORTX
           IF WFAT-TUSS = ZEROS
                MOVE SPACES TO FAT-TUSSTX
           ELSE
                MOVE WFAT-TUSS TO FAT-TUSSTX.
           WRITE REGFATX FROM FATTX
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DE FATURA" TO MENS
           MOVE ZEROS TO FATUR-VLPAGO FATUR-MOTGLO
           MOVE "A" TO FATUR-SITU
           MOVE W-HOJE TO FATUR-DATAFAT
           MOVE WFAT-TIPO TO FATUR-TIPO
           MOVE ZEROS TO FATUR-DATABX
           WRITE REGFATUR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFATUR" TO MENS
           MOVE 1 TO W-CAM-I.

       MONTA-REM-CAMPO.
           IF W-CAM-I > 6
                GO TO MONTA-REMLIN-FIM.
           IF LAYT-CAMPO(W-CAM-I) = 0
                ADD 1 TO W-CAM-I
                MOVE WFAT-VALOR TO W-REM-VALOR
                STRING W-REM-VALOR DELIMITED BY SIZE
                       INTO W-REMLINHA WITH POINTER W-REMPTR.
           IF LAYT-CAMPO(W-CAM-I) = 6
                IF WFAT-TUSS = ZEROS
                   MOVE SPACES TO W-REM-TUSS
                   STRING W-REM-TUSS DELIMITED BY SIZE
                          INTO W-REMLINHA WITH POINTER W-REMPTR
                ELSE
                   MOVE WFAT-TUSS TO W-REM-TUSS
                   STRING W-REM-TUSS DELIMITED BY SIZE
                          INTO W-REMLINHA WITH POINTER W-REMPTR.

           ADD 1 TO W-CAM-I
           GO TO MONTA-REM-CAMPO.
           WRITE REGFTOTX FROM CAB5T
           MOVE W-SEMPACI TO CAB-SEMPACI
           WRITE REGFTOTX FROM CAB6T
           MOVE W-SEMGUIA TO CAB-SEMGUIA
           WRITE REGFTOTX FROM CAB7T
           MOVE W-PROCSEMP TO CAB-PROCSEMP
           WRITE REGFTOTX FROM CAB8T
           CLOSE CADFTOTX
           MOVE SPACES TO REGGUIAX
           WRITE REGGUIAX
           MOVE W-SEMGUIA TO CAB-SEMGUIAG
           WRITE REGGUIAX FROM CAB4G
           CLOSE CADGUIAX
           MOVE "*** FATURAMENTO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSD CADPACI CADCONV CADMED CADPRECO
                      CADFATUR CADLAYT CADEXAME CADTIPEX CADFATWK
                      CADCVESP CADGUIA CADGUIAX CADPROCR CADPRPRO.
       ROT-FIMP.
                EXIT PROGRAM.

