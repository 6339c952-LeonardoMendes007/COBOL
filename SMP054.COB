                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADREPMV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASPRL.DOC".
       01 REGREPTX   PIC X(120).

      *------REPASSE DO MES POR MEDICO P/ A INTERFACE CONTABIL (SMP105)*
       FD CADREPMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASMES.TXT".
       01 REGREPMV.
          03 REPMV-ANOMES         PIC 9(06).
          03 REPMV-CRM            PIC 9(06).
          03 REPMV-VALOR          PIC 9(08)V99.

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
       01 W-DATAYMD     PIC 9(08) VALUE ZEROS.
       01 W-TEMPRECO    PIC X(01) VALUE "N".
       01 W-PRECOVIG    PIC 9(05)V99 VALUE ZEROS.
       01 W-REPITEM     PIC 9(06)V99 VALUE ZEROS.
       01 W-DATADMA     PIC 9(08) VALUE ZEROS.
       01 W-PLANOBUSCA  PIC 9(02) VALUE ZEROS.
       01 W-TEMPRPRO    PIC X(01) VALUE "N".
       01 W-PRPROVIG    PIC 9(05)V99 VALUE ZEROS.
       01 W-PROCVAL     PIC 9(05)V99 VALUE ZEROS.
       01 W-BASE        PIC 9(06)V99 VALUE ZEROS.

      *---------[ TABELA DE TOTAIS POR MEDICO ]-------------------------
       01 W-RP-CNT      PIC 9(02) VALUE ZEROS.

       01 W-SEMPRECO    PIC 9(04) VALUE ZEROS.
       01 W-SEMPACI     PIC 9(04) VALUE ZEROS.
       01 W-SEMGUIA     PIC 9(04) VALUE ZEROS.
       01 W-PROCSEMP    PIC 9(04) VALUE ZEROS.
       01 W-TOTREP      PIC 9(09)V99 VALUE ZEROS.

       01 REPTX.
                                      "CONSULTAS SEM PACIENTE       :".
                03 CAB-SEMPACI  PIC ZZZ9.

       01 CAB7.
                03 FILLER      PIC X(30) VALUE
                                      "CONSULTAS SEM GUIA CONVENIO  :".
                03 CAB-SEMGUIA  PIC ZZZ9.

       01 CAB8.
                03 FILLER      PIC X(30) VALUE
                                      "PROCEDIMENTOS SEM PRECO      :".
                03 CAB-PROCSEMP PIC ZZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP054.
           ELSE
                 NEXT SENTENCE.

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

           MOVE W-ANOREF TO W-REFINI(1:4) W-REFFIM(1:4)
           MOVE W-MESREF TO W-REFINI(5:2) W-REFFIM(5:2)
           MOVE 01 TO W-REFINI(7:2)
                   ADD 1 TO W-SEMPACI
                   GO TO LER-CONS.

      *------CONVENIO E PLANO CONGELADOS NA CONSULTA-------------------*
       LER-CONV.
                MOVE CONSD-CONVENIO TO CODIGO
                READ CADCONV
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-SEMPACI
                   ADD 1 TO W-SEMPRECO
                   GO TO LER-CONS.

      *------SEM GUIA VIGENTE QUANDO O CONVENIO EXIGE: NAO FATURADA----*
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
                   ADD 1 TO W-SEMGUIA
                   GO TO LER-CONS.
                IF CONSD-DATAYMD < GUIA-EMISSAO OR
                   CONSD-DATAYMD > GUIA-VALIDADE
                   ADD 1 TO W-SEMGUIA
                   GO TO LER-CONS.

       LER-PRECO.
                MOVE CONSD-DATAYMD TO W-DATAYMD
                PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
                IF W-TEMPRECO = "N"
                   ADD 1 TO W-SEMPRECO
                   GO TO LER-CONS.
                MOVE W-PRECOVIG TO W-BASE
                PERFORM SOMA-PROCED THRU SOMA-PROCED-FIM.

      *------LOCALIZA O MEDICO NA TABELA DE TOTAIS---------------------*
       ACU-MED.
      *------APLICA O PERCENTUAL NEGOCIADO COM O CONVENIO--------------*
       ACU-MED-SOMA.
                ADD 1 TO W-RP-QTD(W-RP-I)
                ADD W-BASE TO W-RP-BRUTO(W-RP-I)

                MOVE CONSD-MEDICO TO REPAS-CRM
                MOVE CONSD-CONVENIO TO REPAS-CONV
                READ CADREPAS
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-RP-SREG(W-RP-I)
                   GO TO LER-CONS.

                COMPUTE W-REPITEM ROUNDED =
                        (W-BASE * REPAS-PERC) / 100
                ADD W-REPITEM TO W-RP-REPAS(W-RP-I)
                ADD W-REPITEM TO W-TOTREP
                GO TO LER-CONS.
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
       BUSCA-PRECO-FIM.
                EXIT.

      *------PROCEDIMENTOS DA CONSULTA ENTRAM NA BASE DO REPASSE,------*
      *------VALORIZADOS COMO NO FATURAMENTO (PLANO OU PLANO 00)-------*
       SOMA-PROCED.
                MOVE CONSD-DATAYMD(7:2) TO W-DATADMA(1:2)
                MOVE CONSD-DATAYMD(5:2) TO W-DATADMA(3:2)
                MOVE CONSD-DATAYMD(1:4) TO W-DATADMA(5:4)
                MOVE CONSD-CPF TO PROCR-CPF
                MOVE W-DATADMA TO PROCR-DATACONS
                MOVE CONSD-HORACONS TO PROCR-HORACONS
                MOVE ZEROS TO PROCR-SEQ
                START CADPROCR KEY IS NOT LESS PROCR-CHAVE INVALID KEY
                     GO TO SOMA-PROCED-FIM.
       SOMA-PROCED-LER.
                READ CADPROCR NEXT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     GO TO SOMA-PROCED-FIM.
                IF PROCR-CPF NOT = CONSD-CPF OR
                   PROCR-DATACONS NOT = W-DATADMA OR
                   PROCR-HORACONS NOT = CONSD-HORACONS
                     GO TO SOMA-PROCED-FIM.
                PERFORM BUSCA-PRPRO THRU BUSCA-PRPRO-FIM
                IF W-TEMPRPRO = "N"
                     ADD 1 TO W-PROCSEMP
                     GO TO SOMA-PROCED-LER.
                COMPUTE W-PROCVAL = W-PRPROVIG * PROCR-QTD
                     ON SIZE ERROR
                        ADD 1 TO W-PROCSEMP
                        GO TO SOMA-PROCED-LER.
                ADD W-PROCVAL TO W-BASE
                GO TO SOMA-PROCED-LER.
       SOMA-PROCED-FIM.
                EXIT.

       BUSCA-PRPRO.
                MOVE "N" TO W-TEMPRPRO
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
                MOVE "S" TO W-TEMPRPRO
                MOVE PRPRO-VALOR TO W-PRPROVIG
                GO TO BUSCA-PRPRO-LER.
       BUSCA-PRPRO-GERAL.
                IF W-TEMPRPRO = "S" OR W-PLANOBUSCA = ZEROS
                     GO TO BUSCA-PRPRO-FIM.
                MOVE ZEROS TO W-PLANOBUSCA
                GO TO BUSCA-PRPRO-INI.
       BUSCA-PRPRO-FIM.
                EXIT.

      *---------[ GRAVA O EXTRATO ]-------------------------------------
       GERA-REL.
           IF W-RP-CNT = ZEROS
           WRITE REGREPTX.
           WRITE REGREPTX FROM CAB2.
           WRITE REGREPTX FROM CAB3.

           OPEN OUTPUT CADREPMV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO REPASMES" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADREPTX
                GO TO ROT-FIM.
           MOVE 1 TO W-RP-I.

       GERA-REL-LP.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE W-ANOREF TO REPMV-ANOMES(1:4)
           MOVE W-MESREF TO REPMV-ANOMES(5:2)
           MOVE W-RP-CRM(W-RP-I)   TO REPMV-CRM
           MOVE W-RP-REPAS(W-RP-I) TO REPMV-VALOR
           WRITE REGREPMV
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO REPASMES" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           ADD 1 TO W-RP-I
           GO TO GERA-REL-LP.

           WRITE REGREPTX FROM CAB5.
           MOVE W-SEMPACI TO CAB-SEMPACI
           WRITE REGREPTX FROM CAB6.
           MOVE W-SEMGUIA TO CAB-SEMGUIA
           WRITE REGREPTX FROM CAB7.
           MOVE W-PROCSEMP TO CAB-PROCSEMP
           WRITE REGREPTX FROM CAB8.
           CLOSE CADREPTX CADREPMV
           MOVE "*** EXTRATO GERADO EM REPASPRL.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSD CADPACI CADCONV CADMED CADPRECO
                      CADREPAS CADCVESP CADGUIA CADPROCR CADPRPRO.
       ROT-FIMP.
                EXIT PROGRAM.

