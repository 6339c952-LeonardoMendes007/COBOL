                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-NOME WITH DUPLICATES.
       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALERG-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRCESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCESP-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RCESP-RECEITA
                                            WITH DUPLICATES.
       SELECT CADESPTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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

       FD CADPACI
               LABEL RECORD IS STANDARD
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

       FD CADMED
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
          03 MEDIC-NOME           PIC X(30).
          03 MEDIC-SALDO          PIC 9(06).
          03 MEDIC-MINIMO         PIC 9(06).
          03 MEDIC-LISTA          PIC X(02).

       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
          03 ALERG-CHAVE.
             05 ALERG-CPF         PIC 9(11).
             05 ALERG-SEQ         PIC 9(02).
          03 ALERG-MEDIC          PIC 9(04).
          03 ALERG-DESCR          PIC X(30).
          03 ALERG-REACAO         PIC X(30).
          03 ALERG-GRAVID         PIC X(01).
          03 ALERG-DATA           PIC 9(08).

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

       FD CADESPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECESPPRL.DOC".
       01 REGESPTX      PIC X(100).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT      PIC X(126).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-MEDICAMENTO PIC X(30) VALUE SPACES.
       01 W-DOSAGEM     PIC X(20) VALUE SPACES.
       01 W-DURACAO     PIC X(20) VALUE SPACES.
       01 W-MEDICCOD    PIC 9(04) VALUE ZEROS.

      *------RECEITA DE CONTROLE ESPECIAL (ITEM DE LISTA CONTROLADA)---*
       01 W-LISTA       PIC X(02) VALUE SPACES.
       01 W-QTDCTRL     PIC 9(05) VALUE ZEROS.
       01 W-NUMESP      PIC 9(06) VALUE ZEROS.
       01 W-ESPREF.
          03 FILLER     PIC X(03) VALUE "NR ".
          03 W-ESPREF-NUM PIC 9(06).

      *------AVISO DE ALERGIAS DO PACIENTE-----------------------------*
       01 W-ALERGCPF    PIC 9(11) VALUE ZEROS.
       01 W-ALERGQTD    PIC 9(02) VALUE ZEROS.
       01 W-ALERGPOS    PIC 9(02) VALUE ZEROS.
       01 W-ALERGBAN    PIC X(79) VALUE SPACES.
       01 W-ALERGTAM    PIC 9(02) VALUE ZEROS.
       01 W-ALERGCNT    PIC 9(02) VALUE ZEROS.
       01 W-GRAVTXT     PIC X(08) VALUE SPACES.

       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-CTRLHORA.
          05 W-CTRLHORA-HMS PIC 9(06).
          05 FILLER         PIC 9(02).
       01 W-AUDDATA.
          05 W-AUDDATA-ANO   PIC 9(04).
          05 W-AUDDATA-MES   PIC 9(02).
          05 W-AUDDATA-DIA   PIC 9(02).
       01 W-AUDHORA.
          05 W-AUDHORA-HH    PIC 9(02).
          05 W-AUDHORA-MI    PIC 9(02).
          05 W-AUDHORA-SS    PIC 9(02).
          05 FILLER          PIC 9(04).
       01 REGAUDITWS.
          03 AUD-DIA         PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 AUD-MES         PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 AUD-ANO         PIC 9(04).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-HH          PIC 99.
          03 FILLER          PIC X(01) VALUE ":".
          03 AUD-MI          PIC 99.
          03 FILLER          PIC X(01) VALUE ":".
          03 AUD-SS          PIC 99.
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-OPERADOR    PIC X(10).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-PROGRAMA    PIC X(06).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-OPERACAO    PIC X(10).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-CHAVE       PIC X(15).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-ANTES       PIC X(30).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-DEPOIS      PIC X(30).

       01 W-DATAVFMT.
                03 W-DATAVFMT-DIA     PIC 99.
                03 FILLER             PIC X(01) VALUE " ".
                03 CAB-DURAC          PIC X(20) VALUE ALL "-".

       01 ESP0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(40) VALUE
                        "RECEITUARIO DE CONTROLE ESPECIAL".
                03 FILLER      PIC X(03) VALUE "NR ".
                03 ESP-NUMTX   PIC 9(06).

       01 ESP1.
                03 FILLER      PIC X(07) VALUE "LISTA: ".
                03 ESP-LISTATX PIC X(02).
                03 FILLER      PIC X(11) VALUE SPACES.
                03 ESP-VIATX   PIC X(40).

       01 ESP2.
                03 FILLER      PIC X(30) VALUE
                        "IDENTIFICACAO DO EMITENTE".

       01 ESP3.
                03 FILLER      PIC X(10) VALUE "MEDICO  : ".
                03 ESP-MEDTX   PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CRM: ".
                03 ESP-CRMTX   PIC 999.999.

       01 ESP4.
                03 FILLER      PIC X(30) VALUE
                        "IDENTIFICACAO DO PACIENTE".

       01 ESP5.
                03 FILLER      PIC X(10) VALUE "PACIENTE: ".
                03 ESP-PACTX   PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CPF: ".
                03 ESP-CPFTX   PIC 999.999.999.99.

       01 ESP6.
                03 FILLER      PIC X(11) VALUE "TELEFONE: (".
                03 ESP-DDDTX   PIC 99.
                03 FILLER      PIC X(02) VALUE ") ".
                03 ESP-FONETX  PIC 9(09).

       01 ESP7.
                03 FILLER      PIC X(30) VALUE "PRESCRICAO".

       01 ESP8.
                03 FILLER      PIC X(13) VALUE "MEDICAMENTO: ".
                03 ESP-MEDICTX PIC X(30).
                03 FILLER      PIC X(14) VALUE "  QUANTIDADE: ".
                03 ESP-QTDTX   PIC ZZ.ZZ9.

       01 ESP9.
                03 FILLER      PIC X(13) VALUE "POSOLOGIA  : ".
                03 ESP-DOSAGTX PIC X(20).
                03 FILLER      PIC X(11) VALUE "  DURACAO: ".
                03 ESP-DURACTX PIC X(20).

       01 ESP10.
                03 FILLER      PIC X(06) VALUE "DATA: ".
                03 ESP-DATATX  PIC X(10).
                03 FILLER      PIC X(50) VALUE
                   "     ASSINATURA DO MEDICO: ____________________".

       01 ESP11.
                03 FILLER      PIC X(30) VALUE
                        "IDENTIFICACAO DO COMPRADOR".

       01 ESP12.
                03 FILLER      PIC X(06) VALUE "NOME: ".
                03 FILLER      PIC X(32) VALUE ALL "_".
                03 FILLER      PIC X(06) VALUE "  RG: ".
                03 FILLER      PIC X(16) VALUE ALL "_".

       01 ESP13.
                03 FILLER      PIC X(10) VALUE "ENDERECO: ".
                03 FILLER      PIC X(28) VALUE ALL "_".
                03 FILLER      PIC X(12) VALUE "  TELEFONE: ".
                03 FILLER      PIC X(10) VALUE ALL "_".

       01 ESP14.
                03 FILLER      PIC X(32) VALUE
                        "DISPENSADO EM: ___/___/______  ".
                03 FILLER      PIC X(14) VALUE "FARMACEUTICO: ".
                03 FILLER      PIC X(14) VALUE ALL "_".

       01 ESP15.
                03 FILLER      PIC X(80) VALUE ALL "-".

       01 RECLIN.
                03 REC-ITEMTX         PIC 99.
                03 FILLER             PIC X(03) VALUE SPACES.
           ELSE
                 NEXT SENTENCE.

       R0C2.
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALERG
                 CLOSE CADALERG
                 OPEN INPUT CADALERG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALERG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0C3.
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
      *------QUANDO CHAMADO PELO SMP006 O OPERADOR JA FOI VALIDADO-----*
       R0D.
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE SPACES TO NOMEMED.
           DISPLAY (06, 16) NOMEMED

           MOVE W-CPF TO W-ALERGCPF
           PERFORM LER-ALERG THRU LER-ALERG-FIM
           DISPLAY (07, 01) W-ALERGBAN.

      *------PROCURA O PROXIMO NUMERO DE ITEM--------------------------*
       R6.
           ADD 1 TO W-ITEM
           DISPLAY TELASMP037
           DISPLAY (05, 16) NOME
           DISPLAY (06, 16) NOMEMED
           DISPLAY (07, 01) W-ALERGBAN.

       R7.
           MOVE SPACES TO W-MEDICAMENTO

      *------ITEM ESTOCADO NA DISPENSARIA: USA A GRAFIA DO CATALOGO----*
       R7A.
           MOVE ZEROS TO W-MEDICCOD
           MOVE SPACES TO W-LISTA
           MOVE W-MEDICAMENTO TO MEDIC-NOME
           READ CADMEDIC KEY IS MEDIC-NOME
           IF ST-ERRO = "00"
                MOVE MEDIC-CODIGO TO W-MEDICCOD
                MOVE MEDIC-LISTA TO W-LISTA
                MOVE MEDIC-NOME TO W-MEDICAMENTO
                DISPLAY (10, 16) W-MEDICAMENTO
                MOVE "ITEM DE ESTOQUE DA DISPENSARIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2.

      *------ITEM PRESCRITO CONFERIDO CONTRA AS ALERGIAS DO PACIENTE---*
      *------PELO CODIGO DO CATALOGO OU PELO NOME DO ALERGENO----------*
       R7B.
           MOVE W-CPF TO ALERG-CPF
           MOVE ZEROS TO ALERG-SEQ
           START CADALERG KEY IS NOT LESS ALERG-CHAVE INVALID KEY
                GO TO R8.
       R7B-LER.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO R8.
           IF ALERG-CPF NOT = W-CPF
                GO TO R8.
           IF ALERG-MEDIC NOT = ZEROS AND ALERG-MEDIC = W-MEDICCOD
                GO TO R7C.
           PERFORM TAM-ALERG THRU TAM-ALERG-FIM
           IF W-ALERGTAM < 3
                GO TO R7B-LER.
           MOVE ZEROS TO W-ALERGCNT
           INSPECT W-MEDICAMENTO TALLYING W-ALERGCNT
                   FOR ALL ALERG-DESCR(1:W-ALERGTAM)
           IF W-ALERGCNT = ZEROS
                GO TO R7B-LER.

      *------PACIENTE ALERGICO AO ITEM: EXIGE CONFIRMACAO E AUDITA-----*
       R7C.
           IF ALERG-GRAVID = "G"
                MOVE "GRAVE" TO W-GRAVTXT
           ELSE
              IF ALERG-GRAVID = "M"
                 MOVE "MODERADA" TO W-GRAVTXT
              ELSE
                 MOVE "LEVE" TO W-GRAVTXT.
           DISPLAY (17, 01) "*** ATENCAO: PACIENTE ALERGICO A"
           DISPLAY (17, 34) ALERG-DESCR
           DISPLAY (18, 01) " REACAO:"
           DISPLAY (18, 10) ALERG-REACAO
           DISPLAY (18, 42) "GRAVIDADE:"
           DISPLAY (18, 53) W-GRAVTXT.
       R7C-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (20, 01) "CONFIRMA A PRESCRICAO MESMO ASSIM (S/N) :"
           ACCEPT (20, 43) W-OPCAO
           IF W-OPCAO = "N" OR "n"
                PERFORM LIMPA-ALERTA THRU LIMPA-ALERTA-FIM
                MOVE "*** ITEM NAO PRESCRITO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7.
           IF W-OPCAO NOT = "S" AND "s"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R7C-OPC.
           MOVE "ALERGIA" TO AUD-OPERACAO
           MOVE W-CPF TO AUD-CHAVE
           MOVE ALERG-DESCR TO AUD-ANTES
           MOVE W-MEDICAMENTO TO AUD-DEPOIS
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           PERFORM LIMPA-ALERTA THRU LIMPA-ALERTA-FIM
           GO TO R7B-LER.

       R8.
           MOVE SPACES TO W-DOSAGEM
           ACCEPT TDOSAGEM
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.

      *------ITEM CONTROLADO: QUANTIDADE TOTAL DA RECEITA ESPECIAL-----*
       R9A.
           IF W-LISTA = SPACES
                GO TO INC-OPC.
           MOVE ZEROS TO W-QTDCTRL
           DISPLAY (16, 01) " CONTROLADO LISTA"
           DISPLAY (16, 19) W-LISTA
           DISPLAY (16, 22) "- QUANTIDADE TOTAL :"
           ACCEPT (16, 43) W-QTDCTRL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                DISPLAY (16, 01) LIMPA
                GO TO R9.

           IF W-QTDCTRL = ZEROS
                MOVE "DIGITE A QUANTIDADE DO ITEM CONTROLADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9A.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                IF W-LISTA NOT = SPACES
                   PERFORM GRAVA-RCESP THRU GRAVA-RCESP-FIM
                   DISPLAY (16, 01) LIMPA.

       INC-MAIS.
                DISPLAY (23, 40) "MAIS UM ITEM (S/N) : "
                MOVE RECEI-MEDICAMENTO TO REC-MEDICTX
                MOVE RECEI-DOSAGEM TO REC-DOSAGTX
                MOVE RECEI-DURACAO TO REC-DURACTX
      *------CONTROLADO SAI SO NA RECEITA ESPECIAL (RECESPPRL)---------*
                MOVE RECEI-CHAVE TO RCESP-RECEITA
                READ CADRCESP KEY IS RCESP-RECEITA
                IF ST-ERRO = "00" OR ST-ERRO = "02"
                     MOVE "VIDE REC. ESPECIAL" TO REC-DOSAGTX
                     MOVE RCESP-NUMERO TO W-ESPREF-NUM
                     MOVE W-ESPREF TO REC-DURACTX.
                WRITE REGRECTX FROM RECLIN
                GO TO IMP-RECEITA-LER.

       IMP-RECEITA-FIM.
                EXIT.

      *---------[ RECEITA DE CONTROLE ESPECIAL DO ITEM ]----------------
      *---------[ NUMERO = MAIOR NUMERO EMITIDO + 1 ]-------------------
       GRAVA-RCESP.
                MOVE ZEROS TO W-NUMESP
                MOVE ZEROS TO RCESP-NUMERO
                START CADRCESP KEY IS NOT LESS RCESP-NUMERO INVALID KEY
                     GO TO GRAVA-RCESP-MONTA.
       GRAVA-RCESP-LER.
                READ CADRCESP NEXT
                IF ST-ERRO = "00" OR ST-ERRO = "02"
                     MOVE RCESP-NUMERO TO W-NUMESP
                     GO TO GRAVA-RCESP-LER.
       GRAVA-RCESP-MONTA.
                MOVE W-CPF TO RCESP-CPF
                MOVE W-DATACONS TO RCESP-DATACONS
                MOVE W-HORACONS TO RCESP-HORACONS
                MOVE W-ITEM TO RCESP-ITEM
                MOVE W-MEDICCOD TO RCESP-MEDIC
                MOVE W-LISTA TO RCESP-LISTA
                MOVE CODMEDICO TO RCESP-CRM
                MOVE W-QTDCTRL TO RCESP-QTD
                MOVE ZEROS TO RCESP-QTDDISP RCESP-DATADISP
                MOVE "E" TO RCESP-SITUACAO
                MOVE SPACES TO RCESP-COMPNOME RCESP-COMPDOC.
       GRAVA-RCESP-WR.
                ADD 1 TO W-NUMESP
                MOVE W-NUMESP TO RCESP-NUMERO
                WRITE REGRCESP
                IF ST-ERRO = "22"
                     GO TO GRAVA-RCESP-WR.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRCESP" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-FIM.
                PERFORM IMP-RCESP THRU IMP-RCESP-FIM.
       GRAVA-RCESP-FIM.
                EXIT.

      *---------[ IMPRESSAO DA RECEITA ESPECIAL EM DUAS VIAS ]----------
       IMP-RCESP.
                OPEN EXTEND CADESPTX
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30"
                      OPEN OUTPUT CADESPTX
                      CLOSE CADESPTX
                      OPEN EXTEND CADESPTX
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO RECESPPRL"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO IMP-RCESP-FIM.
                IF ST-ERRO NOT = "00"
                   GO TO IMP-RCESP-FIM.

                MOVE W-DC-DIA TO W-DATAVFMT-DIA
                MOVE W-DC-MES TO W-DATAVFMT-MES
                MOVE W-DC-ANO TO W-DATAVFMT-ANO
                MOVE RCESP-NUMERO TO ESP-NUMTX
                MOVE RCESP-LISTA TO ESP-LISTATX
                MOVE NOMEMED TO ESP-MEDTX
                MOVE CODMEDICO TO ESP-CRMTX
                MOVE NOME TO ESP-PACTX
                MOVE W-CPF TO ESP-CPFTX
                MOVE DDD TO ESP-DDDTX
                MOVE NUM TO ESP-FONETX
                MOVE W-MEDICAMENTO TO ESP-MEDICTX
                MOVE W-QTDCTRL TO ESP-QTDTX
                MOVE W-DOSAGEM TO ESP-DOSAGTX
                MOVE W-DURACAO TO ESP-DURACTX
                MOVE W-DATAVFMT TO ESP-DATATX

                MOVE "1A VIA - RETENCAO DA FARMACIA" TO ESP-VIATX
                PERFORM IMP-RCESP-VIA THRU IMP-RCESP-VIA-FIM
                MOVE "2A VIA - ORIENTACAO AO PACIENTE" TO ESP-VIATX
                PERFORM IMP-RCESP-VIA THRU IMP-RCESP-VIA-FIM

                CLOSE CADESPTX
                MOVE "RECEITA ESPECIAL NR " TO MENS
                MOVE RCESP-NUMERO TO MENS(21:6)
                MOVE " EM RECESPPRL.DOC" TO MENS(27:17)
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-RCESP-FIM.
                EXIT.

       IMP-RCESP-VIA.
                WRITE REGESPTX FROM ESP0
                WRITE REGESPTX FROM ESP1
                MOVE SPACES TO REGESPTX
                WRITE REGESPTX
                WRITE REGESPTX FROM ESP2
                WRITE REGESPTX FROM ESP3
                MOVE SPACES TO REGESPTX
                WRITE REGESPTX
                WRITE REGESPTX FROM ESP4
                WRITE REGESPTX FROM ESP5
                WRITE REGESPTX FROM ESP6
                MOVE SPACES TO REGESPTX
                WRITE REGESPTX
                WRITE REGESPTX FROM ESP7
                WRITE REGESPTX FROM ESP8
                WRITE REGESPTX FROM ESP9
                MOVE SPACES TO REGESPTX
                WRITE REGESPTX
                WRITE REGESPTX FROM ESP10
                MOVE SPACES TO REGESPTX
                WRITE REGESPTX
                WRITE REGESPTX FROM ESP11
                WRITE REGESPTX FROM ESP12
                WRITE REGESPTX FROM ESP13
                WRITE REGESPTX FROM ESP14
                WRITE REGESPTX FROM ESP15.
       IMP-RCESP-VIA-FIM.
                EXIT.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------RELE E APLICA A DIFERENCA PARA NAO SOBREPOR AS------------*
      *------ATUALIZACOES DOS OUTROS TERMINAIS-------------------------*
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *------MONTA O AVISO DE ALERGIAS DO PACIENTE---------------------*
       LER-ALERG.
           MOVE SPACES TO W-ALERGBAN
           MOVE ZEROS TO W-ALERGQTD
           MOVE 15 TO W-ALERGPOS
           MOVE W-ALERGCPF TO ALERG-CPF
           MOVE ZEROS TO ALERG-SEQ
           START CADALERG KEY IS NOT LESS ALERG-CHAVE INVALID KEY
                GO TO LER-ALERG-FIM.
       LER-ALERG-LER.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LER-ALERG-FIM.
           IF ALERG-CPF NOT = W-ALERGCPF
                GO TO LER-ALERG-FIM.
           ADD 1 TO W-ALERGQTD
           IF W-ALERGQTD = 1
                MOVE "*** ALERGIAS:" TO W-ALERGBAN.
           STRING ALERG-DESCR DELIMITED BY "  "
                  "(" ALERG-GRAVID ") " DELIMITED BY SIZE
                  INTO W-ALERGBAN WITH POINTER W-ALERGPOS
                  ON OVERFLOW
                     GO TO LER-ALERG-FIM.
           GO TO LER-ALERG-LER.
       LER-ALERG-FIM.
           EXIT.

      *------TAMANHO DO NOME DO ALERGENO SEM OS BRANCOS A DIREITA------*
       TAM-ALERG.
           MOVE 30 TO W-ALERGTAM.
       TAM-ALERG-LP.
           IF W-ALERGTAM = ZEROS
                GO TO TAM-ALERG-FIM.
           IF ALERG-DESCR(W-ALERGTAM:1) NOT = SPACE
                GO TO TAM-ALERG-FIM.
           SUBTRACT 1 FROM W-ALERGTAM
           GO TO TAM-ALERG-LP.
       TAM-ALERG-FIM.
           EXIT.

       LIMPA-ALERTA.
           DISPLAY (17, 01) LIMPA
           DISPLAY (17, 51) LIMPA
           DISPLAY (18, 01) LIMPA
           DISPLAY (18, 51) LIMPA
           DISPLAY (20, 01) LIMPA.
       LIMPA-ALERTA-FIM.
           EXIT.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]----------
      *---------[ ABERTA SO PARA O REGISTRO: O SMP006 TAMBEM GRAVA ]---
       GRAVA-AUDIT.
                OPEN EXTEND CADAUDIT
                IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-AUDIT-FIM.
                ACCEPT W-AUDDATA FROM DATE YYYYMMDD
                ACCEPT W-AUDHORA FROM TIME
                MOVE W-AUDDATA-DIA TO AUD-DIA
                MOVE W-AUDDATA-MES TO AUD-MES
                MOVE W-AUDDATA-ANO TO AUD-ANO
                MOVE W-AUDHORA-HH  TO AUD-HH
                MOVE W-AUDHORA-MI  TO AUD-MI
                MOVE W-AUDHORA-SS  TO AUD-SS
                MOVE W-OPERADOR    TO AUD-OPERADOR
                MOVE "SMP037"      TO AUD-PROGRAMA
                MOVE REGAUDITWS TO REGAUDIT
                WRITE REGAUDIT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CLOSE CADAUDIT.
       GRAVA-AUDIT-FIM.
                EXIT.

       ROT-FIM.
           CLOSE CADRECEI CADCONS CADPACI CADMED CADCTRL CADMEDIC
                 CADALERG CADRCESP.
       ROT-FIMP.
           EXIT PROGRAM.

