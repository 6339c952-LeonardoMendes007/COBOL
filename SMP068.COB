          03 CONSD-DESCRICAO2         PIC X(60).
          03 CONSD-SITUACAO           PIC X(01).
          03 CONSD-RETORNO            PIC X(01).
          03 CONSD-CONVENIO           PIC 9(04).
          03 CONSD-PLANO              PIC 9(02).
          03 CONSD-UNIDADE            PIC 9(02).

       FD CADHIST
               LABEL RECORD IS STANDARD
          03 HISTDESCRICAO2           PIC X(60).
          03 HISTSITUACAO             PIC X(01).
          03 HISTRETORNO              PIC X(01).
          03 HISTCONVENIO             PIC 9(04).
          03 HISTPLANO                PIC 9(02).

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
       01 W-CRMREG      PIC 9(06) VALUE ZEROS.
       01 W-ESPREG      PIC 9(02) VALUE ZEROS.
       01 W-CONVREG     PIC 9(04) VALUE ZEROS.
       01 W-PLANREG     PIC 9(02) VALUE ZEROS.
       01 W-SITUREG     PIC X(01) VALUE SPACES.
       01 W-VALREG      PIC 9(05)V99 VALUE ZEROS.
       01 W-REGCOMP     PIC 9(06) VALUE ZEROS.
           MOVE CONSD-CPF     TO W-CPFREG
           MOVE CONSD-MEDICO  TO W-CRMREG
           MOVE CONSD-SITUACAO TO W-SITUREG
           MOVE CONSD-CONVENIO TO W-CONVREG
           MOVE CONSD-PLANO   TO W-PLANREG
           PERFORM ACU-CONS THRU ACU-CONS-FIM
           GO TO LER-ONLINE-LER.

           MOVE HIST-CPF      TO W-CPFREG
           MOVE HISTMEDICO    TO W-CRMREG
           MOVE HISTSITUACAO  TO W-SITUREG
           MOVE HISTCONVENIO  TO W-CONVREG
           MOVE HISTPLANO     TO W-PLANREG
           PERFORM ACU-CONS THRU ACU-CONS-FIM
           GO TO LER-HIST.

           IF ST-ERRO NOT = "00"
                ADD 1 TO W-SEMPACI
                GO TO ACU-CONS-FIM.

           MOVE W-CRMREG TO CRM
           READ CADMED
                MOVE "N" TO W-TEMPRECO
                MOVE ZEROS TO W-PRECOVIG
                MOVE ESPEC TO PRECO-ESPEC
                MOVE W-PLANREG TO PRECO-PLANO
                MOVE ZEROS TO PRECO-VIGYMD
                START CADPRECO KEY IS NOT LESS PRECO-CHAVE INVALID KEY
                     GO TO BUSCA-PRECO-FIM.
                READ CADPRECO NEXT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                     GO TO BUSCA-PRECO-FIM.
                IF PRECO-ESPEC NOT = ESPEC OR
                   PRECO-PLANO NOT = W-PLANREG
                     GO TO BUSCA-PRECO-FIM.
                IF PRECO-VIGYMD > W-DATAYMD
                     GO TO BUSCA-PRECO-FIM.
