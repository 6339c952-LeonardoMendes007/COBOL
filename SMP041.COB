       FD CADELEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQENTRADA.
       01 REGELEG     PIC X(87).

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
       FD CADERRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPORTERRPRL.DOC".
       01 REGERRTX    PIC X(130).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
             05 ELEG-MES    PIC 9(02).
             05 ELEG-ANO    PIC 9(04).
          03 ELEG-PLANO     PIC 9(02).
          03 ELEG-CARTEIRA  PIC X(20).
          03 ELEG-VALCART.
             05 ELEG-VALDIA PIC 9(02).
             05 ELEG-VALMES PIC 9(02).
             05 ELEG-VALANO PIC 9(04).
          03 ELEG-VALCARTX REDEFINES ELEG-VALCART PIC X(08).
          03 ELEG-ADESAO.
             05 ELEG-ADEDIA PIC 9(02).
             05 ELEG-ADEMES PIC 9(02).
             05 ELEG-ADEANO PIC 9(04).
          03 ELEG-ADESAOX REDEFINES ELEG-ADESAO PIC X(08).

       01 W-VALIDCART   PIC 9(08) VALUE ZEROS.
       01 W-DATAADESAO  PIC 9(08) VALUE ZEROS.

       01 W-CPFVAL.
          03 W-CPFNUM      PIC 9(11).
          05 FILLER         PIC 9(02).

       01 ERRTX.
                03 ERR-LINHA           PIC X(87).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 ERR-MOTIVO          PIC X(40).

                     "   *** ERROS DA IMPORTACAO DE ELEGIVEIS ***".

       01 CAB2.
                03 CAB-LINHA          PIC X(87) VALUE "LINHA REJEITADA".
                03 FILLER             PIC X(02) VALUE " ".
                03 CAB-MOTIVO         PIC X(40) VALUE "MOTIVO".

       01 CAB3.
                03 CAB-LINHA          PIC X(87) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 CAB-MOTIVO         PIC X(40) VALUE ALL "-".

           05  LINE 12  COLUMN 01
               VALUE  "     LAYOUT: CPF(11) NOME(30) NASC DDMMA".
           05  LINE 12  COLUMN 41
               VALUE  "AAA(8) PLANO(2) CARTEIRA(20)".
           05  LINE 13  COLUMN 01
               VALUE  "             VALIDADE DDMMAAAA(8) ADESAO".
           05  LINE 13  COLUMN 41
               VALUE  " DDMMAAAA(8)  (OPCIONAIS)".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCONVLOTE
                MOVE "PLANO NAO CADASTRADO" TO W-MOTIVO
                GO TO GRAVA-ERRO.

      *------CARTEIRA, VALIDADE E ADESAO SAO OPCIONAIS NA LINHA--------*
           MOVE ZEROS TO W-VALIDCART W-DATAADESAO
           IF ELEG-VALCARTX = SPACES OR ELEG-VALCARTX = ZEROS
                GO TO VALIDA-ADESAO.
           IF ELEG-VALCARTX IS NOT NUMERIC
                MOVE "VALIDADE DA CARTEIRA INVALIDA" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           IF ELEG-VALMES < 1 OR ELEG-VALMES > 12 OR
              ELEG-VALDIA < 1 OR ELEG-VALDIA > 31
                MOVE "VALIDADE DA CARTEIRA INVALIDA" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           MOVE ELEG-VALANO TO W-VALIDCART(1:4)
           MOVE ELEG-VALMES TO W-VALIDCART(5:2)
           MOVE ELEG-VALDIA TO W-VALIDCART(7:2).

       VALIDA-ADESAO.
           IF ELEG-ADESAOX = SPACES OR ELEG-ADESAOX = ZEROS
                GO TO GRAVA-PACI.
           IF ELEG-ADESAOX IS NOT NUMERIC
                MOVE "DATA DE ADESAO INVALIDA" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           IF ELEG-ADEMES < 1 OR ELEG-ADEMES > 12 OR
              ELEG-ADEDIA < 1 OR ELEG-ADEDIA > 31
                MOVE "DATA DE ADESAO INVALIDA" TO W-MOTIVO
                GO TO GRAVA-ERRO.
           MOVE ELEG-ADEANO TO W-DATAADESAO(1:4)
           MOVE ELEG-ADEMES TO W-DATAADESAO(5:2)
           MOVE ELEG-ADEDIA TO W-DATAADESAO(7:2).

      *------INCLUI OU ATUALIZA O PACIENTE-----------------------------*
       GRAVA-PACI.
           MOVE ELEG-CPF TO CPF
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------EXISTENTE: ATUALIZA O CONVENIO E A CARTEIRA INFORMADA-----*
           MOVE W-CONVLOTE TO CONVENIO
           IF ELEG-CARTEIRA NOT = SPACES
                MOVE ELEG-CARTEIRA TO CARTEIRA
                MOVE W-VALIDCART TO VALIDCART
                MOVE W-DATAADESAO TO DATAADESAO.
           REWRITE REGPACI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPACI" TO MENS
           MOVE ZEROS TO DDD NUM CEPPACI NUMLOGRA UF
           MOVE SPACES TO EMAIL COMLOGRA
           MOVE W-CONVLOTE TO CONVENIO
           MOVE ELEG-CARTEIRA TO CARTEIRA
           MOVE W-VALIDCART TO VALIDCART
           MOVE W-DATAADESAO TO DATAADESAO
           WRITE REGPACI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACI" TO MENS
