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
          03 TRATAMENTO        PIC X(50).
          03 NOTIFICAVEL       PIC X(01).
          03 PRAZONOTIF        PIC 9(02).
          03 LINHACUID         PIC 9(02).
      *
       FD CADCONSTX
               LABEL RECORD IS STANDARD
                03 SITTX               PIC X(01).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 RETTX               PIC X(01).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 CONVTX              PIC 9(04).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 PLANTX              PIC 9(02).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 UNIDTX              PIC 9(02).

       01 W-DESC1LINHA.
                03 FILLER              PIC X(14) VALUE
                03 CAB-SIT           PIC X(01) VALUE "S".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-RET           PIC X(01) VALUE "R".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-CONV          PIC X(04) VALUE "CONV".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-PLAN          PIC X(02) VALUE "PL".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-UNID          PIC X(02) VALUE "UN".

       01 CAB2.
                03 CAB-CPF           PIC X(12) VALUE "------------".
                03 CAB-SIT           PIC X(01) VALUE "-".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-RET           PIC X(01) VALUE "-".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-CONV          PIC X(04) VALUE "----".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-PLAN          PIC X(02) VALUE "--".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-UNID          PIC X(02) VALUE "--".

       01 CAB3.
                03 FILLER      PIC X(20) VALUE "TOTAL DE REGISTROS:".
           MOVE DENOMINACAO   TO DENOMTX.
           MOVE SITUACAO      TO SITTX.
           MOVE RETORNO       TO RETTX.
           MOVE CONVCONS      TO CONVTX.
           MOVE PLANOCONS     TO PLANTX.
           MOVE UNIDCONS      TO UNIDTX.
           MOVE CONSTX        TO REGCONSTX.

       INC-WR1.
