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

       FD CADPLANO
               LABEL RECORD IS STANDARD
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
