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

       FD CADCID
               LABEL RECORD IS STANDARD
          03 TRATAMENTO        PIC X(50).
          03 NOTIFICAVEL       PIC X(01).
          03 PRAZONOTIF        PIC 9(02).
          03 LINHACUID         PIC 9(02).

       FD CADNOTIF
               LABEL RECORD IS STANDARD
