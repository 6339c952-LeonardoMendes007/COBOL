          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADCID
               LABEL RECORD IS STANDARD
          03 TRATAMENTO        PIC X(50).
          03 NOTIFICAVEL       PIC X(01).
          03 PRAZONOTIF        PIC 9(02).
          03 LINHACUID         PIC 9(02).

       FD CADFREQTX
               LABEL RECORD IS STANDARD
