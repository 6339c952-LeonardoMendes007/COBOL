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

       FD CADCONS
               LABEL RECORD IS STANDARD
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADCTRL
               LABEL RECORD IS STANDARD
          03 PL-UF          PIC X(02).
          03 FILLER         PIC X(01).
          03 PL-CONVENIO    PIC X(04).
          03 FILLER         PIC X(01).
          03 PL-CARTEIRA    PIC X(20).
          03 FILLER         PIC X(01).
          03 PL-VALIDCART   PIC X(08).
          03 FILLER         PIC X(01).
          03 PL-DATAADESAO  PIC X(08).

      *------LINHA DO BACKUP DE CID (LAYOUT DO SMP019)-----------------*
       01 W-CIDLIN.
          03 CL-NOTIF       PIC X(01).
          03 FILLER         PIC X(01).
          03 CL-PRAZO       PIC X(02).
          03 FILLER         PIC X(01).
          03 CL-LINHA       PIC X(02).

      *------LINHA DO BACKUP DE CONSULTAS (LAYOUT DO SMP020)-----------*
       01 W-CONSLIN.
          03 NL-SIT         PIC X(01).
          03 FILLER         PIC X(01).
          03 NL-RET         PIC X(01).
          03 FILLER         PIC X(01).
          03 NL-CONV        PIC X(04).
          03 FILLER         PIC X(01).
          03 NL-PLANO       PIC X(02).
          03 FILLER         PIC X(01).
          03 NL-UNID        PIC X(02).

       01 W-DESCLIN.
          03 FILLER         PIC X(02).
           MOVE PL-COMLOGRA TO COMLOGRA
           MOVE PL-UF TO UF
           MOVE PL-CONVENIO TO CONVENIO
      *------BACKUP ANTERIOR A CARTEIRA: CAMPOS FICAM EM BRANCO--------*
           MOVE PL-CARTEIRA TO CARTEIRA
           MOVE ZEROS TO VALIDCART DATAADESAO
           IF PL-VALIDCART IS NUMERIC
                MOVE PL-VALIDCART TO VALIDCART.
           IF PL-DATAADESAO IS NUMERIC
                MOVE PL-DATAADESAO TO DATAADESAO.

           IF W-MODO = "S"
                ADD 1 TO W-TOTCARGA
           MOVE CL-TRAT TO TRATAMENTO
           MOVE CL-NOTIF TO NOTIFICAVEL
           MOVE CL-PRAZO TO PRAZONOTIF
      *------BACKUP ANTERIOR A LINHA DE CUIDADO: FICA SEM LINHA--------*
           MOVE ZEROS TO LINHACUID
           IF CL-LINHA IS NUMERIC
                MOVE CL-LINHA TO LINHACUID.

           IF W-MODO = "S"
                ADD 1 TO W-TOTCARGA
           MOVE SPACES TO DESCRICAO1 DESCRICAO2
           MOVE NL-SIT TO SITUACAO
           MOVE NL-RET TO RETORNO
      *------BACKUP ANTERIOR AO CONVENIO NA CONSULTA VEM SEM ELE-------*
           MOVE ZEROS TO CONVCONS PLANOCONS
           IF NL-CONV IS NUMERIC AND NL-PLANO IS NUMERIC
                MOVE NL-CONV TO CONVCONS
                MOVE NL-PLANO TO PLANOCONS.
      *------BACKUP ANTERIOR A UNIDADE NA CONSULTA VEM SEM ELA---------*
           MOVE ZEROS TO UNIDCONS
           IF NL-UNID IS NUMERIC
                MOVE NL-UNID TO UNIDCONS.
           MOVE "S" TO W-CONSPEND.

       CONS-D1.
