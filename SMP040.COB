       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
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

       FD CADMED
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIA.
          03 FERIA-CHAVE.
             05 FERIA-DATA        PIC 9(08).
             05 FERIA-UNIDADE     PIC 9(02).
          03 FERIA-DESCR          PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           MOVE W-DATAPESQ-MES TO W-PESQYMD(5:2)
           MOVE W-DATAPESQ-DIA TO W-PESQYMD(7:2)
           MOVE W-PESQYMD TO FERIA-DATA
           MOVE ZEROS TO FERIA-UNIDADE
           READ CADFERIA
           IF ST-ERRO = "00"
                MOVE "S" TO W-EHFERIADO.
