          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADCONSD
               LABEL RECORD IS STANDARD
          03 CONSD-DESCRICAO2         PIC X(60).
          03 CONSD-SITUACAO           PIC X(01).
          03 CONSD-RETORNO            PIC X(01).
          03 CONSD-CONVENIO           PIC 9(04).
          03 CONSD-PLANO              PIC 9(02).
          03 CONSD-UNIDADE            PIC 9(02).

       FD CADEXTTX
               LABEL RECORD IS STANDARD
                MOVE DESCRICAO2   TO CONSD-DESCRICAO2
                MOVE SITUACAO     TO CONSD-SITUACAO
                MOVE RETORNO      TO CONSD-RETORNO
                MOVE CONVCONS     TO CONSD-CONVENIO
                MOVE PLANOCONS    TO CONSD-PLANO
                MOVE UNIDCONS     TO CONSD-UNIDADE

                WRITE REGCONSD
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
