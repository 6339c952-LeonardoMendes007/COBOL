          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
