      * SMP016 - SMP017 - SMP018 - SMP019 -    *
      * SMP020 - SMP065 - SMP067 COM CONTROLE  *
      * DE EXECUCAO                            *
      * LISTA OS PROCESSOS COM PONTO DE        *
      * CONTROLE EM ABERTO (CADCHKP)           *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADCHKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHKP-PROGRAMA
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESUMONOITE.DOC".
       01 REGRESTX    PIC X(100).

      *------PONTO DE CONTROLE DOS PROCESSOS DE VARIOS ARQUIVOS-------*
      *------SITU A=EM ANDAMENTO C=CONCLUIDO D=DESFEITO----------------*
       FD CADCHKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHKP.DAT".
       01 REGCHKP.
          03 CHKP-PROGRAMA     PIC X(06).
          03 CHKP-SITU         PIC X(01).
          03 CHKP-OPERADOR     PIC X(10).
          03 CHKP-DATAINI      PIC 9(08).
          03 CHKP-HORAINI      PIC 9(06).
          03 CHKP-DATAATU      PIC 9(08).
          03 CHKP-HORAATU      PIC 9(06).
          03 CHKP-FASE         PIC X(01).
          03 CHKP-PARAM        PIC X(22).
          03 CHKP-ULTCHAVE     PIC X(25).
          03 CHKP-QTD1         PIC 9(06).
          03 CHKP-QTD2         PIC 9(06).
          03 CHKP-QTD3         PIC 9(06).
          03 CHKP-QTD4         PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-ARQSAIDA    PIC X(16) VALUE SPACES.
       01 W-REGCNT      PIC 9(06) VALUE ZEROS.
       01 W-FALHOU      PIC X(01) VALUE "N".
       01 W-INCOMPL     PIC X(01) VALUE "N".

       01 W-CADEIAX.
          03 FILLER PIC X(22) VALUE "SMP016INCONSISTPRL.DOC".
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HORAFMT-SS PIC 99.

       01 W-DATAFMT.
          03 W-DATAFMT-DIA PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DATAFMT-MES PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DATAFMT-ANO PIC 9999.

       01 RESLIN.
                03 RES-PASSOTX         PIC 99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 FILLER      PIC X(45) VALUE
                    "*** CADEIA INTERROMPIDA - VERIFICAR PASSO ***".

       01 CAB6.
                03 FILLER      PIC X(45) VALUE
                    "*** PROCESSOS COM EXECUCAO INCOMPLETA ***".

       01 CAB7.
                03 FILLER             PIC X(08) VALUE "PROGR.".
                03 FILLER             PIC X(20) VALUE "INICIO".
                03 FILLER             PIC X(20) VALUE "ULTIMA GRAVACAO".
                03 FILLER             PIC X(06) VALUE "FASE".
                03 FILLER             PIC X(25) VALUE "ULTIMA CHAVE".

       01 CAB8.
                03 FILLER      PIC X(50) VALUE
                    "RETOMAR OU DESFAZER PELO PROPRIO PROGRAMA".

       01 CHKLIN.
                03 CHK-PROGTX          PIC X(06).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 CHK-DATAINITX       PIC X(10).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 CHK-HORAINITX       PIC X(08).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 CHK-DATAATUTX       PIC X(10).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 CHK-HORAATUTX       PIC X(08).
                03 FILLER              PIC X(01) VALUE SPACES.
                03 CHK-FASETX          PIC X(01).
                03 FILLER              PIC X(05) VALUE SPACES.
                03 CHK-CHAVETX         PIC X(25).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           GO TO RES-LINHA.

       RES-FIM.
           PERFORM LISTA-CHKP THRU LISTA-CHKP-FIM
           MOVE SPACES TO REGRESTX
           WRITE REGRESTX.
           IF W-FALHOU = "N"
                WRITE REGRESTX FROM CAB5.
           CLOSE CADRESTX
           MOVE "*** RESUMO GERADO EM RESUMONOITE.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------PROCESSOS QUE PARARAM NO MEIO E AINDA ESTAO EM ABERTO-----*
       LISTA-CHKP.
           OPEN INPUT CADCHKP
           IF ST-ERRO NOT = "00"
                GO TO LISTA-CHKP-FIM.
           MOVE SPACES TO CHKP-PROGRAMA
           START CADCHKP KEY IS NOT LESS CHKP-PROGRAMA INVALID KEY
                CLOSE CADCHKP
                GO TO LISTA-CHKP-FIM.
       LISTA-CHKP-LER.
           READ CADCHKP NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO LISTA-CHKP-NOTA.
           IF CHKP-SITU NOT = "A"
                GO TO LISTA-CHKP-LER.
           IF W-INCOMPL = "N"
                MOVE "S" TO W-INCOMPL
                MOVE SPACES TO REGRESTX
                WRITE REGRESTX
                WRITE REGRESTX FROM CAB6
                WRITE REGRESTX FROM CAB7.
           MOVE CHKP-PROGRAMA TO CHK-PROGTX
           MOVE CHKP-DATAINI(7:2) TO W-DATAFMT-DIA
           MOVE CHKP-DATAINI(5:2) TO W-DATAFMT-MES
           MOVE CHKP-DATAINI(1:4) TO W-DATAFMT-ANO
           MOVE W-DATAFMT TO CHK-DATAINITX
           MOVE CHKP-HORAINI(1:2) TO W-HORAFMT-HH
           MOVE CHKP-HORAINI(3:2) TO W-HORAFMT-MI
           MOVE CHKP-HORAINI(5:2) TO W-HORAFMT-SS
           MOVE W-HORAFMT TO CHK-HORAINITX
           MOVE CHKP-DATAATU(7:2) TO W-DATAFMT-DIA
           MOVE CHKP-DATAATU(5:2) TO W-DATAFMT-MES
           MOVE CHKP-DATAATU(1:4) TO W-DATAFMT-ANO
           MOVE W-DATAFMT TO CHK-DATAATUTX
           MOVE CHKP-HORAATU(1:2) TO W-HORAFMT-HH
           MOVE CHKP-HORAATU(3:2) TO W-HORAFMT-MI
           MOVE CHKP-HORAATU(5:2) TO W-HORAFMT-SS
           MOVE W-HORAFMT TO CHK-HORAATUTX
           MOVE CHKP-FASE TO CHK-FASETX
           MOVE CHKP-ULTCHAVE TO CHK-CHAVETX
           WRITE REGRESTX FROM CHKLIN
           GO TO LISTA-CHKP-LER.
       LISTA-CHKP-NOTA.
           CLOSE CADCHKP
           IF W-INCOMPL = "S"
                WRITE REGRESTX FROM CAB8.
       LISTA-CHKP-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
