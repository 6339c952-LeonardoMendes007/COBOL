                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADTRIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TRIAG-CRM WITH DUPLICATES.
       SELECT CADPARAM ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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

       FD CADHISTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQSAIDA.
       01 REGHISTX    PIC X(132).

       FD CADTRIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAG.DAT".
       01 REGTRIAG.
          03 TRIAG-CHAVE.
             05 TRIAG-CPF         PIC 9(11).
             05 TRIAG-DATACONS    PIC 9(08).
             05 TRIAG-HORACONS    PIC 9(04).
          03 TRIAG-CRM            PIC 9(06).
          03 TRIAG-HORACHEG       PIC 9(04).
          03 TRIAG-PASIST         PIC 9(03).
          03 TRIAG-PADIAST        PIC 9(03).
          03 TRIAG-PESO           PIC 9(03)V9.
          03 TRIAG-ALTURA         PIC 9(01)V99.
          03 TRIAG-TEMPER         PIC 9(02)V9.
          03 TRIAG-FREQ           PIC 9(03).
          03 TRIAG-SATUR          PIC 9(03).
          03 TRIAG-IMC            PIC 9(02)V99.
          03 TRIAG-RISCO          PIC 9(01).
          03 TRIAG-ATEND          PIC X(01).
          03 TRIAG-OPERADOR       PIC X(10).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAMLOTE.TXT".

       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-TOTCONS     PIC 9(04) VALUE ZEROS.
       01 W-TEMTRIAG    PIC X(01) VALUE "N".

       01 W-ARQSAIDA    PIC X(30) VALUE "HISTORICOPRL.DOC".
       01 W-BATCH       PIC X(01) VALUE "N".
                                        "  DESCRICAO 2:".
                03 DESC2TX             PIC X(60).

      *------SINAIS VITAIS DA TRIAGEM DE ENFERMAGEM--------------------*
       01 W-TRI1LINHA.
                03 FILLER              PIC X(14) VALUE
                                        "  TRIAGEM    :".
                03 FILLER              PIC X(04) VALUE " PA ".
                03 TRI-PASTX           PIC ZZ9.
                03 FILLER              PIC X(01) VALUE "X".
                03 TRI-PADTX           PIC ZZ9.
                03 FILLER              PIC X(12) VALUE " MMHG  PESO ".
                03 TRI-PESOTX          PIC ZZ9,9.
                03 FILLER              PIC X(12) VALUE " KG  ALTURA ".
                03 TRI-ALTTX           PIC 9,99.
                03 FILLER              PIC X(08) VALUE " M  IMC ".
                03 TRI-IMCTX           PIC Z9,99.

       01 W-TRI2LINHA.
                03 FILLER              PIC X(14) VALUE SPACES.
                03 FILLER              PIC X(06) VALUE " TEMP ".
                03 TRI-TEMPTX          PIC Z9,9.
                03 FILLER              PIC X(07) VALUE " C  FC ".
                03 TRI-FCTX            PIC ZZ9.
                03 FILLER              PIC X(10) VALUE " BPM  SAT ".
                03 TRI-SATTX           PIC ZZ9.
                03 FILLER              PIC X(10) VALUE "%  RISCO: ".
                03 TRI-RISCOTX         PIC X(11).

       01 TABRISCOX.
                03 FILLER              PIC X(11) VALUE "VERMELHO".
                03 FILLER              PIC X(11) VALUE "LARANJA".
                03 FILLER              PIC X(11) VALUE "AMARELO".
                03 FILLER              PIC X(11) VALUE "VERDE".
                03 FILLER              PIC X(11) VALUE "AZUL".
       01 TABRISCO REDEFINES TABRISCOX.
                03 TBRISCO             PIC X(11) OCCURS 5 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMP015.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           MOVE "N" TO W-TEMTRIAG
           OPEN INPUT CADTRIAG
           IF ST-ERRO = "00"
                MOVE "S" TO W-TEMTRIAG.

           OPEN OUTPUT CADHISTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADHISTX" TO MENS
           WRITE REGHISTX FROM W-DESC1LINHA.
           MOVE DESCRICAO2 TO DESC2TX
           WRITE REGHISTX FROM W-DESC2LINHA.
           IF W-TEMTRIAG = "S"
                PERFORM IMP-TRIAGEM THRU IMP-TRIAGEM-FIM.
           MOVE SPACES TO REGHISTX
           WRITE REGHISTX.

                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONS CADPACI CADMED CADCID CADHISTX.
                IF W-TEMTRIAG = "S"
                   CLOSE CADTRIAG.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.

      *------SINAIS VITAIS DA TRIAGEM DA CONSULTA----------------------*
       IMP-TRIAGEM.
           MOVE PACI-CPF     TO TRIAG-CPF
           MOVE DATACONSULTA TO TRIAG-DATACONS
           MOVE HORACONSULTA TO TRIAG-HORACONS
           READ CADTRIAG
           IF ST-ERRO NOT = "00"
                GO TO IMP-TRIAGEM-FIM.
           IF TRIAG-RISCO < 1 OR TRIAG-RISCO > 5
                GO TO IMP-TRIAGEM-FIM.
           MOVE TRIAG-PASIST  TO TRI-PASTX
           MOVE TRIAG-PADIAST TO TRI-PADTX
           MOVE TRIAG-PESO    TO TRI-PESOTX
           MOVE TRIAG-ALTURA  TO TRI-ALTTX
           MOVE TRIAG-IMC     TO TRI-IMCTX
           MOVE TRIAG-TEMPER  TO TRI-TEMPTX
           MOVE TRIAG-FREQ    TO TRI-FCTX
           MOVE TRIAG-SATUR   TO TRI-SATTX
           MOVE TBRISCO(TRIAG-RISCO) TO TRI-RISCOTX
           WRITE REGHISTX FROM W-TRI1LINHA
           WRITE REGHISTX FROM W-TRI2LINHA.
       IMP-TRIAGEM-FIM.
           EXIT.

      *------LE OS PARAMETROS DO LOTE (PARAMLOTE.TXT)------------------*
       LE-PARAM.
           OPEN INPUT CADPARAM
