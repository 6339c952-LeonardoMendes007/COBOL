       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP108.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * GERACAO DO LOTE DE RPS PARA A NFS-E    *
      * UM RPS POR RECIBO DO CAIXA (SMP021) E  *
      * POR FATURA DE CONVENIO (SMP024) DO MES *
      * RECIBO/FATURA CANCELADO OU COM VALOR   *
      * ALTERADO GERA O REGISTRO DE            *
      * CANCELAMENTO (E O RPS SUBSTITUTO)      *
      * ARQUIVO RPSnnnnnn.TXT E RPSPRL.DOC     *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNFSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFSP-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RPS-DOC WITH DUPLICATES.
       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FATUR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADCVNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVNF-CONV
                    FILE STATUS  IS ST-ERRO.
       SELECT CADLOTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
       SELECT CADRPSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNFSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSP.DAT".
       01 REGNFSP.
          03 NFSP-CHAVE        PIC 9(01).
          03 NFSP-CNPJ         PIC 9(14).
          03 NFSP-INSCMUN      PIC X(15).
          03 NFSP-CODSERV      PIC X(05).
          03 NFSP-DISCRIM      PIC X(40).
          03 NFSP-ALIQ         PIC 9(02)V99.
          03 NFSP-SERIE        PIC X(05).
          03 NFSP-ULTRPS       PIC 9(08).
          03 NFSP-ULTLOTE      PIC 9(06).

       FD CADRPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
          03 RPS-NUMERO           PIC 9(08).
          03 RPS-DOC.
             05 RPS-ORIGEM        PIC X(01).
             05 RPS-DOCCHAVE      PIC X(23).
          03 RPS-DATAEMI          PIC 9(08).
          03 RPS-TOMTIPO          PIC 9(01).
          03 RPS-TOMDOC           PIC 9(14).
          03 RPS-TOMNOME          PIC X(30).
          03 RPS-VALOR            PIC 9(07)V99.
          03 RPS-ALIQ             PIC 9(02)V99.
          03 RPS-ISS              PIC 9(07)V99.
          03 RPS-SITU             PIC X(01).
          03 RPS-LOTE             PIC 9(06).
          03 RPS-NFSE             PIC 9(10).
          03 RPS-CODVER           PIC X(10).
          03 RPS-DATANFSE         PIC 9(08).
          03 RPS-LOTECANC         PIC 9(06).
          03 RPS-DATACANC         PIC 9(08).

       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
          03 CAIXA-CHAVE.
             05 CAIXA-CPF         PIC 9(11).
             05 CAIXA-DATACONS    PIC 9(08).
             05 CAIXA-HORACONS    PIC 9(04).
          03 CAIXA-VALOR          PIC 9(05)V99.
          03 CAIXA-FORMA          PIC X(01).
          03 CAIXA-OPERADOR       PIC X(10).
          03 CAIXA-DATAMOV        PIC 9(08).
          03 CAIXA-UNIDADE        PIC 9(02).

       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 KEYPRINCIPAL.
             05 PACI-CPF              PIC 9(11).
             05 DATACONSULTA.
                07 DIACONS            PIC 9(02).
                07 MESCONS            PIC 9(02).
                07 ANOCONS            PIC 9(04).
             05 HORACONSULTA.
                07 HORACONS           PIC 9(02).
                07 MINCONS            PIC 9(02).
          03 CODMEDICO                PIC 9(06).
          03 CODIGO-DOENCA            PIC X(05).
          03 DESCRICAO1               PIC X(60).
          03 DESCRICAO2               PIC X(60).
          03 SITUACAO                 PIC X(01).
          03 RETORNO                  PIC X(01).
          03 CONVCONS                 PIC 9(04).
          03 PLANOCONS                PIC 9(02).
          03 UNIDCONS                 PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOME           PIC X(30).
          03 NASCIMENTO.
             05 DIA         PIC 9(02).
             05 MES         PIC 9(02).
             05 ANO         PIC 9(04).
          03 SEXO           PIC X(01).
          03 GENERO         PIC X(01).
          03 TELEFONE.
             05 DDD         PIC 9(02).
             05 NUM         PIC 9(09).
          03 EMAIL          PIC X(40).
          03 CEPPACI        PIC 9(08).
          03 NUMLOGRA       PIC 9(04).
          03 COMLOGRA       PIC X(12).
          03 UF             PIC 9(02).
          03 CONVENIO       PIC 9(04).
          03 CARTEIRA       PIC X(20).
          03 VALIDCART      PIC 9(08).
          03 DATAADESAO     PIC 9(08).

       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATUR.DAT".
       01 REGFATUR.
          03 FATUR-CHAVE.
             05 FATUR-NUMFAT      PIC 9(06).
             05 FATUR-SEQ         PIC 9(04).
          03 FATUR-CONV           PIC 9(04).
          03 FATUR-CPF            PIC 9(11).
          03 FATUR-DATA           PIC 9(08).
          03 FATUR-CRM            PIC 9(06).
          03 FATUR-VALOR          PIC 9(05)V99.
          03 FATUR-VLPAGO         PIC 9(05)V99.
          03 FATUR-SITU           PIC X(01).
          03 FATUR-MOTGLO         PIC 9(02).
          03 FATUR-DATAFAT        PIC 9(08).
          03 FATUR-TIPO           PIC X(01).
          03 FATUR-DATABX         PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).

       FD CADCVNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCVNF.DAT".
       01 REGCVNF.
          03 CVNF-CONV         PIC 9(04).
          03 CVNF-CNPJ         PIC 9(14).
          03 CVNF-INSCMUN      PIC X(15).
          03 CVNF-EMAIL        PIC X(40).
          03 CVNF-CEP          PIC 9(08).
          03 CVNF-NUMERO       PIC 9(05).
          03 CVNF-COMPL        PIC X(12).

       FD CADLOTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-LOTNOME.
       01 REGLOTTX    PIC X(300).

       FD CADRPSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSPRL.DOC".
       01 REGRPSTX    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.

       01 W-MESREF      PIC 9(02) VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-COMPREF     PIC 9(06) VALUE ZEROS.
       01 W-REFINI      PIC 9(08) VALUE ZEROS.
       01 W-REFFIM      PIC 9(08) VALUE ZEROS.
       01 W-BISX        PIC 9(04) VALUE ZEROS.
       01 W-BISR        PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-TEMCAIXA    PIC X(01) VALUE "S".
       01 W-TEMFATUR    PIC X(01) VALUE "S".
       01 W-TEMCVNF     PIC X(01) VALUE "S".
       01 W-LOTE        PIC 9(06) VALUE ZEROS.

       01 W-LOTNOME.
          03 FILLER         PIC X(03) VALUE "RPS".
          03 W-LOTNOME-NUM  PIC 9(06).
          03 FILLER         PIC X(04) VALUE ".TXT".

      *------ULTIMO DIA DE CADA MES------------------------------------*
       01 TABULTX.
          03 FILLER     PIC X(24) VALUE "312831303130313130313031".
       01 TABULT REDEFINES TABULTX.
          03 TBULT      PIC 9(02) OCCURS 12 TIMES.

      *---------[ DOCUMENTO (RECIBO OU FATURA) EM TRATAMENTO ]----------
       01 W-DOC.
          03 W-ORIGEM       PIC X(01).
          03 W-DOCCHAVE     PIC X(23).
       01 W-DOCFAT.
          03 W-DOCFAT-NUM   PIC 9(06).
          03 FILLER         PIC X(17) VALUE SPACES.
       01 W-DOCOK       PIC X(01) VALUE "N".
       01 W-DOCVALOR    PIC 9(07)V99 VALUE ZEROS.
       01 W-DOCCONV     PIC 9(04) VALUE ZEROS.
       01 W-DATAEMI     PIC 9(08) VALUE ZEROS.
       01 W-TEMRPS      PIC X(01) VALUE "N".
       01 W-SUBST       PIC 9(08) VALUE ZEROS.
       01 W-MOTCANC     PIC 9(01) VALUE ZEROS.
       01 W-NUMFAT      PIC 9(06) VALUE ZEROS.
       01 W-ISS         PIC 9(07)V99 VALUE ZEROS.
       01 W-REGRPS-SV   PIC X(156) VALUE SPACES.

      *---------[ TOMADOR DO SERVICO ]----------------------------------
       01 W-TOMOK       PIC X(01) VALUE "S".
       01 W-TOMTIPO     PIC 9(01) VALUE ZEROS.
       01 W-TOMDOC      PIC 9(14) VALUE ZEROS.
       01 W-TOMIM       PIC X(15) VALUE SPACES.
       01 W-TOMNOME     PIC X(30) VALUE SPACES.
       01 W-TOMCEP      PIC 9(08) VALUE ZEROS.
       01 W-TOMNUM      PIC 9(05) VALUE ZEROS.
       01 W-TOMCOMPL    PIC X(12) VALUE SPACES.
       01 W-TOMEMAIL    PIC X(40) VALUE SPACES.

       01 W-REF.
          03 W-REF-TXT      PIC X(09).
          03 W-REF-DOC      PIC X(11).
       01 W-REFDATA.
          03 W-REFDATA-DIA  PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 W-REFDATA-MES  PIC 99.
          03 FILLER         PIC X(01) VALUE "/".
          03 W-REFDATA-ANO  PIC 9999.
          03 FILLER         PIC X(01) VALUE SPACES.

      *---------[ FATURA EM ACUMULACAO (QUEBRA POR NUMERO) ]------------
       01 W-FT-NUM      PIC 9(06) VALUE ZEROS.
       01 W-FT-VAL      PIC 9(07)V99 VALUE ZEROS.
       01 W-FT-CONV     PIC 9(04) VALUE ZEROS.
       01 W-FT-DATA     PIC 9(08) VALUE ZEROS.

      *---------[ TOTAIS DO LOTE ]--------------------------------------
       01 W-QTDRPS      PIC 9(07) VALUE ZEROS.
       01 W-VALRPS      PIC 9(13)V99 VALUE ZEROS.
       01 W-ISSRPS      PIC 9(13)V99 VALUE ZEROS.
       01 W-QTDCANC     PIC 9(07) VALUE ZEROS.
       01 W-VALCANC     PIC 9(13)V99 VALUE ZEROS.
       01 W-QTDNGER     PIC 9(07) VALUE ZEROS.

      *------LAYOUT DO LOTE DE RPS PARA A PREFEITURA-------------------*
      *------1=CABECALHO 2=RPS 3=CANCELAMENTO 9=RODAPE-----------------*
       01 LT1.
                03 LT1-TIPO            PIC X(01) VALUE "1".
                03 LT1-VERSAO          PIC X(03) VALUE "001".
                03 LT1-CNPJ            PIC 9(14).
                03 LT1-INSCMUN         PIC X(15).
                03 LT1-LOTE            PIC 9(06).
                03 LT1-DATAGER         PIC 9(08).
                03 LT1-DATAINI         PIC 9(08).
                03 LT1-DATAFIM         PIC 9(08).

       01 LT2.
                03 LT2-TIPO            PIC X(01) VALUE "2".
                03 LT2-TIPORPS         PIC X(05) VALUE "RPS".
                03 LT2-SERIE           PIC X(05).
                03 LT2-NUMERO          PIC 9(12).
                03 LT2-DATAEMI         PIC 9(08).
                03 LT2-SITUACAO        PIC X(01) VALUE "T".
                03 LT2-VALOR           PIC 9(13)V99.
                03 LT2-DEDUCAO         PIC 9(13)V99 VALUE ZEROS.
                03 LT2-CODSERV         PIC X(05).
                03 LT2-ALIQ            PIC 9(02)V99.
                03 LT2-ISSRET          PIC X(01) VALUE "2".
                03 LT2-TOMTIPO         PIC 9(01).
                03 LT2-TOMDOC          PIC 9(14).
                03 LT2-TOMIM           PIC X(15).
                03 LT2-TOMNOME         PIC X(30).
                03 LT2-TOMCEP          PIC 9(08).
                03 LT2-TOMNUM          PIC 9(05).
                03 LT2-TOMCOMPL        PIC X(12).
                03 LT2-TOMEMAIL        PIC X(40).
                03 LT2-DISCRIM1        PIC X(40).
                03 LT2-DISCRIM2        PIC X(20).
                03 LT2-SUBST           PIC 9(12).

       01 LT3.
                03 LT3-TIPO            PIC X(01) VALUE "3".
                03 LT3-SERIE           PIC X(05).
                03 LT3-NUMERO          PIC 9(12).
                03 LT3-NFSE            PIC 9(10).
                03 LT3-CODVER          PIC X(10).
                03 LT3-MOTIVO          PIC 9(01).
                03 LT3-DATACANC        PIC 9(08).

       01 LT9.
                03 LT9-TIPO            PIC X(01) VALUE "9".
                03 LT9-QTDRPS          PIC 9(07).
                03 LT9-VALTOT          PIC 9(13)V99.
                03 LT9-ISSTOT          PIC 9(13)V99.
                03 LT9-QTDCANC         PIC 9(07).

      *------RELATORIO DO LOTE-----------------------------------------*
       01 RPSTX.
                03 RT-OPER             PIC X(08).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 RT-NUMERO           PIC ZZZZZZZ9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 RT-REF              PIC X(20).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 RT-TOMDOC           PIC 9(14).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 RT-TOMNOME          PIC X(30).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 RT-VALOR            PIC Z.ZZZ.ZZ9,99.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 RT-ISS              PIC ZZ.ZZ9,99.

       01 CAB0.
                03 FILLER      PIC X(20) VALUE "FATEC ZL".
                03 FILLER      PIC X(48) VALUE
                     "   *** LOTE DE RPS PARA A NFS-E ***".

       01 CAB0A.
                03 FILLER             PIC X(06) VALUE "LOTE: ".
                03 CAB-LOTE           PIC 9(06).
                03 FILLER             PIC X(16) VALUE
                                      "    REFERENCIA: ".
                03 CAB-MESREF         PIC 99.
                03 FILLER             PIC X(01) VALUE "/".
                03 CAB-ANOREF         PIC 9999.
                03 FILLER             PIC X(12) VALUE "   ARQUIVO: ".
                03 CAB-ARQ            PIC X(13).

       01 CAB2.
                03 FILLER             PIC X(08) VALUE "OPERACAO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(08) VALUE "     RPS".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(20) VALUE "DOCUMENTO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE "CPF/CNPJ".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE
                                      "TOMADOR / OBSERVACAO".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE "       VALOR".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(09) VALUE "      ISS".

       01 CAB3.
                03 FILLER             PIC X(08) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(08) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(20) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(14) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(30) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(12) VALUE ALL "-".
                03 FILLER             PIC X(02) VALUE " ".
                03 FILLER             PIC X(09) VALUE ALL "-".

       01 CAB4.
                03 FILLER      PIC X(30) VALUE
                                      "RPS GERADOS                 :".
                03 CAB-QTDRPS  PIC ZZZ.ZZ9.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 CAB-VALRPS  PIC Z.ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(07) VALUE "  ISS: ".
                03 CAB-ISSRPS  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 CAB5.
                03 FILLER      PIC X(30) VALUE
                                      "CANCELAMENTOS GERADOS       :".
                03 CAB-QTDCANC PIC ZZZ.ZZ9.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 CAB-VALCANC PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 CAB6.
                03 FILLER      PIC X(30) VALUE
                                      "DOCUMENTOS SEM RPS           :".
                03 CAB-QTDNGER PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP108.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** GERACAO DO LOTE DE RPS PARA A ".
           05  LINE 02  COLUMN 41
               VALUE  "NFS-E ***".
           05  LINE 08  COLUMN 01
               VALUE  "     MES REFERENCIA :".
           05  LINE 10  COLUMN 01
               VALUE  "     ANO REFERENCIA :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMESREF
               LINE 08  COLUMN 23  PIC 99
               USING  W-MESREF
               HIGHLIGHT.
           05  TANOREF
               LINE 10  COLUMN 23  PIC 9999
               USING  W-ANOREF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-001.
                MOVE ZEROS TO W-MESREF W-ANOREF.
                DISPLAY TELASMP108.
       INC-OPC0.
                ACCEPT TMESREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-MESREF < 1 OR W-MESREF > 12
                   MOVE "MES INVALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC0.
       INC-OPC1.
                ACCEPT TANOREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-ANOREF = ZEROS
                   MOVE "ANO INVALIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
      *
       INC-OP0.
           OPEN I-O CADNFSP
           IF ST-ERRO NOT = "00"
                MOVE "ARQUIVO CADNFSP NAO EXISTE, EXECUTE O SMP106"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMS.
           MOVE 1 TO NFSP-CHAVE
           READ CADNFSP
           IF ST-ERRO NOT = "00" OR NFSP-CNPJ = ZEROS
                MOVE "PARAMETROS DA NFS-E NAO INFORMADOS - SMP106"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSP
                GO TO ROT-FIMS.

           OPEN I-O CADRPS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRPS
                 CLOSE CADRPS
                 OPEN I-O CADRPS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRPS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADNFSP
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADCONS
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSP CADRPS
                GO TO ROT-FIMS.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSP CADRPS CADCONS
                GO TO ROT-FIMS.

           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADNFSP CADRPS CADCONS CADPACI
                GO TO ROT-FIMS.

      *------SEM RECEBIMENTO, FATURA OU DADOS FISCAIS DE CONVENIO-----*
      *------O ARQUIVO CORRESPONDENTE AINDA NAO EXISTE----------------*
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMCAIXA.
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMFATUR.
           OPEN INPUT CADCVNF
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMCVNF.

           MOVE W-ANOREF TO W-COMPREF(1:4) W-REFINI(1:4) W-REFFIM(1:4)
           MOVE W-MESREF TO W-COMPREF(5:2) W-REFINI(5:2) W-REFFIM(5:2)
           MOVE 01 TO W-REFINI(7:2)
           MOVE TBULT(W-MESREF) TO W-REFFIM(7:2)
           IF W-MESREF = 2
                DIVIDE W-ANOREF BY 4 GIVING W-BISX REMAINDER W-BISR
                IF W-BISR = ZEROS
                   MOVE 29 TO W-REFFIM(7:2).

           COMPUTE W-LOTE = NFSP-ULTLOTE + 1
           MOVE W-LOTE TO W-LOTNOME-NUM
           OPEN OUTPUT CADLOTTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO DO LOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           OPEN OUTPUT CADRPSTX
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO RPSPRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADLOTTX
                GO TO ROT-FIM.

           MOVE NFSP-CNPJ TO LT1-CNPJ
           MOVE NFSP-INSCMUN TO LT1-INSCMUN
           MOVE W-LOTE TO LT1-LOTE
           MOVE W-HOJE TO LT1-DATAGER
           MOVE W-REFINI TO LT1-DATAINI
           MOVE W-REFFIM TO LT1-DATAFIM
           WRITE REGLOTTX FROM LT1.

           WRITE REGRPSTX FROM CAB0.
           MOVE W-LOTE TO CAB-LOTE
           MOVE W-MESREF TO CAB-MESREF
           MOVE W-ANOREF TO CAB-ANOREF
           MOVE W-LOTNOME TO CAB-ARQ
           WRITE REGRPSTX FROM CAB0A.
           MOVE SPACES TO REGRPSTX
           WRITE REGRPSTX.
           WRITE REGRPSTX FROM CAB2.
           WRITE REGRPSTX FROM CAB3.

      *---------[ 0. LOTE INTERROMPIDO: O NUMERO SO AVANCA NO     ]-----
      *---------[    FECHAMENTO, ENTAO OS RPS E CANCELAMENTOS JA  ]-----
      *---------[    GRAVADOS COM ESTE LOTE VOLTAM PARA O ARQUIVO ]-----
       RETOMA-INI.
           DISPLAY (12, 06) "CONFERINDO LOTE INTERROMPIDO...  ".
           MOVE ZEROS TO RPS-NUMERO
           START CADRPS KEY IS NOT LESS RPS-NUMERO INVALID KEY
                 GO TO CANC-INI.

       RETOMA-LER.
           READ CADRPS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CANC-INI.
           MOVE RPS-DOC TO W-DOC
           MOVE REGRPS TO W-REGRPS-SV
           IF RPS-SITU = "C" AND RPS-LOTECANC = W-LOTE
                GO TO RETOMA-CANC.
           IF RPS-SITU NOT = "G" OR RPS-LOTE NOT = W-LOTE
                GO TO RETOMA-LER.

      *------RPS DO LOTE: MESMO NUMERO, VALOR E TOMADOR GRAVADOS-------*
           PERFORM VALIDA-DOC THRU VALIDA-DOC-FIM
           PERFORM MONTA-TOMADOR THRU MONTA-TOMADOR-FIM
           PERFORM ACHA-SUBST THRU ACHA-SUBST-FIM
           MOVE W-REGRPS-SV TO REGRPS
           MOVE RPS-DATAEMI TO W-DATAEMI
           MOVE RPS-VALOR TO W-DOCVALOR
           MOVE RPS-ISS TO W-ISS
           MOVE RPS-TOMTIPO TO W-TOMTIPO
           MOVE RPS-TOMDOC TO W-TOMDOC
           MOVE RPS-TOMNOME TO W-TOMNOME
           PERFORM GRAVA-LT2 THRU GRAVA-LT2-FIM
           GO TO RETOMA-POS.

       RETOMA-CANC.
           PERFORM VALIDA-DOC THRU VALIDA-DOC-FIM
           IF W-DOCOK = "S"
                MOVE 2 TO W-MOTCANC
           ELSE
                MOVE 1 TO W-MOTCANC.
           MOVE W-REGRPS-SV TO REGRPS
           PERFORM GRAVA-LT3 THRU GRAVA-LT3-FIM.

      *------A PROCURA DO SUBSTITUIDO MUDA A CHAVE DE REFERENCIA-------*
       RETOMA-POS.
           MOVE W-REGRPS-SV TO REGRPS
           START CADRPS KEY IS GREATER RPS-NUMERO INVALID KEY
                 GO TO CANC-INI.
           GO TO RETOMA-LER.

      *---------[ 1. RPS JA ENVIADOS: DOCUMENTO CANCELADO OU COM ]------
      *---------[    VALOR ALTERADO GERA O CANCELAMENTO; SE AINDA ]-----
      *---------[    HOUVER VALOR, SAI O RPS SUBSTITUTO           ]-----
       CANC-INI.
           DISPLAY (12, 06) "CONFERINDO OS RPS JA ENVIADOS...".
           MOVE ZEROS TO RPS-NUMERO
           START CADRPS KEY IS NOT LESS RPS-NUMERO INVALID KEY
                 GO TO EMI-REC-INI.

       CANC-LER.
           READ CADRPS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO EMI-REC-INI.
           IF RPS-SITU NOT = "G" AND RPS-SITU NOT = "E"
                GO TO CANC-LER.
           IF RPS-LOTE = W-LOTE
                GO TO CANC-LER.

           MOVE RPS-DOC TO W-DOC
           PERFORM VALIDA-DOC THRU VALIDA-DOC-FIM
           IF W-DOCOK = "S" AND W-DOCVALOR = RPS-VALOR
                GO TO CANC-LER.

           IF W-DOCOK = "S"
                MOVE 2 TO W-MOTCANC
           ELSE
                MOVE 1 TO W-MOTCANC.
           MOVE "C" TO RPS-SITU
           MOVE W-LOTE TO RPS-LOTECANC
           MOVE W-HOJE TO RPS-DATACANC
           REWRITE REGRPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADRPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           PERFORM GRAVA-LT3 THRU GRAVA-LT3-FIM

           IF W-DOCOK NOT = "S"
                GO TO CANC-LER.
           MOVE RPS-NUMERO TO W-SUBST
           MOVE W-HOJE TO W-DATAEMI
           PERFORM MONTA-TOMADOR THRU MONTA-TOMADOR-FIM
           PERFORM GERA-RPS THRU GERA-RPS-FIM
           GO TO CANC-LER.

      *---------[ 2. RECIBOS DO CAIXA DO MES AINDA SEM RPS ]------------
       EMI-REC-INI.
           IF W-TEMCAIXA = "N"
                GO TO EMI-FAT-INI.
           DISPLAY (12, 06) "RECIBOS DO CAIXA...             ".
           MOVE ZEROS TO CAIXA-CPF CAIXA-DATACONS CAIXA-HORACONS
           START CADCAIXA KEY IS NOT LESS CAIXA-CHAVE INVALID KEY
                 GO TO EMI-FAT-INI.

       EMI-REC-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO EMI-FAT-INI.
           IF CAIXA-DATAMOV(1:6) NOT = W-COMPREF
                GO TO EMI-REC-LER.

      *------CONSULTA CANCELADA ANTES DO LOTE: NAO HA O QUE EMITIR-----*
           MOVE CAIXA-CHAVE TO KEYPRINCIPAL
           READ CADCONS
           IF ST-ERRO NOT = "00"
                GO TO EMI-REC-LER.
           IF SITUACAO = "C"
                GO TO EMI-REC-LER.

           MOVE "R" TO W-ORIGEM
           MOVE CAIXA-CHAVE TO W-DOCCHAVE
           PERFORM TEM-RPS THRU TEM-RPS-FIM
           IF W-TEMRPS = "S"
                GO TO EMI-REC-LER.

           MOVE CAIXA-VALOR TO W-DOCVALOR
           MOVE CAIXA-DATAMOV TO W-DATAEMI
           MOVE ZEROS TO W-SUBST
           PERFORM MONTA-TOMADOR THRU MONTA-TOMADOR-FIM
           PERFORM GERA-RPS THRU GERA-RPS-FIM
           GO TO EMI-REC-LER.

      *---------[ 3. FATURAS DE CONVENIO DO MES AINDA SEM RPS ]--------
      *---------[    VALOR = ITENS NAO CANCELADOS DA FATURA    ]--------
       EMI-FAT-INI.
           IF W-TEMFATUR = "N"
                GO TO FECHA-LOTE.
           DISPLAY (12, 06) "FATURAS DE CONVENIO...          ".
           MOVE ZEROS TO W-FT-NUM W-FT-VAL
           MOVE ZEROS TO FATUR-NUMFAT FATUR-SEQ
           START CADFATUR KEY IS NOT LESS FATUR-CHAVE INVALID KEY
                 GO TO FECHA-LOTE.

       EMI-FAT-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                PERFORM EMI-FAT-PROC THRU EMI-FAT-PROC-FIM
                GO TO FECHA-LOTE.
           IF FATUR-NUMFAT NOT = W-FT-NUM
                PERFORM EMI-FAT-PROC THRU EMI-FAT-PROC-FIM
                MOVE FATUR-NUMFAT TO W-FT-NUM
                MOVE FATUR-CONV TO W-FT-CONV
                MOVE FATUR-DATAFAT TO W-FT-DATA
                MOVE ZEROS TO W-FT-VAL.
           IF FATUR-SITU NOT = "C"
                ADD FATUR-VALOR TO W-FT-VAL.
           GO TO EMI-FAT-LER.

       EMI-FAT-PROC.
           IF W-FT-NUM = ZEROS OR W-FT-VAL = ZEROS
                GO TO EMI-FAT-PROC-FIM.
           IF W-FT-DATA(1:6) NOT = W-COMPREF
                GO TO EMI-FAT-PROC-FIM.
           MOVE "F" TO W-ORIGEM
           MOVE W-FT-NUM TO W-DOCFAT-NUM
           MOVE W-DOCFAT TO W-DOCCHAVE
           PERFORM TEM-RPS THRU TEM-RPS-FIM
           IF W-TEMRPS = "S"
                GO TO EMI-FAT-PROC-FIM.
           MOVE W-FT-NUM TO W-NUMFAT
           MOVE W-FT-VAL TO W-DOCVALOR
           MOVE W-FT-CONV TO W-DOCCONV
           MOVE W-FT-DATA TO W-DATAEMI
           MOVE ZEROS TO W-SUBST
           PERFORM MONTA-TOMADOR THRU MONTA-TOMADOR-FIM
           PERFORM GERA-RPS THRU GERA-RPS-FIM.
       EMI-FAT-PROC-FIM.
           EXIT.

      *---------[ RODAPE DO LOTE E TOTAIS ]-----------------------------
       FECHA-LOTE.
           MOVE W-QTDRPS TO LT9-QTDRPS
           MOVE W-VALRPS TO LT9-VALTOT
           MOVE W-ISSRPS TO LT9-ISSTOT
           MOVE W-QTDCANC TO LT9-QTDCANC
           WRITE REGLOTTX FROM LT9.
           CLOSE CADLOTTX

           MOVE SPACES TO REGRPSTX
           WRITE REGRPSTX.
           MOVE W-QTDRPS TO CAB-QTDRPS
           MOVE W-VALRPS TO CAB-VALRPS
           MOVE W-ISSRPS TO CAB-ISSRPS
           WRITE REGRPSTX FROM CAB4.
           MOVE W-QTDCANC TO CAB-QTDCANC
           MOVE W-VALCANC TO CAB-VALCANC
           WRITE REGRPSTX FROM CAB5.
           MOVE W-QTDNGER TO CAB-QTDNGER
           WRITE REGRPSTX FROM CAB6.
           CLOSE CADRPSTX

           DISPLAY (15, 06) "RPS GERADOS:"
           DISPLAY (15, 19) W-QTDRPS
           DISPLAY (16, 06) "CANCELAMENTOS:"
           DISPLAY (16, 21) W-QTDCANC
           DISPLAY (17, 06) "SEM RPS:"
           DISPLAY (17, 15) W-QTDNGER

      *------LOTE VAZIO NAO CONSOME NUMERO-----------------------------*
           IF W-QTDRPS = ZEROS AND W-QTDCANC = ZEROS
                MOVE "*** NADA A ENVIAR NO PERIODO INFORMADO ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE W-LOTE TO NFSP-ULTLOTE
           REWRITE REGNFSP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADNFSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE "*** LOTE GERADO - ENVIE O ARQUIVO A PREFEITURA ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------O DOCUMENTO DO RPS AINDA VALE? E QUAL O VALOR ATUAL-------*
       VALIDA-DOC.
           MOVE "N" TO W-DOCOK
           MOVE ZEROS TO W-DOCVALOR W-DOCCONV
           IF W-ORIGEM = "F"
                GO TO VALIDA-DOC-FAT.
           IF W-TEMCAIXA = "N"
                GO TO VALIDA-DOC-FIM.
           MOVE W-DOCCHAVE TO CAIXA-CHAVE
           READ CADCAIXA
           IF ST-ERRO NOT = "00"
                GO TO VALIDA-DOC-FIM.
           MOVE CAIXA-CHAVE TO KEYPRINCIPAL
           READ CADCONS
           IF ST-ERRO NOT = "00"
                GO TO VALIDA-DOC-FIM.
           IF SITUACAO = "C"
                GO TO VALIDA-DOC-FIM.
           MOVE "S" TO W-DOCOK
           MOVE CAIXA-VALOR TO W-DOCVALOR
           GO TO VALIDA-DOC-FIM.

       VALIDA-DOC-FAT.
           IF W-TEMFATUR = "N"
                GO TO VALIDA-DOC-FIM.
           MOVE W-DOCCHAVE TO W-DOCFAT
           MOVE W-DOCFAT-NUM TO W-NUMFAT FATUR-NUMFAT
           MOVE ZEROS TO FATUR-SEQ
           START CADFATUR KEY IS NOT LESS FATUR-CHAVE INVALID KEY
                GO TO VALIDA-DOC-FIM.
       VALIDA-DOC-FATLER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO VALIDA-DOC-FATOK.
           IF FATUR-NUMFAT NOT = W-NUMFAT
                GO TO VALIDA-DOC-FATOK.
           MOVE FATUR-CONV TO W-DOCCONV
           IF FATUR-SITU NOT = "C"
                ADD FATUR-VALOR TO W-DOCVALOR.
           GO TO VALIDA-DOC-FATLER.
       VALIDA-DOC-FATOK.
           IF W-DOCVALOR NOT = ZEROS
                MOVE "S" TO W-DOCOK.
       VALIDA-DOC-FIM.
           EXIT.

      *------RPS CANCELADO NESTE LOTE PARA O MESMO DOCUMENTO-----------*
       ACHA-SUBST.
           MOVE ZEROS TO W-SUBST
           MOVE W-DOC TO RPS-DOC
           START CADRPS KEY IS EQUAL RPS-DOC INVALID KEY
                GO TO ACHA-SUBST-FIM.
       ACHA-SUBST-LER.
           READ CADRPS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO ACHA-SUBST-FIM.
           IF RPS-DOC NOT = W-DOC
                GO TO ACHA-SUBST-FIM.
           IF RPS-SITU = "C" AND RPS-LOTECANC = W-LOTE
                MOVE RPS-NUMERO TO W-SUBST
                GO TO ACHA-SUBST-FIM.
           GO TO ACHA-SUBST-LER.
       ACHA-SUBST-FIM.
           EXIT.

      *------HA RPS VIGENTE (GERADO OU EMITIDO) PARA O DOCUMENTO?------*
       TEM-RPS.
           MOVE "N" TO W-TEMRPS
           MOVE W-DOC TO RPS-DOC
           START CADRPS KEY IS EQUAL RPS-DOC INVALID KEY
                GO TO TEM-RPS-FIM.
       TEM-RPS-LER.
           READ CADRPS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO TEM-RPS-FIM.
           IF RPS-DOC NOT = W-DOC
                GO TO TEM-RPS-FIM.
           IF RPS-SITU = "G" OR RPS-SITU = "E"
                MOVE "S" TO W-TEMRPS
                GO TO TEM-RPS-FIM.
           GO TO TEM-RPS-LER.
       TEM-RPS-FIM.
           EXIT.

      *------TOMADOR: PACIENTE (RECIBO) OU CONVENIO (FATURA)-----------*
       MONTA-TOMADOR.
           MOVE "S" TO W-TOMOK
           MOVE SPACES TO W-TOMIM W-TOMNOME W-TOMCOMPL W-TOMEMAIL
           MOVE ZEROS TO W-TOMCEP W-TOMNUM
           PERFORM MONTA-REF THRU MONTA-REF-FIM
           IF W-ORIGEM = "F"
                GO TO MONTA-TOMADOR-FAT.
           MOVE 1 TO W-TOMTIPO
           MOVE CAIXA-CPF TO W-TOMDOC CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
                GO TO MONTA-TOMADOR-FIM.
           MOVE NOME TO W-TOMNOME
           MOVE CEPPACI TO W-TOMCEP
           MOVE NUMLOGRA TO W-TOMNUM
           MOVE COMLOGRA TO W-TOMCOMPL
           MOVE EMAIL TO W-TOMEMAIL
           GO TO MONTA-TOMADOR-FIM.

       MONTA-TOMADOR-FAT.
           MOVE 2 TO W-TOMTIPO
           MOVE ZEROS TO W-TOMDOC
           MOVE W-DOCCONV TO CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE CNOME TO W-TOMNOME.
           MOVE "N" TO W-TOMOK
           IF W-TEMCVNF = "N"
                GO TO MONTA-TOMADOR-FIM.
           MOVE W-DOCCONV TO CVNF-CONV
           READ CADCVNF
           IF ST-ERRO NOT = "00"
                GO TO MONTA-TOMADOR-FIM.
           MOVE "S" TO W-TOMOK
           MOVE CVNF-CNPJ TO W-TOMDOC
           MOVE CVNF-INSCMUN TO W-TOMIM
           MOVE CVNF-CEP TO W-TOMCEP
           MOVE CVNF-NUMERO TO W-TOMNUM
           MOVE CVNF-COMPL TO W-TOMCOMPL
           MOVE CVNF-EMAIL TO W-TOMEMAIL.
       MONTA-TOMADOR-FIM.
           EXIT.

      *------REFERENCIA DO DOCUMENTO NA DISCRIMINACAO E NO RELATORIO---*
       MONTA-REF.
           MOVE SPACES TO W-REF
           IF W-ORIGEM = "F"
                MOVE "FATURA" TO W-REF-TXT
                MOVE W-DOCCHAVE(1:6) TO W-REF-DOC
                GO TO MONTA-REF-FIM.
           MOVE "CONSULTA" TO W-REF-TXT
           MOVE W-DOCCHAVE(12:2) TO W-REFDATA-DIA
           MOVE W-DOCCHAVE(14:2) TO W-REFDATA-MES
           MOVE W-DOCCHAVE(16:4) TO W-REFDATA-ANO
           MOVE W-REFDATA TO W-REF-DOC.
       MONTA-REF-FIM.
           EXIT.

      *------NOVO RPS: PROXIMO NUMERO DA SEQUENCIA, GRAVADO A CADA-----*
      *------EMISSAO PARA NAO REPETIR NUMERO SE O LOTE FOR INTERROMPIDO*
       GERA-RPS.
           IF W-TOMOK NOT = "S"
                ADD 1 TO W-QTDNGER
                MOVE "SEM RPS" TO RT-OPER
                MOVE ZEROS TO RT-NUMERO RT-TOMDOC RT-ISS
                MOVE W-REF TO RT-REF
                MOVE "CONVENIO SEM DADOS FISCAIS" TO RT-TOMNOME
                MOVE W-DOCVALOR TO RT-VALOR
                WRITE REGRPSTX FROM RPSTX
                GO TO GERA-RPS-FIM.

           ADD 1 TO NFSP-ULTRPS
           REWRITE REGNFSP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADNFSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           COMPUTE W-ISS ROUNDED = W-DOCVALOR * NFSP-ALIQ / 100

           MOVE NFSP-ULTRPS TO RPS-NUMERO
           MOVE W-DOC TO RPS-DOC
           MOVE W-DATAEMI TO RPS-DATAEMI
           MOVE W-TOMTIPO TO RPS-TOMTIPO
           MOVE W-TOMDOC TO RPS-TOMDOC
           MOVE W-TOMNOME TO RPS-TOMNOME
           MOVE W-DOCVALOR TO RPS-VALOR
           MOVE NFSP-ALIQ TO RPS-ALIQ
           MOVE W-ISS TO RPS-ISS
           MOVE "G" TO RPS-SITU
           MOVE W-LOTE TO RPS-LOTE
           MOVE ZEROS TO RPS-NFSE RPS-DATANFSE RPS-LOTECANC
                         RPS-DATACANC
           MOVE SPACES TO RPS-CODVER
           WRITE REGRPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM GRAVA-LT2 THRU GRAVA-LT2-FIM.
       GERA-RPS-FIM.
           EXIT.

      *------LINHA DO RPS (REGRPS) NO LOTE E NO RELATORIO--------------*
       GRAVA-LT2.
           MOVE NFSP-SERIE TO LT2-SERIE
           MOVE RPS-NUMERO TO LT2-NUMERO
           MOVE W-DATAEMI TO LT2-DATAEMI
           MOVE W-DOCVALOR TO LT2-VALOR
           MOVE NFSP-CODSERV TO LT2-CODSERV
           MOVE NFSP-ALIQ TO LT2-ALIQ
           MOVE W-TOMTIPO TO LT2-TOMTIPO
           MOVE W-TOMDOC TO LT2-TOMDOC
           MOVE W-TOMIM TO LT2-TOMIM
           MOVE W-TOMNOME TO LT2-TOMNOME
           MOVE W-TOMCEP TO LT2-TOMCEP
           MOVE W-TOMNUM TO LT2-TOMNUM
           MOVE W-TOMCOMPL TO LT2-TOMCOMPL
           MOVE W-TOMEMAIL TO LT2-TOMEMAIL
           MOVE NFSP-DISCRIM TO LT2-DISCRIM1
           MOVE W-REF TO LT2-DISCRIM2
           MOVE W-SUBST TO LT2-SUBST
           WRITE REGLOTTX FROM LT2
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DO LOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-QTDRPS
           ADD W-DOCVALOR TO W-VALRPS
           ADD W-ISS TO W-ISSRPS

           IF W-SUBST = ZEROS
                MOVE "EMISSAO" TO RT-OPER
           ELSE
                MOVE "SUBSTIT" TO RT-OPER.
           MOVE RPS-NUMERO TO RT-NUMERO
           MOVE W-REF TO RT-REF
           MOVE W-TOMDOC TO RT-TOMDOC
           MOVE W-TOMNOME TO RT-TOMNOME
           MOVE W-DOCVALOR TO RT-VALOR
           MOVE W-ISS TO RT-ISS
           WRITE REGRPSTX FROM RPSTX.
       GRAVA-LT2-FIM.
           EXIT.

      *------CANCELAMENTO DO RPS (REGRPS) NO LOTE E NO RELATORIO-------*
       GRAVA-LT3.
           MOVE NFSP-SERIE TO LT3-SERIE
           MOVE RPS-NUMERO TO LT3-NUMERO
           MOVE RPS-NFSE TO LT3-NFSE
           MOVE RPS-CODVER TO LT3-CODVER
           MOVE W-MOTCANC TO LT3-MOTIVO
           MOVE RPS-DATACANC TO LT3-DATACANC
           WRITE REGLOTTX FROM LT3.
           ADD 1 TO W-QTDCANC
           ADD RPS-VALOR TO W-VALCANC

           MOVE "CANCELA" TO RT-OPER
           MOVE RPS-NUMERO TO RT-NUMERO
           PERFORM MONTA-REF THRU MONTA-REF-FIM
           MOVE W-REF TO RT-REF
           MOVE RPS-TOMDOC TO RT-TOMDOC
           IF W-MOTCANC = 1
                MOVE "DOCUMENTO CANCELADO" TO RT-TOMNOME
           ELSE
                MOVE "VALOR ALTERADO - SUBSTITUIDO" TO RT-TOMNOME.
           MOVE RPS-VALOR TO RT-VALOR
           MOVE RPS-ISS TO RT-ISS
           WRITE REGRPSTX FROM RPSTX.
       GRAVA-LT3-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADNFSP CADRPS CADCONS CADPACI CADCONV.
                IF W-TEMCAIXA = "S"
                   CLOSE CADCAIXA.
                IF W-TEMFATUR = "S"
                   CLOSE CADFATUR.
                IF W-TEMCVNF = "S"
                   CLOSE CADCVNF.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
