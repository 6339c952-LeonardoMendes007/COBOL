       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP111.
       AUTHOR. LEONARDO MENDES.
      ******************************************
      * AGENDAMENTO EM LOTE DOS PEDIDOS DE     *
      * CONSULTA DA CENTRAL TELEFONICA E DO    *
      * SITE - MESMAS REGRAS DO SMP006, PRIMEIRO*
      * HORARIO LIVRE NO PERIODO PEDIDO,       *
      * PACIENTE NOVO GRAVADO PROVISORIO       *
      * (CADPROV) E ARQUIVO DE RETORNO COM A   *
      * CONFIRMACAO OU O MOTIVO DA RECUSA      *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPEDAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADRETAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
       SELECT CADPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROV-CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEMED WITH DUPLICATES.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.
       SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUSEN-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HORAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HORAR-SALA WITH DUPLICATES.
       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COMP-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTRL-ARQUIVO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCVESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVESP-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADGUIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GUIA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COBER-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CRED-CONV WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPEDAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQENTRADA.
       01 REGPEDAG    PIC X(80).

       FD CADRETAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQSAIDA.
       01 REGRETAG    PIC X(83).

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

       FD CADPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROV.DAT".
       01 REGPROV.
          03 PROV-CPF          PIC 9(11).
          03 PROV-DATA         PIC 9(08).
          03 PROV-CANAL        PIC X(01).
          03 PROV-PEDIDO       PIC X(10).
          03 PROV-OPERADOR     PIC X(10).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOMEMED          PIC X(30).
          03 ESPEC         PIC 9(02).
          03 SEXOMED          PIC X(01).
          03 DATANASC.
             05 DIANASC        PIC 99.
             05 MESNASC        PIC 99.
             05 ANONASC        PIC 9(04).
          03 EMAILMED      PIC X(30).
          03 TELEFONEMED.
             05 DDDMED      PIC 9(02).
             05 NUMMED      PIC 9(09).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO       PIC 9(04).
          03 CNOME        PIC X(30).
          03 PLANO        PIC 9(02).

       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
       01 REGAUSEN.
          03 AUSEN-CHAVE.
             05 AUSEN-CRM         PIC 9(06).
             05 AUSEN-DATAINI     PIC 9(08).
          03 AUSEN-DATAFIM        PIC 9(08).
          03 AUSEN-MOTIVO         PIC X(30).

       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAR.DAT".
       01 REGHORAR.
          03 HORAR-CHAVE.
             05 HORAR-CRM         PIC 9(06).
             05 HORAR-DIASEM      PIC 9(01).
          03 HORAR-HORAINI        PIC 9(04).
          03 HORAR-HORAFIM        PIC 9(04).
          03 HORAR-INTERV         PIC 9(03).
          03 HORAR-SALA           PIC 9(03).
          03 HORAR-UNIDADE        PIC 9(02).

       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       01 REGFERIA.
          03 FERIA-CHAVE.
             05 FERIA-DATA        PIC 9(08).
             05 FERIA-UNIDADE     PIC 9(02).
          03 FERIA-DESCR          PIC X(30).

       FD CADCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMP.DAT".
       01 REGCOMP.
          03 COMP-CHAVE.
             05 COMP-ANO          PIC 9(04).
             05 COMP-MES          PIC 9(02).
          03 COMP-SITU            PIC X(01).
          03 COMP-DATA            PIC 9(08).
          03 COMP-OPERADOR        PIC X(10).

       FD CADCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
          03 CTRL-ARQUIVO      PIC X(12).
          03 CTRL-QTDREG       PIC 9(06).
          03 CTRL-DATA         PIC 9(08).
          03 CTRL-HORA         PIC 9(06).

       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT      PIC X(126).

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
          03 OPER-CODIGO       PIC X(10).
          03 OPER-NOME         PIC X(30).
          03 OPER-SENHA        PIC X(08).
          03 OPER-ATIVO        PIC X(01).
          03 OPER-NIVEL        PIC X(01).
          03 OPER-MANUT        PIC X(01).
          03 OPER-EXCLUI       PIC X(01).
          03 OPER-SOREL        PIC X(01).
          03 OPER-UNIDADE      PIC 9(02).

       FD CADCVESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCVESP.DAT".
       01 REGCVESP.
          03 CVESP-CHAVE.
             05 CVESP-CONV        PIC 9(04).
             05 CVESP-ESPEC       PIC 9(02).
          03 CVESP-MODO           PIC X(01).

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
       01 REGGUIA.
          03 GUIA-CHAVE.
             05 GUIA-CPF          PIC 9(11).
             05 GUIA-CONV         PIC 9(04).
             05 GUIA-ESPEC        PIC 9(02).
          03 GUIA-NUMERO          PIC X(20).
          03 GUIA-SENHA           PIC X(10).
          03 GUIA-EMISSAO         PIC 9(08).
          03 GUIA-VALIDADE        PIC 9(08).
          03 GUIA-QTDAUT          PIC 9(02).

       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBER.DAT".
       01 REGCOBER.
          03 COBER-CHAVE.
             05 COBER-CONV        PIC 9(04).
             05 COBER-PLANO       PIC 9(02).
             05 COBER-ESPEC       PIC 9(02).
          03 COBER-CARENCIA       PIC 9(03).
          03 COBER-MAXANO         PIC 9(03).
          03 COBER-IDADEMIN       PIC 9(03).
          03 COBER-IDADEMAX       PIC 9(03).

       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRED-CHAVE.
             05 CRED-CRM          PIC 9(06).
             05 CRED-CONV         PIC 9(04).
          03 CRED-INICIO          PIC 9(08).
          03 CRED-FIM             PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".

       01 W-ARQENTRADA  PIC X(30) VALUE "PEDIDOS.TXT".
       01 W-ARQSAIDA    PIC X(30) VALUE "PEDIDOSRET.TXT".

      *------LAYOUT DO PEDIDO DE AGENDAMENTO---------------------------*
      *------CANAL T=TELEFONE I=INTERNET  PERIODO M=MANHA T=TARDE------*
      *------Q=QUALQUER  CRM ZERADO = QUALQUER MEDICO DA ESPECIALIDADE-*
       01 REGPEDAGWS.
          03 PED-ID         PIC X(10).
          03 PED-CANAL      PIC X(01).
          03 PED-CPF        PIC 9(11).
          03 PED-CPFX REDEFINES PED-CPF PIC X(11).
          03 PED-NOME       PIC X(30).
          03 PED-FONE.
             05 PED-DDD     PIC 9(02).
             05 PED-NUM     PIC 9(09).
          03 PED-FONEX REDEFINES PED-FONE PIC X(11).
          03 PED-ESPEC      PIC 9(02).
          03 PED-ESPECX REDEFINES PED-ESPEC PIC X(02).
          03 PED-CRM        PIC 9(06).
          03 PED-CRMX REDEFINES PED-CRM PIC X(06).
          03 PED-DATA.
             05 PED-DIA     PIC 9(02).
             05 PED-MES     PIC 9(02).
             05 PED-ANO     PIC 9(04).
          03 PED-DATAX REDEFINES PED-DATA PIC X(08).
          03 PED-PERIODO    PIC X(01).

      *------RETORNO PARA O CANAL: C=CONFIRMADO R=RECUSADO-------------*
       01 REGRETAGWS.
          03 RET-ID         PIC X(10).
          03 RET-CPF        PIC 9(11).
          03 RET-STATUS     PIC X(01).
          03 RET-CRM        PIC 9(06).
          03 RET-DATA       PIC 9(08).
          03 RET-HORA       PIC 9(04).
          03 RET-UNIDADE    PIC 9(02).
          03 RET-MOTIVO     PIC X(41).

       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-PEDYMD      PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(41) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-OPUNID      PIC 9(02) VALUE ZEROS.
       01 W-TEMAUSEN    PIC X(01) VALUE "S".
       01 W-TEMHORAR    PIC X(01) VALUE "S".
       01 W-TEMFERIA    PIC X(01) VALUE "S".
       01 W-TEMCOMP     PIC X(01) VALUE "S".
       01 W-TEMCVESP    PIC X(01) VALUE "S".
       01 W-TEMGUIA     PIC X(01) VALUE "S".
       01 W-TEMCOBER    PIC X(01) VALUE "S".
       01 W-TEMCRED     PIC X(01) VALUE "S".
       01 W-PACINOVO    PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-QTDMED      PIC 9(04) VALUE ZEROS.
       01 W-QTDESPEC    PIC 9(04) VALUE ZEROS.
       01 W-UNID        PIC 9(02) VALUE ZEROS.
       01 W-INTERV      PIC 9(03) VALUE ZEROS.
       01 W-PACDUP      PIC X(01) VALUE "N".

       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTCONF     PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       01 W-TOTPROV     PIC 9(06) VALUE ZEROS.

      *------DIGITO VERIFICADOR DO CPF (MESMA ROTINA DO SMP006)--------*
       01 W-CPFVAL.
          03 W-CPFNUM      PIC 9(11).
          03 W-CPFDIG REDEFINES W-CPFNUM
                            PIC 9(01) OCCURS 11 TIMES.
       01 W-CPF-I         PIC 9(02) VALUE ZEROS.
       01 W-CPF-PESO      PIC 9(02) VALUE ZEROS.
       01 W-CPF-SOMA      PIC 9(04) VALUE ZEROS.
       01 W-CPF-RESTO     PIC 9(02) VALUE ZEROS.
       01 W-CPF-DV        PIC 9(01) VALUE ZEROS.
       01 W-CPF-LIXO      PIC 9(04) VALUE ZEROS.

      *------HORARIO CANDIDATO E HORARIOS JA OCUPADOS DO MEDICO--------*
       01 W-SLOT.
          03 W-SLOT-HH     PIC 9(02).
          03 W-SLOT-MI     PIC 9(02).
       01 W-SLOTN REDEFINES W-SLOT PIC 9(04).
       01 W-SLOT-MI3    PIC 9(04) VALUE ZEROS.
       01 W-OCUPADO     PIC X(01) VALUE "N".
       01 W-OCUP-CNT    PIC 9(02) VALUE ZEROS.
       01 W-OCUP-I      PIC 9(02) VALUE ZEROS.
       01 W-OCUP-TAB.
          03 W-OCUP-HORA PIC 9(04) OCCURS 99 TIMES.

      *------CAMPOS DO CALCULO DO DIA DA SEMANA (ZELLER)---------------*
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-DS-DIA      PIC 9(02) VALUE ZEROS.
       01 W-DS-MES      PIC 9(02) VALUE ZEROS.
       01 W-DS-ANO      PIC 9(04) VALUE ZEROS.
       01 W-DS-J        PIC 9(02) VALUE ZEROS.
       01 W-DS-K        PIC 9(02) VALUE ZEROS.
       01 W-DS-T1       PIC 9(03) VALUE ZEROS.
       01 W-DS-T2       PIC 9(02) VALUE ZEROS.
       01 W-DS-T3       PIC 9(02) VALUE ZEROS.
       01 W-DS-SOMA     PIC 9(04) VALUE ZEROS.
       01 W-DS-H        PIC 9(01) VALUE ZEROS.
       01 W-DS-LIXO     PIC 9(04) VALUE ZEROS.

      *------CONSULTA DE RETORNO (30 DIAS), COMO NO SMP006-------------*
       01 W-EHRETORNO   PIC X(01) VALUE "N".
       01 W-ANTYMD      PIC 9(08) VALUE ZEROS.
       01 W-LIMYMD      PIC 9(08) VALUE ZEROS.
       01 W-LIMRET.
          05 W-LIM-DIA  PIC 9(02).
          05 W-LIM-MES  PIC 9(02).
          05 W-LIM-ANO  PIC 9(04).
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 LIXO          PIC 9(03) VALUE ZEROS.
       01 BI            PIC 9(01) VALUE ZEROS.

       01 W-CONVPAC     PIC 9(04) VALUE ZEROS.
       01 W-PLANOPAC    PIC 9(02) VALUE ZEROS.

      *------REGRAS DO CONVENIO (CREDENCIAMENTO, GUIA E COBERTURA)-----*
       01 W-CREDOK      PIC X(01) VALUE "S".
       01 W-MOTCRED     PIC X(41) VALUE SPACES.
       01 W-COBOK       PIC X(01) VALUE "S".
       01 W-GUIAOK      PIC X(01) VALUE "S".
       01 W-AVISOGUIA   PIC X(01) VALUE "N".
       01 W-IDADE       PIC 9(03) VALUE ZEROS.
       01 W-LIM-DIA3    PIC 9(03) VALUE ZEROS.
       01 W-REGMED-SV   PIC X(88) VALUE SPACES.
       01 W-CNTCONV     PIC 9(04) VALUE ZEROS.
       01 W-CNTESPEC    PIC 9(02) VALUE ZEROS.
       01 W-CNTINI      PIC 9(08) VALUE ZEROS.
       01 W-CNTFIM      PIC 9(08) VALUE ZEROS.
       01 W-CNTQTD      PIC 9(03) VALUE ZEROS.
       01 W-MENSCAR.
          03 FILLER       PIC X(30) VALUE
             "CONVENIO EM CARENCIA ATE:     ".
          03 W-MENSCAR-DT PIC X(10).
       01 W-RETFMT.
          03 W-RETFMT-DIA PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-RETFMT-MES PIC 99.
          03 FILLER       PIC X(01) VALUE "/".
          03 W-RETFMT-ANO PIC 9999.

       01 W-DESCAG.
          03 FILLER        PIC X(12) VALUE "AGENDAMENTO ".
          03 W-DESCAG-CAN  PIC X(09).
          03 FILLER        PIC X(08) VALUE " PEDIDO ".
          03 W-DESCAG-ID   PIC X(10).
       01 W-MENSFER.
          03 FILLER        PIC X(10) VALUE "FERIADO - ".
          03 W-MENSFER-DS  PIC X(30).

       01 W-CTRL-ARQ    PIC X(12) VALUE SPACES.
       01 W-CTRL-DELTA  PIC S9(06) VALUE ZERO.
       01 W-CTRLDATA    PIC 9(08) VALUE ZEROS.
       01 W-CTRLHORA.
          05 W-CTRLHORA-HMS PIC 9(06).
          05 FILLER         PIC 9(02).

       01 W-AUDDATA.
          05 W-AUDDATA-ANO   PIC 9(04).
          05 W-AUDDATA-MES   PIC 9(02).
          05 W-AUDDATA-DIA   PIC 9(02).
       01 W-AUDHORA.
          05 W-AUDHORA-HH    PIC 9(02).
          05 W-AUDHORA-MI    PIC 9(02).
          05 W-AUDHORA-SS    PIC 9(02).
          05 FILLER          PIC 9(04).
       01 REGAUDITWS.
          03 AUD-DIA         PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 AUD-MES         PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 AUD-ANO         PIC 9(04).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-HH          PIC 99.
          03 FILLER          PIC X(01) VALUE ":".
          03 AUD-MI          PIC 99.
          03 FILLER          PIC X(01) VALUE ":".
          03 AUD-SS          PIC 99.
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-OPERADOR    PIC X(10).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-PROGRAMA    PIC X(06).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-OPERACAO    PIC X(10).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-CHAVE       PIC X(15).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-ANTES       PIC X(30).
          03 FILLER          PIC X(01) VALUE " ".
          03 AUD-DEPOIS      PIC X(30).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASMP111.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** AGENDAMENTO EM LOTE - CENTRAL E ".
           05  LINE 02  COLUMN 41
               VALUE  "SITE ***".
           05  LINE 07  COLUMN 01
               VALUE  "     ARQUIVO DE PEDIDOS :".
           05  LINE 09  COLUMN 01
               VALUE  "     ARQUIVO DE RETORNO :".
           05  LINE 12  COLUMN 01
               VALUE  "     LAYOUT: PEDIDO(10) CANAL(1) T/I CPF".
           05  LINE 12  COLUMN 41
               VALUE  "(11) NOME(30) DDD(2) FONE(9)".
           05  LINE 13  COLUMN 01
               VALUE  "             ESPECIALIDADE(2) CRM(6) DAT".
           05  LINE 13  COLUMN 41
               VALUE  "A DDMMAAAA(8) PERIODO(1) M/T/Q".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TARQENTRADA
               LINE 07  COLUMN 27  PIC X(30)
               USING  W-ARQENTRADA
               HIGHLIGHT.
           05  TARQSAIDA
               LINE 09  COLUMN 27  PIC X(30)
               USING  W-ARQSAIDA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

      *------IDENTIFICACAO E AUTORIZACAO DO OPERADOR-------------------*
       R0.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO CADOPER NAO EXISTE, EXECUTE O SMP027"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMS
           ELSE
                 NEXT SENTENCE.

       R0-LOGIN.
           MOVE SPACES TO W-OPERADOR W-SENHA
           DISPLAY (23, 01) "OPERADOR:"
           ACCEPT (23, 11) W-OPERADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                CLOSE CADOPER
                GO TO ROT-FIMS.
           DISPLAY (23, 25) "SENHA:"
           ACCEPT (23, 32) W-SENHA WITH NO-ECHO
           DISPLAY (23, 01) LIMPA
           MOVE W-OPERADOR TO OPER-CODIGO
           READ CADOPER
           IF ST-ERRO = "23"
                MOVE "OPERADOR NAO CADASTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R0-LOGIN.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA ARQUIVO CADOPER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOPER
                GO TO ROT-FIMS.
           IF OPER-SENHA NOT = W-SENHA
                MOVE "SENHA INVALIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R0-LOGIN.
           IF OPER-ATIVO NOT = "S"
                MOVE "OPERADOR INATIVO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOPER
                GO TO ROT-FIMS.
           IF OPER-SOREL = "S" OR OPER-MANUT NOT = "S"
                MOVE "OPERADOR SEM PERMISSAO DE MANUTENCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADOPER
                GO TO ROT-FIMS.
           MOVE OPER-UNIDADE TO W-OPUNID
           CLOSE CADOPER.

       INC-001.
                DISPLAY TELASMP111.
       INC-OPC0.
                ACCEPT TARQENTRADA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMS.
                IF W-ARQENTRADA = SPACES
                   MOVE "PEDIDOS.TXT" TO W-ARQENTRADA.
       INC-OPC1.
                ACCEPT TARQSAIDA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-OPC0.
                IF W-ARQSAIDA = SPACES
                   MOVE "PEDIDOSRET.TXT" TO W-ARQSAIDA.
                IF W-ARQSAIDA = W-ARQENTRADA
                   MOVE "RETORNO NAO PODE SER O ARQUIVO DE PEDIDOS"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
      *
       INC-OP0.
           OPEN INPUT CADPEDAG
           IF ST-ERRO NOT = "00"
                MOVE "ARQUIVO DE PEDIDOS NAO ENCONTRADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMS.

           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPEDAG
                GO TO ROT-FIMS.

           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPEDAG CADMED
                GO TO ROT-FIMS.

           OPEN I-O CADCONS
           IF ST-ERRO = "30"
                OPEN OUTPUT CADCONS
                CLOSE CADCONS
                OPEN I-O CADCONS.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPEDAG CADMED CADCONV
                GO TO ROT-FIMS.

           OPEN I-O CADPACI
           IF ST-ERRO = "30"
                OPEN OUTPUT CADPACI
                CLOSE CADPACI
                OPEN I-O CADPACI.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPEDAG CADMED CADCONV CADCONS
                GO TO ROT-FIMS.

           OPEN I-O CADPROV
           IF ST-ERRO = "30"
                OPEN OUTPUT CADPROV
                CLOSE CADPROV
                OPEN I-O CADPROV.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPEDAG CADMED CADCONV CADCONS CADPACI
                GO TO ROT-FIMS.

           OPEN I-O CADCTRL
           IF ST-ERRO = "30"
                OPEN OUTPUT CADCTRL
                CLOSE CADCTRL
                OPEN I-O CADCTRL.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTRL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADPEDAG CADMED CADCONV CADCONS CADPACI CADPROV
                GO TO ROT-FIMS.

      *------CADASTROS DA AGENDA AINDA NAO CRIADOS NAO BLOQUEIAM-------*
      *------(SEM CADHORAR NAO HA COMO ACHAR HORARIO: TUDO RECUSADO)---*
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMAUSEN.
           OPEN INPUT CADHORAR
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMHORAR.
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMFERIA.
           OPEN INPUT CADCOMP
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMCOMP.

      *------REGRAS DO CONVENIO: SEM CADCRED NENHUM MEDICO ESTA--------*
      *------CREDENCIADO; SEM OS DEMAIS, A REGRA NAO SE APLICA---------*
           OPEN INPUT CADCVESP
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMCVESP.
           OPEN INPUT CADGUIA
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMGUIA.
           OPEN INPUT CADCOBER
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMCOBER.
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
                MOVE "N" TO W-TEMCRED.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUDIT
                 CLOSE CADAUDIT
                 OPEN EXTEND CADAUDIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN OUTPUT CADRETAG
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE RETORNO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE CADAUDIT
                GO TO ROT-FIM.

      *---------[ PROCESSA CADA PEDIDO ]--------------------------------
       LER-PED.
           READ CADPEDAG
           IF ST-ERRO NOT = "00"
                GO TO ROT-TOTAL.

           ADD 1 TO W-TOTLIDOS
           MOVE REGPEDAG TO REGPEDAGWS
           MOVE SPACES TO W-MOTIVO

           IF PED-CPFX IS NOT NUMERIC
                MOVE "CPF NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF PED-CPF = ZEROS
                MOVE "CPF NAO INFORMADO" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF PED-FONEX IS NOT NUMERIC
                MOVE ZEROS TO PED-FONE.
           IF PED-ESPECX IS NOT NUMERIC
                MOVE "ESPECIALIDADE NAO NUMERICA" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF PED-CRMX IS NOT NUMERIC
                MOVE "CRM NAO NUMERICO" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF PED-DATAX IS NOT NUMERIC
                MOVE "DATA NAO NUMERICA" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF PED-PERIODO NOT = "M" AND PED-PERIODO NOT = "T"
              AND PED-PERIODO NOT = "Q"
                MOVE "PERIODO DEVE SER M, T OU Q" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF PED-CRM = ZEROS AND PED-ESPEC = ZEROS
                MOVE "INFORME O CRM OU A ESPECIALIDADE" TO W-MOTIVO
                GO TO GRAVA-REJ.

           MOVE PED-CPF TO W-CPFNUM.
       PED-CPFCK1.
           MOVE 1 TO W-CPF-I.
           MOVE 10 TO W-CPF-PESO.
           MOVE ZEROS TO W-CPF-SOMA.
       PED-CPFCK1-LP.
           IF W-CPF-I > 9
              GO TO PED-CPFCK1-FIM.
           COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                 (W-CPFDIG(W-CPF-I) * W-CPF-PESO)
           SUBTRACT 1 FROM W-CPF-PESO
           ADD 1 TO W-CPF-I
           GO TO PED-CPFCK1-LP.
       PED-CPFCK1-FIM.
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-LIXO
                                   REMAINDER W-CPF-RESTO.
           IF W-CPF-RESTO < 2
              MOVE ZEROS TO W-CPF-DV
           ELSE
              COMPUTE W-CPF-DV = 11 - W-CPF-RESTO.
           IF W-CPF-DV NOT = W-CPFDIG(10)
              MOVE "CPF INVALIDO (DIGITO VERIFICADOR)" TO W-MOTIVO
              GO TO GRAVA-REJ.

       PED-CPFCK2.
           MOVE 1 TO W-CPF-I.
           MOVE 11 TO W-CPF-PESO.
           MOVE ZEROS TO W-CPF-SOMA.
       PED-CPFCK2-LP.
           IF W-CPF-I > 10
              GO TO PED-CPFCK2-FIM.
           COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                 (W-CPFDIG(W-CPF-I) * W-CPF-PESO)
           SUBTRACT 1 FROM W-CPF-PESO
           ADD 1 TO W-CPF-I
           GO TO PED-CPFCK2-LP.
       PED-CPFCK2-FIM.
           DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-LIXO
                                   REMAINDER W-CPF-RESTO.
           IF W-CPF-RESTO < 2
              MOVE ZEROS TO W-CPF-DV
           ELSE
              COMPUTE W-CPF-DV = 11 - W-CPF-RESTO.
           IF W-CPF-DV NOT = W-CPFDIG(11)
              MOVE "CPF INVALIDO (DIGITO VERIFICADOR)" TO W-MOTIVO
              GO TO GRAVA-REJ.

      *------DATA VALIDA, NAO PASSADA, FORA DE FERIADO GERAL E DE------*
      *------COMPETENCIA FECHADA---------------------------------------*
       PED-DATA-CK.
           IF PED-MES < 1 OR PED-MES > 12 OR PED-ANO < 1
                MOVE "DATA INVALIDA" TO W-MOTIVO
                GO TO GRAVA-REJ.
           MOVE PED-MES TO W-LIM-MES
           MOVE PED-ANO TO W-LIM-ANO
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF PED-DIA < 1 OR PED-DIA > W-ULTDIA
                MOVE "DATA INVALIDA" TO W-MOTIVO
                GO TO GRAVA-REJ.
           MOVE PED-ANO TO W-PEDYMD(1:4)
           MOVE PED-MES TO W-PEDYMD(5:2)
           MOVE PED-DIA TO W-PEDYMD(7:2)
           IF W-PEDYMD < W-HOJE
                MOVE "DATA JA PASSADA" TO W-MOTIVO
                GO TO GRAVA-REJ.

           IF W-TEMCOMP = "S"
                MOVE PED-ANO TO COMP-ANO
                MOVE PED-MES TO COMP-MES
                READ CADCOMP
                IF ST-ERRO = "00" AND COMP-SITU = "F"
                   MOVE "COMPETENCIA FECHADA" TO W-MOTIVO
                   GO TO GRAVA-REJ.

           IF W-TEMFERIA = "S"
                MOVE W-PEDYMD TO FERIA-DATA
                MOVE ZEROS TO FERIA-UNIDADE
                READ CADFERIA
                IF ST-ERRO = "00"
                   MOVE FERIA-DESCR TO W-MENSFER-DS
                   MOVE W-MENSFER TO W-MOTIVO
                   GO TO GRAVA-REJ.

           MOVE PED-DIA TO W-DS-DIA
           MOVE PED-MES TO W-DS-MES
           MOVE PED-ANO TO W-DS-ANO
           PERFORM CALC-DIASEM-NUC THRU CALC-DIASEM-FIM.

      *------PACIENTE NOVO EXIGE O NOME PARA O CADASTRO PROVISORIO-----*
       PED-PACI.
           MOVE "N" TO W-PACINOVO
           MOVE ZEROS TO W-CONVPAC W-PLANOPAC
           MOVE PED-CPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
                GO TO PED-CONV.
           IF ST-ERRO NOT = "23"
                MOVE "ERRO NA LEITURA ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF PED-NOME = SPACES
                MOVE "PACIENTE NAO CADASTRADO E SEM NOME" TO W-MOTIVO
                GO TO GRAVA-REJ.
           MOVE "S" TO W-PACINOVO
           GO TO PED-MEDICO.

      *------CONVENIO NAO CADASTRADO E TRATADO COMO PARTICULAR---------*
       PED-CONV.
           IF CONVENIO = ZEROS
                GO TO PED-MEDICO.
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
                MOVE CONVENIO TO W-CONVPAC
                MOVE PLANO TO W-PLANOPAC.

      *------MEDICO PEDIDO OU O PRIMEIRO DA ESPECIALIDADE COM HORARIO--*
       PED-MEDICO.
           IF PED-CRM = ZEROS
                GO TO PED-ESPEC-INI.
           MOVE PED-CRM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "MEDICO NAO CADASTRADO" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF PED-ESPEC NOT = ZEROS AND ESPEC NOT = PED-ESPEC
                MOVE "MEDICO NAO ATENDE A ESPECIALIDADE" TO W-MOTIVO
                GO TO GRAVA-REJ.
           PERFORM VER-CRED THRU VER-CRED-FIM
           IF W-CREDOK = "N"
                MOVE W-MOTCRED TO W-MOTIVO
                GO TO GRAVA-REJ.
           PERFORM PROCURA-HORARIO THRU PROCURA-HORARIO-FIM
           IF W-ACHOU = "N"
                GO TO GRAVA-REJ.
           GO TO GRAVA-AGENDA.

       PED-ESPEC-INI.
           MOVE ZEROS TO W-QTDMED W-QTDESPEC
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS CRM INVALID KEY
                GO TO PED-ESPEC-FIM.
       PED-ESPEC-LER.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO PED-ESPEC-FIM.
           IF ESPEC NOT = PED-ESPEC
                GO TO PED-ESPEC-LER.
           ADD 1 TO W-QTDESPEC
           PERFORM VER-CRED THRU VER-CRED-FIM
           IF W-CREDOK = "N"
                GO TO PED-ESPEC-LER.
           ADD 1 TO W-QTDMED
           PERFORM PROCURA-HORARIO THRU PROCURA-HORARIO-FIM
           IF W-ACHOU = "S"
                GO TO GRAVA-AGENDA.
           GO TO PED-ESPEC-LER.
       PED-ESPEC-FIM.
           IF W-QTDESPEC = ZEROS
                MOVE "NENHUM MEDICO NA ESPECIALIDADE" TO W-MOTIVO
           ELSE
              IF W-QTDMED = ZEROS
                 MOVE "NENHUM MEDICO CREDENCIADO NO CONVENIO"
                                                         TO W-MOTIVO
              ELSE
                 IF W-QTDMED > 1
                    MOVE "SEM HORARIO LIVRE NA ESPECIALIDADE/PERIODO"
                                                         TO W-MOTIVO.
           GO TO GRAVA-REJ.

      *---------[ GRAVA A CONSULTA NO HORARIO ENCONTRADO ]--------------
       GRAVA-AGENDA.
           PERFORM VER-RETORNO THRU VER-RETORNO-FIM
           PERFORM VER-COBER THRU VER-COBER-FIM
           IF W-COBOK = "N"
                GO TO GRAVA-REJ.

           IF W-PACINOVO = "N"
                GO TO GRAVA-AGENDA-CONS.
           MOVE SPACES TO REGPACI
           MOVE PED-CPF TO CPF
           MOVE PED-NOME TO NOME
           MOVE ZEROS TO NASCIMENTO CEPPACI NUMLOGRA UF CONVENIO
                         VALIDCART DATAADESAO
           MOVE PED-DDD TO DDD
           MOVE PED-NUM TO NUM
           WRITE REGPACI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              AND ST-ERRO NOT = "22"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF ST-ERRO NOT = "22"
                MOVE "CADPACI.DAT" TO W-CTRL-ARQ
                MOVE 1 TO W-CTRL-DELTA
                PERFORM ATU-CTRL
                MOVE "INCLUSAO" TO AUD-OPERACAO
                MOVE PED-CPF TO AUD-CHAVE
                MOVE SPACES TO AUD-ANTES
                MOVE "PACIENTE PROVISORIO" TO AUD-DEPOIS
                PERFORM GRAVA-AUDIT.

           MOVE PED-CPF TO PROV-CPF
           MOVE W-HOJE TO PROV-DATA
           MOVE PED-CANAL TO PROV-CANAL
           MOVE PED-ID TO PROV-PEDIDO
           MOVE W-OPERADOR TO PROV-OPERADOR
           WRITE REGPROV
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              AND ST-ERRO NOT = "22"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPROV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           ADD 1 TO W-TOTPROV.

      *------CONVENIO/PLANO CONGELADOS NA GRAVACAO, COMO NO SMP006-----*
       GRAVA-AGENDA-CONS.
           MOVE ZEROS TO CONVCONS PLANOCONS
           IF W-CONVPAC NOT = ZEROS
                MOVE W-CONVPAC TO CODIGO
                READ CADCONV
                IF ST-ERRO = "00"
                   MOVE W-CONVPAC TO CONVCONS
                   MOVE PLANO TO PLANOCONS.

           MOVE PED-CPF TO PACI-CPF
           MOVE PED-DATA TO DATACONSULTA
           MOVE W-SLOT TO HORACONSULTA
           MOVE CRM TO CODMEDICO
           MOVE SPACES TO CODIGO-DOENCA DESCRICAO2
           IF PED-CANAL = "I"
                MOVE "INTERNET" TO W-DESCAG-CAN
           ELSE
                MOVE "TELEFONE" TO W-DESCAG-CAN.
           MOVE PED-ID TO W-DESCAG-ID
           MOVE W-DESCAG TO DESCRICAO1
           MOVE "A" TO SITUACAO
           IF W-EHRETORNO = "S"
                MOVE "S" TO RETORNO
           ELSE
                MOVE "N" TO RETORNO.
           MOVE W-UNID TO UNIDCONS
           WRITE REGCONS
           IF ST-ERRO = "22"
                MOVE "HORARIO OCUPADO DURANTE O AGENDAMENTO" TO W-MOTIVO
                GO TO GRAVA-REJ.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

           MOVE "CADCONS.DAT" TO W-CTRL-ARQ
           MOVE 1 TO W-CTRL-DELTA
           PERFORM ATU-CTRL
           MOVE "INCLUSAO" TO AUD-OPERACAO
           MOVE PED-CPF TO AUD-CHAVE
           MOVE SPACES TO AUD-ANTES
           MOVE DESCRICAO1 TO AUD-DEPOIS
           PERFORM GRAVA-AUDIT

           ADD 1 TO W-TOTCONF
           MOVE SPACES TO REGRETAGWS
           MOVE PED-ID TO RET-ID
           MOVE PED-CPF TO RET-CPF
           MOVE "C" TO RET-STATUS
           MOVE CRM TO RET-CRM
           MOVE PED-DATA TO RET-DATA
           MOVE W-SLOT TO RET-HORA
           MOVE W-UNID TO RET-UNIDADE
           IF W-PACINOVO = "S"
                MOVE "AGENDADO - TRAZER DOCUMENTOS (CADASTRO)"
                                                         TO RET-MOTIVO
           ELSE
              IF W-EHRETORNO = "S"
                 MOVE "AGENDADO - CONSULTA DE RETORNO" TO RET-MOTIVO
              ELSE
                 IF W-AVISOGUIA = "S"
                    MOVE "AGENDADO - TRAZER A GUIA DO CONVENIO"
                                                         TO RET-MOTIVO
                 ELSE
                    MOVE "AGENDADO" TO RET-MOTIVO.
           WRITE REGRETAG FROM REGRETAGWS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DE RETORNO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-PED.

      *------PEDIDO RECUSADO: VOLTA AO CANAL COM O MOTIVO--------------*
       GRAVA-REJ.
           ADD 1 TO W-TOTREJ
           MOVE SPACES TO REGRETAGWS
           MOVE PED-ID TO RET-ID
           IF PED-CPFX IS NUMERIC
                MOVE PED-CPF TO RET-CPF
           ELSE
                MOVE ZEROS TO RET-CPF.
           MOVE "R" TO RET-STATUS
           MOVE ZEROS TO RET-CRM RET-DATA RET-HORA RET-UNIDADE
           MOVE W-MOTIVO TO RET-MOTIVO
           WRITE REGRETAG FROM REGRETAGWS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DE RETORNO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           GO TO LER-PED.

      *---------[ TOTAIS DO LOTE ]--------------------------------------
       ROT-TOTAL.
           CLOSE CADRETAG
           DISPLAY (15, 06) "PEDIDOS LIDOS:"
           DISPLAY (15, 21) W-TOTLIDOS
           DISPLAY (16, 06) "AGENDADOS:"
           DISPLAY (16, 17) W-TOTCONF
           DISPLAY (16, 26) "RECUSADOS:"
           DISPLAY (16, 37) W-TOTREJ
           DISPLAY (17, 06) "PACIENTES PROVISORIOS:"
           DISPLAY (17, 29) W-TOTPROV
           MOVE "*** LOTE CONCLUIDO, ENVIE O RETORNO AO CANAL ***"
                                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------PRIMEIRO HORARIO LIVRE DO MEDICO (CADMED) NA DATA E-------*
      *------PERIODO DO PEDIDO. NAO ACHANDO, DEIXA O MOTIVO------------*
       PROCURA-HORARIO.
           MOVE "N" TO W-ACHOU
           IF W-TEMAUSEN = "N"
                GO TO PROCURA-HORAR.
           MOVE CRM TO AUSEN-CRM
           MOVE ZEROS TO AUSEN-DATAINI
           START CADAUSEN KEY IS NOT LESS AUSEN-CHAVE INVALID KEY
                GO TO PROCURA-HORAR.
       PROCURA-AUSEN.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO PROCURA-HORAR.
           IF AUSEN-CRM NOT = CRM
                GO TO PROCURA-HORAR.
           IF W-PEDYMD < AUSEN-DATAINI OR W-PEDYMD > AUSEN-DATAFIM
                GO TO PROCURA-AUSEN.
           MOVE "MEDICO AUSENTE NA DATA" TO W-MOTIVO
           GO TO PROCURA-HORARIO-FIM.

       PROCURA-HORAR.
           IF W-TEMHORAR = "N"
                MOVE "MEDICO SEM HORARIO CADASTRADO" TO W-MOTIVO
                GO TO PROCURA-HORARIO-FIM.
           MOVE CRM TO HORAR-CRM
           MOVE W-DIASEM TO HORAR-DIASEM
           READ CADHORAR
           IF ST-ERRO NOT = "00"
                MOVE "MEDICO NAO ATENDE NESTE DIA DA SEMANA" TO W-MOTIVO
                GO TO PROCURA-HORARIO-FIM.
           IF W-OPUNID NOT = ZEROS AND HORAR-UNIDADE NOT = ZEROS
              AND HORAR-UNIDADE NOT = W-OPUNID
                MOVE "MEDICO ATENDE EM OUTRA UNIDADE NESTE DIA"
                                                         TO W-MOTIVO
                GO TO PROCURA-HORARIO-FIM.
           MOVE W-OPUNID TO W-UNID
           IF HORAR-UNIDADE NOT = ZEROS
                MOVE HORAR-UNIDADE TO W-UNID.

      *------FERIADO SO DA UNIDADE EM QUE A CONSULTA SERA FEITA--------*
           IF W-UNID NOT = ZEROS AND W-TEMFERIA = "S"
                MOVE W-PEDYMD TO FERIA-DATA
                MOVE W-UNID TO FERIA-UNIDADE
                READ CADFERIA
                IF ST-ERRO = "00"
                   MOVE FERIA-DESCR TO W-MENSFER-DS
                   MOVE W-MENSFER TO W-MOTIVO
                   GO TO PROCURA-HORARIO-FIM.

      *------HORARIOS JA OCUPADOS DO MEDICO NO DIA (COMO O R9B)--------*
           MOVE ZEROS TO W-OCUP-CNT
           MOVE "N" TO W-PACDUP
           MOVE CRM TO CODMEDICO
           START CADCONS KEY IS NOT LESS CODMEDICO INVALID KEY
                GO TO PROCURA-SLOT-INI.
       PROCURA-OCUP.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO PROCURA-SLOT-INI.
           IF CODMEDICO NOT = CRM
                GO TO PROCURA-SLOT-INI.
           IF DATACONSULTA NOT = PED-DATA
                GO TO PROCURA-OCUP.
           IF SITUACAO = "C" OR SITUACAO = "F"
                GO TO PROCURA-OCUP.
           IF PACI-CPF = PED-CPF
                MOVE "S" TO W-PACDUP.
           IF W-OCUP-CNT < 99
                ADD 1 TO W-OCUP-CNT
                MOVE HORACONSULTA TO W-OCUP-HORA(W-OCUP-CNT).
           GO TO PROCURA-OCUP.

       PROCURA-SLOT-INI.
           IF W-PACDUP = "S"
                MOVE "PACIENTE JA AGENDADO COM O MEDICO NA DATA"
                                                         TO W-MOTIVO
                GO TO PROCURA-HORARIO-FIM.
           MOVE HORAR-INTERV TO W-INTERV
           IF W-INTERV = ZEROS
                MOVE 30 TO W-INTERV.
           MOVE HORAR-HORAINI TO W-SLOTN.

       PROCURA-SLOT.
           IF W-SLOTN NOT < HORAR-HORAFIM
                MOVE "SEM HORARIO LIVRE NO PERIODO" TO W-MOTIVO
                GO TO PROCURA-HORARIO-FIM.
           IF PED-PERIODO = "M" AND W-SLOTN NOT < 1200
                MOVE "SEM HORARIO LIVRE NO PERIODO" TO W-MOTIVO
                GO TO PROCURA-HORARIO-FIM.
           IF PED-PERIODO = "T" AND W-SLOTN < 1200
                GO TO PROCURA-SLOT-PROX.

           MOVE "N" TO W-OCUPADO
           MOVE 1 TO W-OCUP-I.
       PROCURA-SLOT-CMP.
           IF W-OCUP-I > W-OCUP-CNT
                GO TO PROCURA-SLOT-PAC.
           IF W-OCUP-HORA(W-OCUP-I) = W-SLOTN
                MOVE "S" TO W-OCUPADO.
           ADD 1 TO W-OCUP-I
           GO TO PROCURA-SLOT-CMP.

      *------PACIENTE JA TEM CONSULTA NESSE HORARIO COM OUTRO MEDICO---*
       PROCURA-SLOT-PAC.
           IF W-OCUPADO = "S"
                GO TO PROCURA-SLOT-PROX.
           MOVE PED-CPF TO PACI-CPF
           MOVE PED-DATA TO DATACONSULTA
           MOVE W-SLOT TO HORACONSULTA
           READ CADCONS
           IF ST-ERRO = "00"
                GO TO PROCURA-SLOT-PROX.
           MOVE "S" TO W-ACHOU
           GO TO PROCURA-HORARIO-FIM.

       PROCURA-SLOT-PROX.
           COMPUTE W-SLOT-MI3 = W-SLOT-MI + W-INTERV.
       PROCURA-SLOT-AJ.
           IF W-SLOT-MI3 > 59
                SUBTRACT 60 FROM W-SLOT-MI3
                ADD 1 TO W-SLOT-HH
                GO TO PROCURA-SLOT-AJ.
           MOVE W-SLOT-MI3 TO W-SLOT-MI
           IF W-SLOT-HH > 23
                MOVE "SEM HORARIO LIVRE NO PERIODO" TO W-MOTIVO
                GO TO PROCURA-HORARIO-FIM.
           GO TO PROCURA-SLOT.
       PROCURA-HORARIO-FIM.
           EXIT.

      *------CONSULTA DE RETORNO: MESMO MEDICO EM ATE 30 DIAS----------*
       VER-RETORNO.
           MOVE "N" TO W-EHRETORNO
           MOVE PED-CPF TO PACI-CPF
           MOVE ZEROS TO DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                GO TO VER-RETORNO-FIM.
       VER-RETORNO-LER.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO VER-RETORNO-FIM.
           IF PACI-CPF NOT = PED-CPF
                GO TO VER-RETORNO-FIM.
           IF CODMEDICO NOT = CRM
                GO TO VER-RETORNO-LER.
           IF SITUACAO = "C" OR SITUACAO = "F"
                GO TO VER-RETORNO-LER.
           MOVE ANOCONS TO W-ANTYMD(1:4)
           MOVE MESCONS TO W-ANTYMD(5:2)
           MOVE DIACONS TO W-ANTYMD(7:2)
           IF W-ANTYMD > W-PEDYMD
                GO TO VER-RETORNO-LER.
           MOVE DIACONS TO W-LIM-DIA
           MOVE MESCONS TO W-LIM-MES
           MOVE ANOCONS TO W-LIM-ANO
           ADD 30 TO W-LIM-DIA.
       VER-RETORNO-AJ.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-LIM-DIA > W-ULTDIA
                SUBTRACT W-ULTDIA FROM W-LIM-DIA
                ADD 1 TO W-LIM-MES
                IF W-LIM-MES > 12
                   MOVE 01 TO W-LIM-MES
                   ADD 1 TO W-LIM-ANO
                   GO TO VER-RETORNO-AJ
                ELSE
                   GO TO VER-RETORNO-AJ.
           MOVE W-LIM-ANO TO W-LIMYMD(1:4)
           MOVE W-LIM-MES TO W-LIMYMD(5:2)
           MOVE W-LIM-DIA TO W-LIMYMD(7:2)
           IF W-PEDYMD > W-LIMYMD
                GO TO VER-RETORNO-LER.
           MOVE "S" TO W-EHRETORNO.
       VER-RETORNO-FIM.
           EXIT.

      *------CREDENCIAMENTO DO MEDICO (CADMED) NO CONVENIO DO----------*
      *------PACIENTE, VIGENTE NA DATA DO PEDIDO, COMO NO SMP006-------*
       VER-CRED.
           MOVE "S" TO W-CREDOK
           IF W-CONVPAC = ZEROS
                GO TO VER-CRED-FIM.
           MOVE "N" TO W-CREDOK
           MOVE "MEDICO NAO CREDENCIADO NO CONVENIO" TO W-MOTCRED
           IF W-TEMCRED = "N"
                GO TO VER-CRED-FIM.
           MOVE CRM TO CRED-CRM
           MOVE W-CONVPAC TO CRED-CONV
           READ CADCRED
           IF ST-ERRO NOT = "00"
                GO TO VER-CRED-FIM.
           IF W-PEDYMD < CRED-INICIO OR
              (CRED-FIM NOT = ZEROS AND W-PEDYMD > CRED-FIM)
                MOVE "CREDENCIAMENTO DO MEDICO FORA DA VIGENCIA"
                                                         TO W-MOTCRED
                GO TO VER-CRED-FIM.
           MOVE "S" TO W-CREDOK.
       VER-CRED-FIM.
           EXIT.

      *------REGRAS DO CONVENIO NO NOVO AGENDAMENTO, COMO NO SMP006----*
      *------GUIA DA ESPECIALIDADE, VALIDADE DA CARTEIRA, CARENCIA,----*
      *------IDADE E LIMITE ANUAL. RETORNO NAO PASSA POR ELAS----------*
       VER-COBER.
           MOVE "S" TO W-COBOK
           MOVE "N" TO W-AVISOGUIA
           IF W-CONVPAC = ZEROS OR W-EHRETORNO = "S"
                GO TO VER-COBER-FIM.

      *------SEM GUIA VALIDA: MODO A AVISA NO RETORNO, MODO B RECUSA---*
      *------(O PACIENTE TRAZ A GUIA E AGENDA NA RECEPCAO)-------------*
           IF W-TEMCVESP = "N"
                GO TO VER-COBER-CART.
           MOVE W-CONVPAC TO CVESP-CONV
           MOVE ESPEC TO CVESP-ESPEC
           READ CADCVESP
           IF ST-ERRO NOT = "00"
                GO TO VER-COBER-CART.
           PERFORM VALIDA-GUIA THRU VALIDA-GUIA-FIM
           IF W-GUIAOK = "S"
                GO TO VER-COBER-CART.
           IF CVESP-MODO = "B"
                MOVE "N" TO W-COBOK
                MOVE "CONVENIO EXIGE GUIA - TRAZER NA RECEPCAO"
                                                         TO W-MOTIVO
                GO TO VER-COBER-FIM.
           MOVE "S" TO W-AVISOGUIA.

       VER-COBER-CART.
           MOVE "N" TO W-COBOK
           IF VALIDCART NOT = ZEROS AND W-PEDYMD > VALIDCART
                MOVE "CARTEIRA DO CONVENIO VENCIDA NA DATA" TO W-MOTIVO
                GO TO VER-COBER-FIM.
           IF W-TEMCOBER = "N"
                GO TO VER-COBER-OK.

      *------REGRA DO PLANO OU, NA FALTA, A DO PLANO 00 (TODOS)--------*
           MOVE W-CONVPAC TO COBER-CONV
           MOVE W-PLANOPAC TO COBER-PLANO
           MOVE ESPEC TO COBER-ESPEC
           READ CADCOBER
           IF ST-ERRO = "00"
                GO TO VER-COBER-CAR.
           MOVE ZEROS TO COBER-PLANO
           READ CADCOBER
           IF ST-ERRO NOT = "00"
                GO TO VER-COBER-OK.

       VER-COBER-CAR.
           IF COBER-CARENCIA = ZEROS OR DATAADESAO = ZEROS
                GO TO VER-COBER-IDADE.
           MOVE DATAADESAO(7:2) TO W-LIM-DIA
           MOVE DATAADESAO(5:2) TO W-LIM-MES
           MOVE DATAADESAO(1:4) TO W-LIM-ANO
           MOVE W-LIM-DIA TO W-LIM-DIA3
           ADD COBER-CARENCIA TO W-LIM-DIA3
           PERFORM COB-LIMITE-AJ THRU COB-LIMITE-FIM
           MOVE W-LIM-ANO TO W-LIMYMD(1:4)
           MOVE W-LIM-MES TO W-LIMYMD(5:2)
           MOVE W-LIM-DIA TO W-LIMYMD(7:2)
           IF W-PEDYMD NOT < W-LIMYMD
                GO TO VER-COBER-IDADE.
           MOVE W-LIM-DIA TO W-RETFMT-DIA
           MOVE W-LIM-MES TO W-RETFMT-MES
           MOVE W-LIM-ANO TO W-RETFMT-ANO
           MOVE W-RETFMT TO W-MENSCAR-DT
           MOVE W-MENSCAR TO W-MOTIVO
           GO TO VER-COBER-FIM.

       VER-COBER-IDADE.
           IF COBER-IDADEMIN = ZEROS AND COBER-IDADEMAX = ZEROS
                GO TO VER-COBER-ANO.
           IF ANO = ZEROS OR ANO > PED-ANO
                GO TO VER-COBER-ANO.
           COMPUTE W-IDADE = PED-ANO - ANO
           IF PED-MES < MES OR (PED-MES = MES AND PED-DIA < DIA)
                IF W-IDADE > ZEROS
                   SUBTRACT 1 FROM W-IDADE.
           IF W-IDADE < COBER-IDADEMIN OR
              (COBER-IDADEMAX NOT = ZEROS AND W-IDADE > COBER-IDADEMAX)
                MOVE "IDADE DO PACIENTE FORA DA COBERTURA" TO W-MOTIVO
                GO TO VER-COBER-FIM.

       VER-COBER-ANO.
           IF COBER-MAXANO = ZEROS
                GO TO VER-COBER-OK.
           MOVE W-CONVPAC TO W-CNTCONV
           MOVE ESPEC TO W-CNTESPEC
           MOVE PED-ANO TO W-CNTINI(1:4)
           MOVE "0101" TO W-CNTINI(5:4)
           MOVE PED-ANO TO W-CNTFIM(1:4)
           MOVE "1231" TO W-CNTFIM(5:4)
           PERFORM CONTA-CONS THRU CONTA-CONS-FIM
           IF W-CNTQTD NOT < COBER-MAXANO
                MOVE "LIMITE ANUAL DE CONSULTAS ATINGIDO" TO W-MOTIVO
                GO TO VER-COBER-FIM.
       VER-COBER-OK.
           MOVE "S" TO W-COBOK.
       VER-COBER-FIM.
           EXIT.

      *------GUIA DO PACIENTE: VIGENCIA NA DATA E SALDO DE CONSULTAS---*
       VALIDA-GUIA.
           MOVE "N" TO W-GUIAOK
           IF W-TEMGUIA = "N"
                GO TO VALIDA-GUIA-FIM.
           MOVE PED-CPF TO GUIA-CPF
           MOVE W-CONVPAC TO GUIA-CONV
           MOVE ESPEC TO GUIA-ESPEC
           READ CADGUIA
           IF ST-ERRO NOT = "00"
                GO TO VALIDA-GUIA-FIM.
           IF W-PEDYMD < GUIA-EMISSAO OR W-PEDYMD > GUIA-VALIDADE
                GO TO VALIDA-GUIA-FIM.
           MOVE W-CONVPAC TO W-CNTCONV
           MOVE ESPEC TO W-CNTESPEC
           MOVE GUIA-EMISSAO TO W-CNTINI
           MOVE GUIA-VALIDADE TO W-CNTFIM
           PERFORM CONTA-CONS THRU CONTA-CONS-FIM
           IF W-CNTQTD < GUIA-QTDAUT
                MOVE "S" TO W-GUIAOK.
       VALIDA-GUIA-FIM.
           EXIT.

      *------CONTA AS CONSULTAS DO PACIENTE NO CONVENIO W-CNTCONV E----*
      *------ESPECIALIDADE W-CNTESPEC ENTRE W-CNTINI E W-CNTFIM, SEM---*
      *------CANCELADAS, FALTAS E RETORNOS-----------------------------*
       CONTA-CONS.
           MOVE REGMED TO W-REGMED-SV
           MOVE ZEROS TO W-CNTQTD
           MOVE PED-CPF TO PACI-CPF
           MOVE ZEROS TO DATACONSULTA HORACONSULTA
           START CADCONS KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                GO TO CONTA-CONS-VOLTA.

       CONTA-CONS-LER.
           READ CADCONS NEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                GO TO CONTA-CONS-VOLTA.
           IF PACI-CPF NOT = PED-CPF
                GO TO CONTA-CONS-VOLTA.
           IF SITUACAO = "C" OR SITUACAO = "F"
                GO TO CONTA-CONS-LER.
           IF CONVCONS NOT = W-CNTCONV OR RETORNO = "S"
                GO TO CONTA-CONS-LER.
           MOVE ANOCONS TO W-ANTYMD(1:4)
           MOVE MESCONS TO W-ANTYMD(5:2)
           MOVE DIACONS TO W-ANTYMD(7:2)
           IF W-ANTYMD < W-CNTINI OR W-ANTYMD > W-CNTFIM
                GO TO CONTA-CONS-LER.
           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO = "00" AND ESPEC = W-CNTESPEC
                ADD 1 TO W-CNTQTD.
           GO TO CONTA-CONS-LER.

       CONTA-CONS-VOLTA.
           MOVE W-REGMED-SV TO REGMED.
       CONTA-CONS-FIM.
           EXIT.

      *------SOMA DE DIAS: A CARENCIA PODE PASSAR DE 99, POR ISSO------*
      *------O ACUMULO E FEITO EM TRES DIGITOS-------------------------*
       COB-LIMITE-AJ.
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-LIM-DIA3 NOT > W-ULTDIA
                MOVE W-LIM-DIA3 TO W-LIM-DIA
                GO TO COB-LIMITE-FIM.
           SUBTRACT W-ULTDIA FROM W-LIM-DIA3
           ADD 1 TO W-LIM-MES
           IF W-LIM-MES > 12
                MOVE 01 TO W-LIM-MES
                ADD 1 TO W-LIM-ANO.
           GO TO COB-LIMITE-AJ.
       COB-LIMITE-FIM.
           EXIT.

      *------ULTIMO DIA DO MES DE W-LIMRET-----------------------------*
       CALC-ULTDIA.
           IF W-LIM-MES = 04 OR W-LIM-MES = 06 OR W-LIM-MES = 09 OR
              W-LIM-MES = 11
                MOVE 30 TO W-ULTDIA
           ELSE
              IF W-LIM-MES = 02
                 DIVIDE W-LIM-ANO BY 4 GIVING LIXO REMAINDER BI
                 IF BI = 0
                    MOVE 29 TO W-ULTDIA
                 ELSE
                    MOVE 28 TO W-ULTDIA
              ELSE
                 MOVE 31 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
           EXIT.

      *------DIA DA SEMANA PELA CONGRUENCIA DE ZELLER------------------*
      *------1=DOMINGO ... 7=SABADO------------------------------------*
       CALC-DIASEM-NUC.
           IF W-DS-MES < 3
                ADD 12 TO W-DS-MES
                SUBTRACT 1 FROM W-DS-ANO.
           DIVIDE W-DS-ANO BY 100 GIVING W-DS-J REMAINDER W-DS-K.
           COMPUTE W-DS-T1 = 13 * (W-DS-MES + 1)
           DIVIDE W-DS-T1 BY 5 GIVING W-DS-T1
           DIVIDE W-DS-K BY 4 GIVING W-DS-T2
           DIVIDE W-DS-J BY 4 GIVING W-DS-T3
           COMPUTE W-DS-SOMA = W-DS-DIA + W-DS-T1 + W-DS-K +
                               W-DS-T2 + W-DS-T3 + (5 * W-DS-J)
           DIVIDE W-DS-SOMA BY 7 GIVING W-DS-LIXO
                                 REMAINDER W-DS-H.
           IF W-DS-H = 0
                MOVE 7 TO W-DIASEM
           ELSE
                MOVE W-DS-H TO W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.

      *------ATUALIZA O TOTAL DE REGISTROS NO CADCTRL------------------*
      *------SEM O REGISTRO, O PROGRAMA DE MANUTENCAO FAZ A CONTAGEM---*
       ATU-CTRL.
           ACCEPT W-CTRLDATA FROM DATE YYYYMMDD
           ACCEPT W-CTRLHORA FROM TIME
           MOVE W-CTRL-ARQ TO CTRL-ARQUIVO
           READ CADCTRL
           IF ST-ERRO = "00"
                ADD W-CTRL-DELTA TO CTRL-QTDREG
                MOVE W-CTRLDATA TO CTRL-DATA
                MOVE W-CTRLHORA-HMS TO CTRL-HORA
                REWRITE REGCTRL
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTRL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE ZERO TO W-CTRL-DELTA.

      *---------[ ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA ]----------
       GRAVA-AUDIT.
                ACCEPT W-AUDDATA FROM DATE YYYYMMDD
                ACCEPT W-AUDHORA FROM TIME
                MOVE W-AUDDATA-DIA TO AUD-DIA
                MOVE W-AUDDATA-MES TO AUD-MES
                MOVE W-AUDDATA-ANO TO AUD-ANO
                MOVE W-AUDHORA-HH  TO AUD-HH
                MOVE W-AUDHORA-MI  TO AUD-MI
                MOVE W-AUDHORA-SS  TO AUD-SS
                MOVE W-OPERADOR    TO AUD-OPERADOR
                MOVE "SMP111"      TO AUD-PROGRAMA
                MOVE REGAUDITWS TO REGAUDIT
                WRITE REGAUDIT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUDIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-FIM.
           CLOSE CADPEDAG CADMED CADCONV CADCONS CADPACI CADPROV
                 CADCTRL CADAUDIT.
           IF W-TEMAUSEN = "S"
                CLOSE CADAUSEN.
           IF W-TEMHORAR = "S"
                CLOSE CADHORAR.
           IF W-TEMFERIA = "S"
                CLOSE CADFERIA.
           IF W-TEMCOMP = "S"
                CLOSE CADCOMP.
           IF W-TEMCVESP = "S"
                CLOSE CADCVESP.
           IF W-TEMGUIA = "S"
                CLOSE CADGUIA.
           IF W-TEMCOBER = "S"
                CLOSE CADCOBER.
           IF W-TEMCRED = "S"
                CLOSE CADCRED.
       ROT-FIMP.
           EXIT PROGRAM.

       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
