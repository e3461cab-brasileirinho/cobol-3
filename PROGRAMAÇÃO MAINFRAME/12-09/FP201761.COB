       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201761.
       AUTHOR. LEONARDO.
      **************************************
      * PAGAMENTO MENSAL DOS REEMBOLSOS DE DESPESAS *
      **************************************
      * PAGA OS REEMBOLSOS APROVADOS (SITUACAO A DO
      * CADREEMB). FORMA F: LANCA NO CADLANVAR DA
      * COMPETENCIA A RUBRICA DO REEMBOLSO
      * (PARAMETRO 17 DO CADPARAM, PADRAO 250),
      * PROVENTO SEM INCIDENCIA DE INSS/IRRF/FGTS -
      * SE A RUBRICA NAO EXISTE E CRIADA ASSIM E SE
      * ESTIVER COM INCIDENCIA NADA VAI PARA A FOLHA.
      * SO LANCA COM A COMPETENCIA ABERTA NO
      * CADCOMPET; SENAO O REEMBOLSO FICA APROVADO
      * PARA A PROXIMA RODADA. FORMA B: CREDITO NA
      * REMESSA PROPRIA (REMREEMB, MESMO LAYOUT DO
      * FP201636) PELOS DADOS DO CADBANCO. O PAGO
      * FICA COM SITUACAO G E A COMPETENCIA DO
      * PAGAMENTO. O RELREEMB LISTA O QUE NAO FOI
      * PAGO E O TOTAL DA COMPETENCIA POR CENTRO DE
      * CUSTO E CATEGORIA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREEMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMBCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADCATDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTDCODIGO
                    FILE STATUS  IS W-STCTD.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS W-STAUX.

           SELECT CADCOMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPTCHAVE
                    FILE STATUS  IS W-STAUX.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUBCODIGO
                    FILE STATUS  IS W-STAUX.

           SELECT CADLANVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LVCHAVE
                    FILE STATUS  IS W-STLV.

           SELECT CADBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCOCHAPA
                    FILE STATUS  IS W-STBCO.

           SELECT REMREEMB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STREM.

           SELECT RELREEMB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STREL.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       01 REGREEMB.
                03 RMBCHAVE.
                   05 RMBCHAPA       PIC 9(05).
                   05 RMBSEQ         PIC 9(03).
                03 RMBCATEG          PIC 9(02).
                03 RMBDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 RMBKM             PIC 9(05).
                03 RMBVALOR          PIC 9(06)V99.
                03 RMBCOMPROV        PIC X(15).
                03 RMBDESCR          PIC X(30).
                03 RMBFORMA          PIC X(01).
                03 RMBSTATUS         PIC X(01).
                03 RMBSUPERV         PIC 9(05).
                03 RMBDTDEC          PIC 9(06).
                03 RMBMOTIVO         PIC X(20).
                03 RMBPAGMES         PIC 9(02).
                03 RMBPAGANO         PIC 9(02).
                03 RMBCDC            PIC 9(01).
                03 FILLER            PIC X(08).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 RG                PIC X(15).
                03 DATANASC.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ESTCIVIL   PIC X(01).
                03 NUMFIL     PIC 9(01).
                03 DATAADM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DATADEM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ESTATUS    PIC X(01).
                03 FUNCDEPTO  PIC 9(03).
                03 FUNCCARGO  PIC 9(03).
                03 FUNCTIPOSAL PIC X(01).
                03 FUNCSALBASE PIC 9(06)V99.
                03 FUNCCDC    PIC 9(01).
                03 FUNCESCOLARIDADE PIC 9(01).
                03 FUNCEMPRESA PIC 9(02).
                03 FILLER     PIC X(06).

       FD CADCATDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATDESP.DAT".
       01 REGCATDESP.
                03 CTDCODIGO         PIC 9(02).
                03 CTDDESCR          PIC X(25).
                03 CTDTIPO           PIC X(01).
                03 CTDVALKM          PIC 9(02)V99.
                03 CTDLIMITE         PIC 9(06)V99.
                03 CTDLIMMES         PIC 9(06)V99.
                03 FILLER            PIC X(12).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CADCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMPET.DAT".
       01 REGCOMPET.
                03 CPTCHAVE.
                   05 CPTMES         PIC 9(02).
                   05 CPTANO         PIC 9(02).
                03 CPTSTATUS         PIC X(01).
                03 CPTOPERREAB       PIC X(08).
                03 CPTMOTIVO         PIC X(30).
                03 FILLER            PIC X(17).

       FD CADRUBRICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBRICA.DAT".
       01 REGRUBRICA.
                03 RUBCODIGO        PIC 9(03).
                03 RUBDESCR         PIC X(25).
                03 RUBTIPO          PIC X(01).
                03 RUBINSS          PIC X(01).
                03 RUBIRRF          PIC X(01).
                03 RUBFGTS          PIC X(01).
                03 FILLER           PIC X(18).

       FD CADLANVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLANVAR.DAT".
       01 REGLANVAR.
                03 LVCHAVE.
                   05 LVCHAPA        PIC 9(05).
                   05 LVPERIODO.
                      07 LVMES       PIC 9(02).
                      07 LVANO       PIC 9(02).
                   05 LVRUBRICA      PIC 9(03).
                03 LVTIPO            PIC X(01).
                03 LVREFER           PIC 9(03)V99.
                03 LVVALOR           PIC 9(06)V99.
                03 LVEMPRESA         PIC 9(02).
                03 FILLER            PIC X(14).

       FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
       01 REGBANCO.
                03 BCOCHAPA         PIC 9(05).
                03 BCOBANCO         PIC 9(03).
                03 BCOAGENCIA       PIC 9(05).
                03 BCOCONTA         PIC 9(10).
                03 BCOTIPOCONTA     PIC X(01).
                03 FILLER           PIC X(16).

       FD REMREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMREEMB.DAT".
       01 REGREMREEMB PIC X(80).

       FD RELREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREEMB.DAT".
       01 REGRELREEMB PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-CDC      PIC 9(01).
          03 SW-CATEG    PIC 9(02).
          03 SW-CHAPA    PIC 9(05).
          03 SW-SEQ      PIC 9(03).
          03 SW-FORMA    PIC X(01).
          03 SW-VALOR    PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STCTD       PIC X(02) VALUE "00".
       77 W-STAUX       PIC X(02) VALUE "00".
       77 W-STLV        PIC X(02) VALUE "00".
       77 W-STBCO       PIC X(02) VALUE "00".
       77 W-STREM       PIC X(02) VALUE "00".
       77 W-STREL       PIC X(02) VALUE "00".
       77 W-TEMCTD      PIC X(01) VALUE "N".
       77 W-TEMBCO      PIC X(01) VALUE "N".
       77 W-TEMEXC      PIC X(01) VALUE "N".
       77 W-FOLHAOK     PIC X(01) VALUE "S".
       77 W-PAGOU       PIC X(01) VALUE "N".
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-MOTFOLHA    PIC X(30) VALUE SPACES.
       77 W-DL101-PROG  PIC X(08) VALUE "FP201761".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-HOJE        PIC 9(06) VALUE ZEROS.
       77 W-RUBRICA     PIC 9(03) VALUE 250.
       77 W-SOMALV      PIC 9(07)V99 VALUE ZEROS.
       77 W-CDCATU      PIC 9(01) VALUE ZEROS.
       77 W-CATATU      PIC 9(02) VALUE ZEROS.
       77 W-QTDFOLHA    PIC 9(05) VALUE ZEROS.
       77 W-QTDBANCO    PIC 9(05) VALUE ZEROS.
       77 W-QTDEXC      PIC 9(05) VALUE ZEROS.
       77 W-TOTFOLHA    PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTBANCO    PIC 9(11)V99 VALUE ZEROS.
       77 W-HASHCONTA   PIC 9(13) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
      *    ACUMULADORES DO RELATORIO: CATEGORIA, CENTRO DE CUSTO
      *    E GERAL (QUANTIDADE, FOLHA, BANCO)
       01 W-ACUMCAT.
          03 W-CATQTD      PIC 9(05).
          03 W-CATFOLHA    PIC 9(11)V99.
          03 W-CATBANCO    PIC 9(11)V99.
       01 W-ACUMCDC.
          03 W-CDCQTD      PIC 9(05).
          03 W-CDCFOLHA    PIC 9(11)V99.
          03 W-CDCBANCO    PIC 9(11)V99.
       01 W-ACUMGER.
          03 W-GERQTD      PIC 9(05).
          03 W-GERFOLHA    PIC 9(11)V99.
          03 W-GERBANCO    PIC 9(11)V99.
       01 WS-REMHEADER.
          03 FILLER        PIC X(01) VALUE "0".
          03 WS-HDRDATA    PIC 9(06).
          03 WS-HDRMES     PIC 9(02).
          03 WS-HDRANO     PIC 9(02).
          03 FILLER        PIC X(20) VALUE "REMESSA REEMBOLSO   ".
          03 FILLER        PIC X(49) VALUE SPACES.
       01 WS-REMDETALHE.
          03 FILLER        PIC X(01) VALUE "1".
          03 WS-DETCODIGO  PIC 9(05).
          03 WS-DETNOME    PIC X(30).
          03 WS-DETBANCO   PIC 9(03).
          03 WS-DETAGENCIA PIC 9(05).
          03 WS-DETCONTA   PIC 9(10).
          03 WS-DETTIPO    PIC X(01).
          03 WS-DETVALOR   PIC 9(11)V99.
          03 FILLER        PIC X(12) VALUE SPACES.
       01 WS-REMTRAILER.
          03 FILLER        PIC X(01) VALUE "9".
          03 WS-TRLQTDE    PIC 9(06).
          03 WS-TRLVALOR   PIC 9(11)V99.
          03 WS-TRLHASH    PIC 9(13).
          03 FILLER        PIC X(47) VALUE SPACES.
       01 WS-CAB1.
          03 FILLER       PIC X(40) VALUE
             "REEMBOLSO DE DESPESAS                   ".
          03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
       01 WS-CABEXC.
          03 FILLER       PIC X(44) VALUE
             "REEMBOLSOS APROVADOS NAO PAGOS NESTA RODADA:".
       01 WS-LINEXC.
          03 WS-EXCCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-EXCSEQ    PIC 9(03).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-EXCNOME   PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-EXCFORMA  PIC X(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-EXCVALOR  PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-EXCMOTIVO PIC X(30).
       01 WS-CAB2.
          03 FILLER        PIC X(50) VALUE
             "PAGOS NA COMPETENCIA POR CENTRO DE CUSTO E CATEGOR".
          03 FILLER        PIC X(02) VALUE "IA".
       01 WS-CAB3.
          03 FILLER        PIC X(45) VALUE
             "CC  CATEGORIA                     QTDE       ".
          03 FILLER        PIC X(36) VALUE
             "   FOLHA         BANCO         TOTAL".
       01 WS-LINCAT.
          03 WS-LCTCDC     PIC 9(01).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 WS-LCTCATEG   PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-LCTDESCR   PIC X(25).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-LCTQTD     PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-LCTFOLHA   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-LCTBANCO   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-LCTTOTAL   PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LINTOT.
          03 WS-LTTTEXTO   PIC X(34).
          03 WS-LTTQTD     PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-LTTFOLHA   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-LTTBANCO   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-LTTTOTAL   PIC ZZ.ZZZ.ZZ9,99.
       01 WS-TXTCDC.
          03 FILLER        PIC X(24) VALUE
             "    TOTAL CENTRO CUSTO ".
          03 WS-TXTCDCNUM  PIC 9(01).
          03 FILLER        PIC X(09) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "PAGAMENTO MENSAL DOS REEMBOLSOS DE DESPESAS"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
           ACCEPT W-HOJE FROM DATE.
           MOVE ZEROS TO W-ACUMCAT W-ACUMCDC W-ACUMGER.
      *
       INC-OP0.
           OPEN I-O CADREEMB
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADREEMB"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREEMB"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
           OPEN INPUT CADCATDESP
           IF W-STCTD = "00"
              MOVE "S" TO W-TEMCTD.
           OPEN INPUT CADBANCO
           IF W-STBCO = "00"
              MOVE "S" TO W-TEMBCO.
       INC-OP2.
      *    PARAMETRO 17 = RUBRICA DO REEMBOLSO NA FOLHA (PADRAO 250)
           OPEN INPUT CADPARAM
           IF W-STAUX NOT = "00"
              GO TO INC-OP3.
           MOVE 17 TO PRMCODIGO
           READ CADPARAM
           IF W-STAUX = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-RUBRICA.
           CLOSE CADPARAM.
       INC-OP3.
      *    FORMA F SO ENTRA NA FOLHA COM A COMPETENCIA ABERTA
           OPEN INPUT CADCOMPET
           IF W-STAUX NOT = "00"
              MOVE "N" TO W-FOLHAOK
              MOVE "COMPETENCIA NAO ABERTA" TO W-MOTFOLHA
              GO TO INC-OP4.
           MOVE W-MES TO CPTMES
           MOVE W-ANO TO CPTANO
           READ CADCOMPET
           IF W-STAUX NOT = "00"
              MOVE "N" TO W-FOLHAOK
              MOVE "COMPETENCIA NAO ABERTA" TO W-MOTFOLHA
           ELSE
              IF CPTSTATUS NOT = "A"
                 MOVE "N" TO W-FOLHAOK
                 MOVE "COMPETENCIA FECHADA" TO W-MOTFOLHA.
           CLOSE CADCOMPET.
       INC-OP4.
      *    A RUBRICA TEM DE SER PROVENTO SEM INCIDENCIAS
           IF W-FOLHAOK NOT = "S"
              GO TO INC-OP5.
           OPEN I-O CADRUBRICA
           IF W-STAUX = "30"
              OPEN OUTPUT CADRUBRICA
              CLOSE CADRUBRICA
              GO TO INC-OP4.
           IF W-STAUX NOT = "00"
              MOVE "N" TO W-FOLHAOK
              MOVE "TABELA DE RUBRICAS INDISPONIVEL" TO W-MOTFOLHA
              GO TO INC-OP5.
           MOVE W-RUBRICA TO RUBCODIGO
           READ CADRUBRICA
           IF W-STAUX = "00"
              IF RUBTIPO NOT = "P" OR RUBINSS NOT = "N"
                 OR RUBIRRF NOT = "N" OR RUBFGTS NOT = "N"
                 MOVE "N" TO W-FOLHAOK
                 MOVE "RUBRICA DO REEMBOLSO TRIBUTAVEL" TO W-MOTFOLHA
                 MOVE "RUBRICA DO REEMBOLSO COM INCIDENCIA"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STAUX
                 GO TO INC-OP4-FECHA
              ELSE
                 GO TO INC-OP4-FECHA.
           MOVE SPACES    TO REGRUBRICA
           MOVE W-RUBRICA TO RUBCODIGO
           MOVE "REEMBOLSO DE DESPESAS" TO RUBDESCR
           MOVE "P"       TO RUBTIPO
           MOVE "N"       TO RUBINSS RUBIRRF RUBFGTS
           WRITE REGRUBRICA
           IF W-STAUX NOT = "00" AND "02"
              MOVE "N" TO W-FOLHAOK
              MOVE "RUBRICA DO REEMBOLSO NAO GRAVADA" TO W-MOTFOLHA.
       INC-OP4-FECHA.
           CLOSE CADRUBRICA.
       INC-OP5.
           IF W-FOLHAOK NOT = "S"
              DISPLAY "FORMA F NAO VAI PARA A FOLHA: " W-MOTFOLHA
              GO TO INC-OP6.
           OPEN I-O CADLANVAR
           IF W-STLV = "30"
              OPEN OUTPUT CADLANVAR
              CLOSE CADLANVAR
              GO TO INC-OP5.
           IF W-STLV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLANVAR"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STLV
              MOVE "N" TO W-FOLHAOK
              MOVE "CADLANVAR INDISPONIVEL" TO W-MOTFOLHA.
       INC-OP6.
           OPEN OUTPUT REMREEMB
           IF W-STREM NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REMREEMB"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STREM
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMREEMB"
              GO TO ROT-FIMS.
       INC-OP7.
           OPEN OUTPUT RELREEMB
           IF W-STREL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELREEMB"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STREL
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREEMB"
              GO TO ROT-FIMS.
      *
           MOVE W-HOJE TO WS-HDRDATA
           MOVE W-MES  TO WS-HDRMES WS-CABMES
           MOVE W-ANO  TO WS-HDRANO WS-CABANO
           MOVE SPACES TO REGREMREEMB
           MOVE WS-REMHEADER TO REGREMREEMB
           WRITE REGREMREEMB
           MOVE SPACES  TO REGRELREEMB
           MOVE WS-CAB1 TO REGRELREEMB
           WRITE REGRELREEMB
           SORT SORTWK
               ON ASCENDING KEY SW-CDC SW-CATEG SW-CHAPA SW-SEQ
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM.
      *
           COMPUTE WS-TRLQTDE = W-QTDBANCO
           MOVE W-TOTBANCO  TO WS-TRLVALOR
           MOVE W-HASHCONTA TO WS-TRLHASH
           MOVE SPACES      TO REGREMREEMB
           MOVE WS-REMTRAILER TO REGREMREEMB
           WRITE REGREMREEMB
           COMPUTE W-CTLGRAV = W-QTDFOLHA + W-QTDBANCO
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           COMPUTE W-CTLVALOR = W-TOTFOLHA + W-TOTBANCO
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADREEMB CADFUNC REMREEMB RELREEMB
           IF W-TEMCTD = "S"
              CLOSE CADCATDESP.
           IF W-TEMBCO = "S"
              CLOSE CADBANCO.
           IF W-FOLHAOK = "S"
              CLOSE CADLANVAR.
           DISPLAY "PAGOS NA FOLHA : " W-QTDFOLHA " - " W-TOTFOLHA
           DISPLAY "PAGOS NO BANCO : " W-QTDBANCO " - " W-TOTBANCO
           DISPLAY "NAO PAGOS      : " W-QTDEXC
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - PAGA OS APROVADOS E *
      * SOLTA OS PAGOS NA COMPETENCIA (INCLU- *
      * SIVE OS DE RODADA ANTERIOR)           *
      *****************************************
       SRT-ENTRADA.
           MOVE ZEROS TO RMBCHAVE
           START CADREEMB KEY NOT < RMBCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-LOOP.
           READ CADREEMB NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF RMBSTATUS = "G" AND RMBPAGMES = W-MES
                              AND RMBPAGANO = W-ANO
              PERFORM SRT-SOLTA THRU SRT-SOLTA-FIM
              GO TO SRT-LOOP.
           IF RMBSTATUS NOT = "A"
              GO TO SRT-LOOP.
           MOVE RMBCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE SPACES TO NOME
              MOVE "FUNCIONARIO NAO CADASTRADO" TO WS-EXCMOTIVO
              PERFORM PAG-EXCECAO THRU PAG-EXCECAO-FIM
              GO TO SRT-LOOP.
           MOVE "N" TO W-PAGOU
           IF RMBFORMA = "B"
              PERFORM PAG-BANCO THRU PAG-BANCO-FIM
           ELSE
              PERFORM PAG-FOLHA THRU PAG-FOLHA-FIM.
           IF W-PAGOU NOT = "S"
              GO TO SRT-LOOP.
           MOVE "G"   TO RMBSTATUS
           MOVE W-MES TO RMBPAGMES
           MOVE W-ANO TO RMBPAGANO
           REWRITE REGREEMB
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADREEMB"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADREEMB".
           PERFORM SRT-SOLTA THRU SRT-SOLTA-FIM
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
       SRT-SOLTA.
           MOVE RMBCDC   TO SW-CDC
           MOVE RMBCATEG TO SW-CATEG
           MOVE RMBCHAPA TO SW-CHAPA
           MOVE RMBSEQ   TO SW-SEQ
           MOVE RMBFORMA TO SW-FORMA
           MOVE RMBVALOR TO SW-VALOR
           RELEASE REGSORTWK.
       SRT-SOLTA-FIM.
           EXIT.
      *
      *****************************************
      * FORMA F - SOMA NA RUBRICA DO REEMBOLSO*
      * DO CADLANVAR DA COMPETENCIA           *
      *****************************************
       PAG-FOLHA.
           IF W-FOLHAOK NOT = "S"
              MOVE W-MOTFOLHA TO WS-EXCMOTIVO
              PERFORM PAG-EXCECAO THRU PAG-EXCECAO-FIM
              GO TO PAG-FOLHA-FIM.
           IF ESTATUS = "D"
              MOVE "DEMITIDO - PAGAR POR BANCO" TO WS-EXCMOTIVO
              PERFORM PAG-EXCECAO THRU PAG-EXCECAO-FIM
              GO TO PAG-FOLHA-FIM.
           MOVE RMBCHAPA  TO LVCHAPA
           MOVE W-MES     TO LVMES
           MOVE W-ANO     TO LVANO
           MOVE W-RUBRICA TO LVRUBRICA
           READ CADLANVAR
           IF W-STLV = "00"
              GO TO PAG-FOLHA-SOMA.
           MOVE SPACES    TO REGLANVAR
           MOVE RMBCHAPA  TO LVCHAPA
           MOVE W-MES     TO LVMES
           MOVE W-ANO     TO LVANO
           MOVE W-RUBRICA TO LVRUBRICA
           MOVE "P"       TO LVTIPO
           MOVE ZEROS     TO LVREFER
           MOVE RMBVALOR  TO LVVALOR
           MOVE FUNCEMPRESA TO LVEMPRESA
           WRITE REGLANVAR
           IF W-STLV NOT = "00" AND "02"
              GO TO PAG-FOLHA-ERRO.
           GO TO PAG-FOLHA-PAGO.
       PAG-FOLHA-SOMA.
           COMPUTE W-SOMALV = LVVALOR + RMBVALOR
           IF W-SOMALV > 999999,99
              MOVE "ESTOURA O VALOR DA RUBRICA" TO WS-EXCMOTIVO
              PERFORM PAG-EXCECAO THRU PAG-EXCECAO-FIM
              GO TO PAG-FOLHA-FIM.
           MOVE W-SOMALV TO LVVALOR
           REWRITE REGLANVAR
           IF W-STLV NOT = "00" AND "02"
              GO TO PAG-FOLHA-ERRO.
       PAG-FOLHA-PAGO.
           MOVE "S" TO W-PAGOU
           ADD 1        TO W-QTDFOLHA
           ADD RMBVALOR TO W-TOTFOLHA
           GO TO PAG-FOLHA-FIM.
       PAG-FOLHA-ERRO.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLANVAR"
                          TO W-DL101-OPER
           CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                              W-STLV
           MOVE "ERRO NA GRAVACAO DO CADLANVAR" TO WS-EXCMOTIVO
           PERFORM PAG-EXCECAO THRU PAG-EXCECAO-FIM.
       PAG-FOLHA-FIM.
           EXIT.
      *
      *****************************************
      * FORMA B - CREDITO NA REMESSA          *
      *****************************************
       PAG-BANCO.
           IF W-TEMBCO NOT = "S"
              MOVE "SEM DADOS BANCARIOS" TO WS-EXCMOTIVO
              PERFORM PAG-EXCECAO THRU PAG-EXCECAO-FIM
              GO TO PAG-BANCO-FIM.
           MOVE RMBCHAPA TO BCOCHAPA
           READ CADBANCO
           IF W-STBCO NOT = "00" OR BCOCONTA = ZEROS
              MOVE "SEM DADOS BANCARIOS" TO WS-EXCMOTIVO
              PERFORM PAG-EXCECAO THRU PAG-EXCECAO-FIM
              GO TO PAG-BANCO-FIM.
           MOVE RMBCHAPA     TO WS-DETCODIGO
           MOVE NOME         TO WS-DETNOME
           MOVE BCOBANCO     TO WS-DETBANCO
           MOVE BCOAGENCIA   TO WS-DETAGENCIA
           MOVE BCOCONTA     TO WS-DETCONTA
           MOVE BCOTIPOCONTA TO WS-DETTIPO
           MOVE RMBVALOR     TO WS-DETVALOR
           MOVE SPACES       TO REGREMREEMB
           MOVE WS-REMDETALHE TO REGREMREEMB
           WRITE REGREMREEMB
           MOVE "S" TO W-PAGOU
           ADD 1        TO W-QTDBANCO
           ADD RMBVALOR TO W-TOTBANCO
           ADD BCOCONTA TO W-HASHCONTA.
       PAG-BANCO-FIM.
           EXIT.
      *
      *    REEMBOLSO QUE FICA APROVADO PARA A PROXIMA RODADA
       PAG-EXCECAO.
           IF W-TEMEXC NOT = "S"
              MOVE "S"       TO W-TEMEXC
              MOVE SPACES    TO REGRELREEMB
              WRITE REGRELREEMB
              MOVE WS-CABEXC TO REGRELREEMB
              WRITE REGRELREEMB.
           MOVE RMBCHAPA  TO WS-EXCCHAPA
           MOVE RMBSEQ    TO WS-EXCSEQ
           MOVE NOME      TO WS-EXCNOME
           MOVE RMBFORMA  TO WS-EXCFORMA
           MOVE RMBVALOR  TO WS-EXCVALOR
           MOVE SPACES    TO REGRELREEMB
           MOVE WS-LINEXC TO REGRELREEMB
           WRITE REGRELREEMB
           ADD 1 TO W-QTDEXC.
       PAG-EXCECAO-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - TOTAIS POR CATEGORIA  *
      * COM QUEBRA POR CENTRO DE CUSTO        *
      *****************************************
       SRT-SAIDA.
           MOVE SPACES  TO REGRELREEMB
           WRITE REGRELREEMB
           MOVE WS-CAB2 TO REGRELREEMB
           WRITE REGRELREEMB
           MOVE SPACES  TO REGRELREEMB
           MOVE WS-CAB3 TO REGRELREEMB
           WRITE REGRELREEMB.
       SRT-SAIDA-LE.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-ULT.
           IF W-PRIMEIRO = "S"
              MOVE "N"       TO W-PRIMEIRO
              MOVE SW-CDC    TO W-CDCATU
              MOVE SW-CATEG  TO W-CATATU.
           IF SW-CDC NOT = W-CDCATU
              PERFORM QBR-CATEG THRU QBR-CATEG-FIM
              PERFORM QBR-CDC THRU QBR-CDC-FIM
              MOVE SW-CDC    TO W-CDCATU
              MOVE SW-CATEG  TO W-CATATU
           ELSE
              IF SW-CATEG NOT = W-CATATU
                 PERFORM QBR-CATEG THRU QBR-CATEG-FIM
                 MOVE SW-CATEG TO W-CATATU.
           ADD 1 TO W-CATQTD
           IF SW-FORMA = "B"
              ADD SW-VALOR TO W-CATBANCO
           ELSE
              ADD SW-VALOR TO W-CATFOLHA.
           GO TO SRT-SAIDA-LE.
       SRT-SAIDA-ULT.
           IF W-PRIMEIRO = "N"
              PERFORM QBR-CATEG THRU QBR-CATEG-FIM
              PERFORM QBR-CDC THRU QBR-CDC-FIM.
           MOVE "TOTAL GERAL"  TO WS-LTTTEXTO
           MOVE W-GERQTD       TO WS-LTTQTD
           MOVE W-GERFOLHA     TO WS-LTTFOLHA
           MOVE W-GERBANCO     TO WS-LTTBANCO
           COMPUTE WS-LTTTOTAL = W-GERFOLHA + W-GERBANCO
           MOVE SPACES    TO REGRELREEMB
           MOVE WS-LINTOT TO REGRELREEMB
           WRITE REGRELREEMB.
       SRT-SAIDA-FIM.
           EXIT.
      *
       QBR-CATEG.
           MOVE W-CDCATU TO WS-LCTCDC
           MOVE W-CATATU TO WS-LCTCATEG
           MOVE SPACES   TO WS-LCTDESCR
           IF W-TEMCTD = "S"
              MOVE W-CATATU TO CTDCODIGO
              READ CADCATDESP
              IF W-STCTD = "00"
                 MOVE CTDDESCR TO WS-LCTDESCR.
           MOVE W-CATQTD   TO WS-LCTQTD
           MOVE W-CATFOLHA TO WS-LCTFOLHA
           MOVE W-CATBANCO TO WS-LCTBANCO
           COMPUTE WS-LCTTOTAL = W-CATFOLHA + W-CATBANCO
           MOVE SPACES     TO REGRELREEMB
           MOVE WS-LINCAT  TO REGRELREEMB
           WRITE REGRELREEMB
           ADD W-CATQTD    TO W-CDCQTD
           ADD W-CATFOLHA  TO W-CDCFOLHA
           ADD W-CATBANCO  TO W-CDCBANCO
           MOVE ZEROS TO W-ACUMCAT.
       QBR-CATEG-FIM.
           EXIT.
      *
       QBR-CDC.
           MOVE W-CDCATU   TO WS-TXTCDCNUM
           MOVE WS-TXTCDC  TO WS-LTTTEXTO
           MOVE W-CDCQTD   TO WS-LTTQTD
           MOVE W-CDCFOLHA TO WS-LTTFOLHA
           MOVE W-CDCBANCO TO WS-LTTBANCO
           COMPUTE WS-LTTTOTAL = W-CDCFOLHA + W-CDCBANCO
           MOVE SPACES     TO REGRELREEMB
           MOVE WS-LINTOT  TO REGRELREEMB
           WRITE REGRELREEMB
           MOVE SPACES     TO REGRELREEMB
           WRITE REGRELREEMB
           ADD W-CDCQTD    TO W-GERQTD
           ADD W-CDCFOLHA  TO W-GERFOLHA
           ADD W-CDCBANCO  TO W-GERBANCO
           MOVE ZEROS TO W-ACUMCDC.
       QBR-CDC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMS.
           STOP RUN.
