       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201768.
       AUTHOR. LEONARDO.
      **************************************
      * VIRADA DO ANO - PREPARACAO DO ANO SEGUINTE *
      **************************************
      * RODA PELO DIRETOR DO FLUXO (FP201721) NO FIM
      * DO ANO E DEIXA PRONTO O ANO DA VIRADA:
      *   - GERA NO CADFERIADO OS FERIADOS NACIONAIS
      *     FIXOS E OS MOVEIS (CARNAVAL, SEXTA-FEIRA
      *     SANTA E CORPUS CHRISTI, PELA DATA DA
      *     PASCOA) COMO RASCUNHO (FRDSITUACAO R), QUE
      *     SO VALEM DEPOIS DE CONFIRMADOS NO FP201711.
      *     DATA JA CADASTRADA NO ANO OU COMO FERIADO
      *     FIXO (ANO 0000) NAO E GERADA DE NOVO
      *   - CRIA AS 12 COMPETENCIAS NO CADCOMPET
      *     (ABERTAS); A QUE JA EXISTE FICA COMO ESTA
      *   - CONFERE SE CADINSS E CADIRRF TEM FAIXAS
      *     COM VIGENCIA EM JANEIRO DO ANO DA VIRADA
      *   - LISTA OS CREDITOS DO BANCO DE HORAS QUE
      *     VENCEM NO FECHAMENTO DE JANEIRO (FP201696)
      *     E OS FERIADOS ESTADUAIS/DA EMPRESA DO ANO
      *     ANTERIOR AINDA SEM DATA NO ANO DA VIRADA
      * TUDO O QUE FOI FEITO E O QUE FICOU PENDENTE
      * SAI NO RELVIRADA. SEM TABELA DE IMPOSTO
      * VIGENTE EM 01/01 A VIRADA NAO E DADA COMO
      * CONCLUIDA (ERRO NO DL101 E SEM REGISTRO DE
      * CONTROLE), E O DIRETOR PARA O FLUXO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRDCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCOMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPTCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADINSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FXICHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADIRRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FXRCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BHCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BHCHAPA
                               WITH DUPLICATES.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT RELVIRADA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
                03 FRDCHAVE.
                   05 FRDDIA        PIC 9(02).
                   05 FRDMES        PIC 9(02).
                   05 FRDANO        PIC 9(04).
                03 FRDTIPO          PIC X(01).
                03 FRDDESCR         PIC X(30).
                03 FRDSITUACAO      PIC X(01).
                03 FILLER           PIC X(08).

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

       FD CADINSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINSS.DAT".
       01 REGFXINSS.
                03 FXICHAVE.
                   05 FXIVIG        PIC 9(04).
                   05 FXINUM        PIC 9(02).
                03 FXIVALINI        PIC 9(06)V99.
                03 FXIVALFIM        PIC 9(06)V99.
                03 FXIALIQ          PIC 9(02)V99.
                03 FXIDEDUZ         PIC 9(06)V99.
                03 FILLER           PIC X(16).

       FD CADIRRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIRRF.DAT".
       01 REGFXIRRF.
                03 FXRCHAVE.
                   05 FXRVIG        PIC 9(04).
                   05 FXRNUM        PIC 9(02).
                03 FXRVALINI        PIC 9(06)V99.
                03 FXRVALFIM        PIC 9(06)V99.
                03 FXRALIQ          PIC 9(02)V99.
                03 FXRDEDUZ         PIC 9(06)V99.
                03 FILLER           PIC X(16).

       FD CADBHORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBHORAS.DAT".
       01 REGBHORAS.
                03 BHCHAVE.
                   05 BHCHAPA        PIC 9(05).
                   05 BHSEQ          PIC 9(04).
                03 BHTIPO            PIC X(01).
                03 BHMES             PIC 9(02).
                03 BHANO             PIC 9(02).
                03 BHHORAS           PIC 9(03).
                03 BHORIGEM          PIC X(01).
                03 FILLER            PIC X(14).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD RELVIRADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVIRADA.DAT".
       01 REGRELVIRADA PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201768".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-TEMBH       PIC X(01) VALUE "N".
       77 W-TEMINSS     PIC X(01) VALUE "N".
       77 W-TEMIRRF     PIC X(01) VALUE "N".
       77 W-INSSOK      PIC X(01) VALUE "N".
       77 W-IRRFOK      PIC X(01) VALUE "N".
       77 W-ANOINF      PIC 9(04) VALUE ZEROS.
       77 W-ANOVIR      PIC 9(04) VALUE ZEROS.
       77 W-ANOANT      PIC 9(04) VALUE ZEROS.
       77 W-AA          PIC 9(02) VALUE ZEROS.
       77 W-VIGJAN      PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO    PIC X(01) VALUE "N".
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-RESTO       PIC 9(04) VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-IMES        PIC 9(02) COMP VALUE ZEROS.
       77 W-GDIA        PIC 9(02) VALUE ZEROS.
       77 W-GMES        PIC 9(02) VALUE ZEROS.
       77 W-GTIPO       PIC X(01) VALUE SPACES.
       77 W-GDESCR      PIC X(30) VALUE SPACES.
       77 W-PDOY        PIC 9(03) VALUE ZEROS.
       77 W-DOY         PIC S9(03) VALUE ZEROS.
       77 W-LIMDOY      PIC 9(03) VALUE ZEROS.
       77 W-MOVEL       PIC X(01) VALUE "N".
       77 W-CHAVEANT    PIC X(08) VALUE SPACES.
       77 W-PRAZOMESES  PIC 9(02) VALUE ZEROS.
       77 W-MESLIM      PIC S9(03) VALUE ZEROS.
       77 W-ANOLIM      PIC S9(03) VALUE ZEROS.
       77 W-REFLIMITE   PIC S9(05) VALUE ZEROS.
       77 W-REFMOV      PIC 9(04) VALUE ZEROS.
       77 W-CHAPAPROC   PIC 9(05) VALUE ZEROS.
       77 W-COMPRESTA   PIC 9(05) VALUE ZEROS.
       77 W-AVENCER     PIC 9(05) VALUE ZEROS.
       77 W-QTDRASC     PIC 9(03) VALUE ZEROS.
       77 W-QTDFRDEXIST PIC 9(03) VALUE ZEROS.
       77 W-QTDFRDREP   PIC 9(03) VALUE ZEROS.
       77 W-QTDCPTCRIA  PIC 9(02) VALUE ZEROS.
       77 W-QTDCPTEXIST PIC 9(02) VALUE ZEROS.
       77 W-QTDBHCHAPA  PIC 9(05) VALUE ZEROS.
       77 W-TOTBHHORAS  PIC 9(07) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
      *
      *    CALCULO DA PASCOA (ALGORITMO DE MEEUS)
       01 W-PASCOA.
          03 W-PA       PIC 9(04).
          03 W-PB       PIC 9(04).
          03 W-PC       PIC 9(04).
          03 W-PD       PIC 9(04).
          03 W-PE       PIC 9(04).
          03 W-PF       PIC 9(04).
          03 W-PG       PIC 9(04).
          03 W-PH       PIC 9(04).
          03 W-PI       PIC 9(04).
          03 W-PK       PIC 9(04).
          03 W-PL       PIC 9(04).
          03 W-PM       PIC 9(04).
          03 W-PSOMA    PIC 9(04).
          03 W-PMES     PIC 9(02).
          03 W-PDIA     PIC 9(02).
      *
      *    DIAS ACUMULADOS ANTES DE CADA MES (ANO COMUM)
       01 TABACUM.
          03 FILLER PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 TABACUMR REDEFINES TABACUM.
          03 TABACUM-DIAS PIC 9(03) OCCURS 12 TIMES.
      *
      *    FERIADOS NACIONAIS DE DATA FIXA: DIA, MES,
      *    TIPO E DESCRICAO
       01 TABFIXO.
          03 FILLER PIC X(35) VALUE
             "0101NCONFRATERNIZACAO UNIVERSAL   ".
          03 FILLER PIC X(35) VALUE
             "2104NTIRADENTES                   ".
          03 FILLER PIC X(35) VALUE
             "0105NDIA DO TRABALHO              ".
          03 FILLER PIC X(35) VALUE
             "0709NINDEPENDENCIA DO BRASIL      ".
          03 FILLER PIC X(35) VALUE
             "1210NNOSSA SENHORA APARECIDA      ".
          03 FILLER PIC X(35) VALUE
             "0211NFINADOS                      ".
          03 FILLER PIC X(35) VALUE
             "1511NPROCLAMACAO DA REPUBLICA     ".
          03 FILLER PIC X(35) VALUE
             "2011NDIA DA CONSCIENCIA NEGRA     ".
          03 FILLER PIC X(35) VALUE
             "2512NNATAL                        ".
       01 TABFIXOR REDEFINES TABFIXO.
          03 TABFIXO-ITEM OCCURS 9 TIMES.
             05 TABFIXO-DIA    PIC 9(02).
             05 TABFIXO-MES    PIC 9(02).
             05 TABFIXO-TIPO   PIC X(01).
             05 TABFIXO-DESCR  PIC X(30).
      *
      *    FERIADOS MOVEIS: DIAS EM RELACAO A PASCOA
      *    (SINAL + OU -), TIPO E DESCRICAO
       01 TABMOVEL.
          03 FILLER PIC X(35) VALUE
             "-048CCARNAVAL (SEGUNDA-FEIRA)     ".
          03 FILLER PIC X(35) VALUE
             "-047CCARNAVAL (TERCA-FEIRA)       ".
          03 FILLER PIC X(35) VALUE
             "-002NSEXTA-FEIRA SANTA            ".
          03 FILLER PIC X(35) VALUE
             "+060CCORPUS CHRISTI               ".
       01 TABMOVELR REDEFINES TABMOVEL.
          03 TABMOVEL-ITEM OCCURS 4 TIMES.
             05 TABMOVEL-SINAL PIC X(01).
             05 TABMOVEL-DIAS  PIC 9(03).
             05 TABMOVEL-TIPO  PIC X(01).
             05 TABMOVEL-DESCR PIC X(30).
      *
       01 WS-CAB1.
          03 FILLER       PIC X(38) VALUE
             "VIRADA DO ANO - CHECKLIST DO ANO ".
          03 WS-CABANO    PIC 9(04).
          03 FILLER       PIC X(14) VALUE "   EMITIDO EM ".
          03 WS-CABDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABAA     PIC 9(02).
       01 WS-TITULO.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-TITDESCR  PIC X(60).
       01 WS-LINFRD.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-FRDACAO   PIC X(16).
          03 WS-FRDDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FRDMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FRDANO    PIC 9(04).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-FRDTIPO   PIC X(01).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-FRDDESCR  PIC X(30).
       01 WS-LINCPT.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-CPTACAO   PIC X(16).
          03 WS-CPTMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CPTANO    PIC 9(02).
          03 FILLER       PIC X(13) VALUE "   SITUACAO: ".
          03 WS-CPTSIT    PIC X(01).
       01 WS-LINTAB.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-TABNOME   PIC X(08).
          03 FILLER       PIC X(11) VALUE "VIGENCIA 01".
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-TABANO    PIC 9(02).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-TABSIT    PIC X(40).
       01 WS-LINBH.
          03 FILLER       PIC X(10) VALUE "    CHAPA ".
          03 WS-BHCHAPA   PIC 9(05).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-BHHORAS   PIC ZZZZ9.
          03 FILLER       PIC X(37) VALUE
             " HORAS VENCEM NO FECHAMENTO DE 01/".
          03 WS-BHANO     PIC 9(02).
       01 WS-LINPEND.
          03 FILLER       PIC X(14) VALUE "  PENDENTE -  ".
          03 WS-PENDQTDE  PIC ZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-PENDDESCR PIC X(60).
       01 WS-RODAPE.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-RODDESCR  PIC X(70).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      *    ANO DA VIRADA: NO SEGUNDO SEMESTRE E O ANO
      *    SEGUINTE, NO PRIMEIRO E O PROPRIO ANO
       INC-ACE0.
           ACCEPT W-HOJE FROM DATE
           COMPUTE W-ANOVIR = 2000 + W-HOJEANO
           IF W-HOJEMES > 06
              ADD 1 TO W-ANOVIR.
           DISPLAY "VIRADA DO ANO - PREPARACAO DO ANO SEGUINTE"
           DISPLAY "ANO DA VIRADA (AAAA, 0000 = " W-ANOVIR "): "
           ACCEPT W-ANOINF
           IF W-ANOINF NOT = ZEROS
              IF W-ANOINF < 2000 OR W-ANOINF > 2099
                 DISPLAY "ANO INVALIDO"
                 GO TO INC-ACE0
              ELSE
                 MOVE W-ANOINF TO W-ANOVIR.
           COMPUTE W-AA     = W-ANOVIR - 2000
           COMPUTE W-ANOANT = W-ANOVIR - 1
           COMPUTE W-VIGJAN = (W-AA * 100) + 1
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-ANOVIR BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              MOVE "S" TO W-BISSEXTO
              DIVIDE W-ANOVIR BY 100 GIVING W-QUOC
                                     REMAINDER W-RESTO
              IF W-RESTO = ZEROS
                 MOVE "N" TO W-BISSEXTO
                 DIVIDE W-ANOVIR BY 400 GIVING W-QUOC
                                        REMAINDER W-RESTO
                 IF W-RESTO = ZEROS
                    MOVE "S" TO W-BISSEXTO.
      *
       INC-OP0.
           OPEN I-O CADFERIADO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFERIADO
                 CLOSE CADFERIADO
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADFERIADO"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFERIADO"
                 GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADCOMPET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOMPET
                 CLOSE CADCOMPET
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADCOMPET"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOMPET"
                 CLOSE CADFERIADO
                 GO TO ROT-FIM.
       INC-OP2.
      *    SEM CADINSS/CADIRRF/CADBHORAS O ITEM SAI
      *    COMO PENDENTE NO CHECKLIST
           OPEN INPUT CADINSS
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMINSS.
           OPEN INPUT CADIRRF
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMIRRF.
           OPEN INPUT CADBHORAS
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMBH.
      *    PARAMETRO 11 = PRAZO DO ACORDO EM MESES (PADRAO 6)
           MOVE 6 TO W-PRAZOMESES
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO INC-OP3.
           MOVE 11 TO PRMCODIGO
           READ CADPARAM
           IF ST-ERRO = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-PRAZOMESES.
           CLOSE CADPARAM.
       INC-OP3.
           OPEN OUTPUT RELVIRADA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELVIRADA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELVIRADA"
              CLOSE CADFERIADO CADCOMPET
              GO TO ROT-FIM.
      *
           MOVE W-ANOVIR  TO WS-CABANO
           MOVE W-HOJEDIA TO WS-CABDIA
           MOVE W-HOJEMES TO WS-CABMES
           MOVE W-HOJEANO TO WS-CABAA
           MOVE SPACES  TO REGRELVIRADA
           MOVE WS-CAB1 TO REGRELVIRADA
           WRITE REGRELVIRADA
           PERFORM FRD-FIXOS THRU FRD-FIXOS-FIM
           PERFORM FRD-MOVEIS THRU FRD-MOVEIS-FIM
           PERFORM FRD-ANTERIOR THRU FRD-ANTERIOR-FIM
           PERFORM CPT-CRIA THRU CPT-CRIA-FIM
           PERFORM TAB-CONFERE THRU TAB-CONFERE-FIM
           PERFORM BHV-LISTA THRU BHV-LISTA-FIM
           PERFORM VIR-PENDENCIAS THRU VIR-PENDENCIAS-FIM
           GO TO VIR-FIM.
      *
      *****************************************
      * FERIADOS NACIONAIS DE DATA FIXA       *
      *****************************************
       FRD-FIXOS.
           MOVE "FERIADOS NACIONAIS DE DATA FIXA" TO WS-TITDESCR
           PERFORM VIR-TITULO THRU VIR-TITULO-FIM
           MOVE ZEROS TO W-IND.
       FRD-FIXOS-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 9
              GO TO FRD-FIXOS-FIM.
           MOVE "N"                    TO W-MOVEL
           MOVE TABFIXO-DIA (W-IND)    TO W-GDIA
           MOVE TABFIXO-MES (W-IND)    TO W-GMES
           MOVE TABFIXO-TIPO (W-IND)   TO W-GTIPO
           MOVE TABFIXO-DESCR (W-IND)  TO W-GDESCR
           PERFORM FRD-GERA THRU FRD-GERA-FIM
           GO TO FRD-FIXOS-LOOP.
       FRD-FIXOS-FIM.
           EXIT.
      *
      *****************************************
      * FERIADOS MOVEIS PELA DATA DA PASCOA   *
      *****************************************
       FRD-MOVEIS.
           PERFORM FRD-PASCOA THRU FRD-PASCOA-FIM
           MOVE "FERIADOS MOVEIS (PELA PASCOA)" TO WS-TITDESCR
           PERFORM VIR-TITULO THRU VIR-TITULO-FIM
      *    DIA DO ANO DA PASCOA (MARCO OU ABRIL)
           COMPUTE W-PDOY = TABACUM-DIAS (W-PMES) + W-PDIA
           IF W-BISSEXTO = "S"
              ADD 1 TO W-PDOY.
           MOVE ZEROS TO W-IND.
       FRD-MOVEIS-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 4
              GO TO FRD-MOVEIS-FIM.
           IF TABMOVEL-SINAL (W-IND) = "-"
              COMPUTE W-DOY = W-PDOY - TABMOVEL-DIAS (W-IND)
           ELSE
              COMPUTE W-DOY = W-PDOY + TABMOVEL-DIAS (W-IND).
           PERFORM FRD-DOYDATA THRU FRD-DOYDATA-FIM
           MOVE "S"                    TO W-MOVEL
           MOVE TABMOVEL-TIPO (W-IND)  TO W-GTIPO
           MOVE TABMOVEL-DESCR (W-IND) TO W-GDESCR
           PERFORM FRD-GERA THRU FRD-GERA-FIM
           GO TO FRD-MOVEIS-LOOP.
       FRD-MOVEIS-FIM.
           EXIT.
      *
      *****************************************
      * DOMINGO DE PASCOA DO ANO DA VIRADA    *
      * (MEEUS/JONES/BUTCHER, GREGORIANO)     *
      *****************************************
       FRD-PASCOA.
           DIVIDE W-ANOVIR BY 19  GIVING W-QUOC REMAINDER W-PA
           DIVIDE W-ANOVIR BY 100 GIVING W-PB   REMAINDER W-PC
           DIVIDE W-PB     BY 4   GIVING W-PD   REMAINDER W-PE
           COMPUTE W-PF = (W-PB + 8) / 25
           COMPUTE W-PG = (W-PB - W-PF + 1) / 3
           COMPUTE W-PSOMA = (19 * W-PA) + W-PB - W-PD - W-PG + 15
           DIVIDE W-PSOMA  BY 30  GIVING W-QUOC REMAINDER W-PH
           DIVIDE W-PC     BY 4   GIVING W-PI   REMAINDER W-PK
           COMPUTE W-PSOMA = 32 + (2 * W-PE) + (2 * W-PI)
                           - W-PH - W-PK
           DIVIDE W-PSOMA  BY 7   GIVING W-QUOC REMAINDER W-PL
           COMPUTE W-PM = (W-PA + (11 * W-PH) + (22 * W-PL)) / 451
           COMPUTE W-PSOMA = W-PH + W-PL - (7 * W-PM) + 114
           DIVIDE W-PSOMA  BY 31  GIVING W-PMES REMAINDER W-PDIA
           ADD 1 TO W-PDIA.
       FRD-PASCOA-FIM.
           EXIT.
      *
      *****************************************
      * DIA DO ANO (W-DOY) PARA DIA E MES     *
      *****************************************
       FRD-DOYDATA.
           MOVE 12 TO W-IMES.
       FRD-DOYDATA-LOOP.
           MOVE TABACUM-DIAS (W-IMES) TO W-LIMDOY
           IF W-BISSEXTO = "S" AND W-IMES > 2
              ADD 1 TO W-LIMDOY.
           IF W-DOY > W-LIMDOY OR W-IMES = 1
              MOVE W-IMES TO W-GMES
              COMPUTE W-GDIA = W-DOY - W-LIMDOY
              GO TO FRD-DOYDATA-FIM.
           SUBTRACT 1 FROM W-IMES
           GO TO FRD-DOYDATA-LOOP.
       FRD-DOYDATA-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA UM FERIADO EM RASCUNHO, SE A    *
      * DATA NAO ESTIVER CADASTRADA NO ANO NEM *
      * COMO FERIADO FIXO (ANO 0000)          *
      *****************************************
       FRD-GERA.
           ADD 1 TO W-CTLLIDOS
           MOVE W-GDIA   TO FRDDIA WS-FRDDIA
           MOVE W-GMES   TO FRDMES WS-FRDMES
           MOVE W-ANOVIR TO WS-FRDANO
           MOVE W-GTIPO  TO WS-FRDTIPO
           MOVE W-GDESCR TO WS-FRDDESCR
           MOVE ZEROS    TO FRDANO
           READ CADFERIADO
           IF ST-ERRO = "00"
              MOVE "FIXO (ANO 0000)" TO WS-FRDACAO
              ADD 1 TO W-QTDFRDEXIST
              GO TO FRD-GERA-LINHA.
           MOVE W-GDIA   TO FRDDIA
           MOVE W-GMES   TO FRDMES
           MOVE W-ANOVIR TO FRDANO
           MOVE W-GTIPO  TO FRDTIPO
           MOVE W-GDESCR TO FRDDESCR
           MOVE "R"      TO FRDSITUACAO
           WRITE REGFERIADO
           IF ST-ERRO = "22"
              MOVE "JA CADASTRADO" TO WS-FRDACAO
              ADD 1 TO W-QTDFRDEXIST
              GO TO FRD-GERA-LINHA.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADFERIADO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFERIADO"
              GO TO VIR-ABORTA.
           MOVE "GERADO RASCUNHO" TO WS-FRDACAO
           ADD 1 TO W-QTDRASC W-CTLGRAV.
       FRD-GERA-LINHA.
           MOVE SPACES    TO REGRELVIRADA
           MOVE WS-LINFRD TO REGRELVIRADA
           WRITE REGRELVIRADA.
       FRD-GERA-FIM.
           EXIT.
      *
      *****************************************
      * FERIADOS ESTADUAIS E DA EMPRESA DO    *
      * ANO ANTERIOR SEM A MESMA DATA NO ANO  *
      * DA VIRADA (OS MOVEIS GERADOS AQUI NAO *
      * ENTRAM - MUDAM DE DATA TODO ANO)      *
      *****************************************
       FRD-ANTERIOR.
           MOVE "ESTADUAIS/EMPRESA DO ANO ANTERIOR A REPETIR"
                                    TO WS-TITDESCR
           PERFORM VIR-TITULO THRU VIR-TITULO-FIM
           MOVE LOW-VALUES TO FRDCHAVE
           START CADFERIADO KEY NOT < FRDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO FRD-ANTERIOR-FIM.
       FRD-ANTERIOR-LOOP.
           READ CADFERIADO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FRD-ANTERIOR-FIM.
           IF FRDANO NOT = W-ANOANT
              GO TO FRD-ANTERIOR-LOOP.
           IF FRDTIPO NOT = "E" AND "C"
              GO TO FRD-ANTERIOR-LOOP.
           MOVE ZEROS TO W-IND.
       FRD-ANTERIOR-MOVEL.
           ADD 1 TO W-IND
           IF W-IND NOT > 4
              IF FRDDESCR = TABMOVEL-DESCR (W-IND)
                 GO TO FRD-ANTERIOR-LOOP
              ELSE
                 GO TO FRD-ANTERIOR-MOVEL.
           MOVE FRDCHAVE TO W-CHAVEANT
           MOVE FRDDIA   TO WS-FRDDIA
           MOVE FRDMES   TO WS-FRDMES
           MOVE W-ANOANT TO WS-FRDANO
           MOVE FRDTIPO  TO WS-FRDTIPO
           MOVE FRDDESCR TO WS-FRDDESCR
           MOVE W-ANOVIR TO FRDANO
           READ CADFERIADO
           IF ST-ERRO NOT = "00"
              MOVE "CADASTRAR NO ANO" TO WS-FRDACAO
              ADD 1 TO W-QTDFRDREP
              MOVE SPACES    TO REGRELVIRADA
              MOVE WS-LINFRD TO REGRELVIRADA
              WRITE REGRELVIRADA.
      *    REPOSICIONA A VARREDURA NO REGISTRO SEGUINTE
           MOVE W-CHAVEANT TO FRDCHAVE
           START CADFERIADO KEY > FRDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO FRD-ANTERIOR-FIM.
           GO TO FRD-ANTERIOR-LOOP.
       FRD-ANTERIOR-FIM.
           EXIT.
      *
      *****************************************
      * AS 12 COMPETENCIAS DO ANO DA VIRADA   *
      *****************************************
       CPT-CRIA.
           MOVE "COMPETENCIAS DO ANO (CADCOMPET)" TO WS-TITDESCR
           PERFORM VIR-TITULO THRU VIR-TITULO-FIM
           MOVE ZEROS TO W-IMES.
       CPT-CRIA-LOOP.
           ADD 1 TO W-IMES
           IF W-IMES > 12
              GO TO CPT-CRIA-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE W-IMES TO CPTMES WS-CPTMES
           MOVE W-AA   TO CPTANO WS-CPTANO
           READ CADCOMPET
           IF ST-ERRO = "00"
              MOVE "JA EXISTIA"  TO WS-CPTACAO
              MOVE CPTSTATUS     TO WS-CPTSIT
              ADD 1 TO W-QTDCPTEXIST
              GO TO CPT-CRIA-LINHA.
           MOVE SPACES TO REGCOMPET
           MOVE W-IMES TO CPTMES
           MOVE W-AA   TO CPTANO
           MOVE "A"    TO CPTSTATUS
           WRITE REGCOMPET
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADCOMPET"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCOMPET"
              GO TO VIR-ABORTA.
           MOVE "CRIADA ABERTA" TO WS-CPTACAO
           MOVE CPTSTATUS       TO WS-CPTSIT
           ADD 1 TO W-QTDCPTCRIA W-CTLGRAV.
       CPT-CRIA-LINHA.
           MOVE SPACES    TO REGRELVIRADA
           MOVE WS-LINCPT TO REGRELVIRADA
           WRITE REGRELVIRADA
           GO TO CPT-CRIA-LOOP.
       CPT-CRIA-FIM.
           EXIT.
      *
      *****************************************
      * TABELAS DE INSS E IRRF COM FAIXAS DE  *
      * VIGENCIA EM JANEIRO DO ANO DA VIRADA  *
      *****************************************
       TAB-CONFERE.
           MOVE "TABELAS DE IMPOSTO VIGENTES EM 01/01"
                                    TO WS-TITDESCR
           PERFORM VIR-TITULO THRU VIR-TITULO-FIM
           MOVE "N" TO W-INSSOK W-IRRFOK
           IF W-TEMINSS NOT = "S"
              GO TO TAB-CONFERE-IRRF.
           MOVE W-VIGJAN TO FXIVIG
           MOVE ZEROS    TO FXINUM
           START CADINSS KEY NOT < FXICHAVE
           IF ST-ERRO = "00"
              READ CADINSS NEXT RECORD
              IF ST-ERRO = "00" AND FXIVIG = W-VIGJAN
                 MOVE "S" TO W-INSSOK.
       TAB-CONFERE-IRRF.
           IF W-TEMIRRF NOT = "S"
              GO TO TAB-CONFERE-LINHAS.
           MOVE W-VIGJAN TO FXRVIG
           MOVE ZEROS    TO FXRNUM
           START CADIRRF KEY NOT < FXRCHAVE
           IF ST-ERRO = "00"
              READ CADIRRF NEXT RECORD
              IF ST-ERRO = "00" AND FXRVIG = W-VIGJAN
                 MOVE "S" TO W-IRRFOK.
       TAB-CONFERE-LINHAS.
           MOVE W-AA      TO WS-TABANO
           MOVE "CADINSS" TO WS-TABNOME
           IF W-INSSOK = "S"
              MOVE "OK - FAIXAS CADASTRADAS" TO WS-TABSIT
           ELSE
              MOVE "PENDENTE - SEM FAIXAS (FP201637)" TO WS-TABSIT.
           MOVE SPACES    TO REGRELVIRADA
           MOVE WS-LINTAB TO REGRELVIRADA
           WRITE REGRELVIRADA
           MOVE "CADIRRF" TO WS-TABNOME
           IF W-IRRFOK = "S"
              MOVE "OK - FAIXAS CADASTRADAS" TO WS-TABSIT
           ELSE
              MOVE "PENDENTE - SEM FAIXAS (FP201638)" TO WS-TABSIT.
           MOVE SPACES    TO REGRELVIRADA
           MOVE WS-LINTAB TO REGRELVIRADA
           WRITE REGRELVIRADA.
       TAB-CONFERE-FIM.
           EXIT.
      *
      *****************************************
      * BANCO DE HORAS: CREDITOS AINDA NAO    *
      * COMPENSADOS (FIFO, COMO NO FP201696)  *
      * QUE VENCEM NO FECHAMENTO DE JANEIRO   *
      *****************************************
       BHV-LISTA.
           MOVE "BANCO DE HORAS A VENCER EM JANEIRO" TO WS-TITDESCR
           PERFORM VIR-TITULO THRU VIR-TITULO-FIM
           IF W-TEMBH NOT = "S"
              GO TO BHV-LISTA-FIM.
           COMPUTE W-ANOLIM = W-AA
           COMPUTE W-MESLIM = 1 - W-PRAZOMESES.
       BHV-LISTA-AJ.
           IF W-MESLIM < 1
              ADD 12 TO W-MESLIM
              SUBTRACT 1 FROM W-ANOLIM
              GO TO BHV-LISTA-AJ.
           IF W-ANOLIM < ZEROS
              GO TO BHV-LISTA-FIM.
           COMPUTE W-REFLIMITE = (W-ANOLIM * 100) + W-MESLIM
           MOVE LOW-VALUES TO BHCHAVE
           START CADBHORAS KEY NOT < BHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO BHV-LISTA-FIM.
       BHV-LISTA-LOOP.
           READ CADBHORAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BHV-LISTA-FIM.
           MOVE BHCHAPA TO W-CHAPAPROC
           PERFORM BHV-CHAPA THRU BHV-CHAPA-FIM
           IF W-AVENCER > ZEROS
              MOVE W-CHAPAPROC TO WS-BHCHAPA
              MOVE W-AVENCER   TO WS-BHHORAS
              MOVE W-AA        TO WS-BHANO
              MOVE SPACES   TO REGRELVIRADA
              MOVE WS-LINBH TO REGRELVIRADA
              WRITE REGRELVIRADA
              ADD 1         TO W-QTDBHCHAPA
              ADD W-AVENCER TO W-TOTBHHORAS.
      *    REPOSICIONA A VARREDURA NA CHAPA SEGUINTE
           MOVE W-CHAPAPROC TO BHCHAPA
           MOVE 9999        TO BHSEQ
           START CADBHORAS KEY > BHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO BHV-LISTA-FIM.
           GO TO BHV-LISTA-LOOP.
       BHV-LISTA-FIM.
           EXIT.
      *
       BHV-CHAPA.
           MOVE ZEROS TO W-COMPRESTA W-AVENCER
           MOVE W-CHAPAPROC TO BHCHAPA
           MOVE ZEROS       TO BHSEQ
           START CADBHORAS KEY NOT < BHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO BHV-CHAPA-FIM.
       BHV-SOMA-COMP.
           READ CADBHORAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BHV-FIFO-INI.
           IF BHCHAPA NOT = W-CHAPAPROC
              GO TO BHV-FIFO-INI.
           IF BHTIPO = "D" OR "F"
              ADD BHHORAS TO W-COMPRESTA.
           GO TO BHV-SOMA-COMP.
       BHV-FIFO-INI.
           MOVE W-CHAPAPROC TO BHCHAPA
           MOVE ZEROS       TO BHSEQ
           START CADBHORAS KEY NOT < BHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO BHV-CHAPA-FIM.
       BHV-FIFO-LOOP.
           READ CADBHORAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BHV-CHAPA-FIM.
           IF BHCHAPA NOT = W-CHAPAPROC
              GO TO BHV-CHAPA-FIM.
           IF BHTIPO NOT = "C"
              GO TO BHV-FIFO-LOOP.
           IF W-COMPRESTA NOT < BHHORAS
              SUBTRACT BHHORAS FROM W-COMPRESTA
              GO TO BHV-FIFO-LOOP.
           COMPUTE W-REFMOV = (BHANO * 100) + BHMES
           IF W-REFMOV < W-REFLIMITE
              COMPUTE W-AVENCER = W-AVENCER + BHHORAS
                                - W-COMPRESTA.
           MOVE ZEROS TO W-COMPRESTA
           GO TO BHV-FIFO-LOOP.
       BHV-CHAPA-FIM.
           EXIT.
      *
      *****************************************
      * RESUMO DO QUE FICOU PENDENTE          *
      *****************************************
       VIR-PENDENCIAS.
           MOVE "PENDENCIAS DA VIRADA" TO WS-TITDESCR
           PERFORM VIR-TITULO THRU VIR-TITULO-FIM
           IF W-QTDRASC > ZEROS
              MOVE W-QTDRASC TO WS-PENDQTDE
              MOVE "FERIADO(S) EM RASCUNHO A CONFIRMAR NO FP201711"
                                    TO WS-PENDDESCR
              PERFORM VIR-PEND-LINHA THRU VIR-PEND-LINHA-FIM.
           IF W-QTDFRDREP > ZEROS
              MOVE W-QTDFRDREP TO WS-PENDQTDE
              MOVE "FERIADO(S) ESTADUAL/EMPRESA A CADASTRAR NO ANO"
                                    TO WS-PENDDESCR
              PERFORM VIR-PEND-LINHA THRU VIR-PEND-LINHA-FIM.
           IF W-INSSOK NOT = "S"
              MOVE 1 TO WS-PENDQTDE
              MOVE "TABELA DE INSS SEM VIGENCIA EM 01/01 (FP201637)"
                                    TO WS-PENDDESCR
              PERFORM VIR-PEND-LINHA THRU VIR-PEND-LINHA-FIM.
           IF W-IRRFOK NOT = "S"
              MOVE 1 TO WS-PENDQTDE
              MOVE "TABELA DE IRRF SEM VIGENCIA EM 01/01 (FP201638)"
                                    TO WS-PENDDESCR
              PERFORM VIR-PEND-LINHA THRU VIR-PEND-LINHA-FIM.
           IF W-QTDBHCHAPA > ZEROS
              MOVE W-QTDBHCHAPA TO WS-PENDQTDE
              MOVE "FUNCIONARIO(S) COM BANCO DE HORAS A VENCER"
                                    TO WS-PENDDESCR
              PERFORM VIR-PEND-LINHA THRU VIR-PEND-LINHA-FIM.
           IF W-TEMBH NOT = "S"
              MOVE ZEROS TO WS-PENDQTDE
              MOVE "CADBHORAS NAO DISPONIVEL - SALDOS NAO CONFERIDOS"
                                    TO WS-PENDDESCR
              PERFORM VIR-PEND-LINHA THRU VIR-PEND-LINHA-FIM.
       VIR-PENDENCIAS-FIM.
           EXIT.
      *
       VIR-PEND-LINHA.
           MOVE SPACES     TO REGRELVIRADA
           MOVE WS-LINPEND TO REGRELVIRADA
           WRITE REGRELVIRADA.
       VIR-PEND-LINHA-FIM.
           EXIT.
      *
       VIR-TITULO.
           MOVE SPACES     TO REGRELVIRADA
           WRITE REGRELVIRADA
           MOVE WS-TITULO  TO REGRELVIRADA
           WRITE REGRELVIRADA.
       VIR-TITULO-FIM.
           EXIT.
      *
      *****************************************
      * ENCERRAMENTO: SEM TABELA DE IMPOSTO   *
      * VIGENTE EM 01/01 A VIRADA NAO CONCLUI *
      *****************************************
       VIR-FIM.
           MOVE SPACES TO REGRELVIRADA
           WRITE REGRELVIRADA
           IF W-INSSOK NOT = "S" OR W-IRRFOK NOT = "S"
              MOVE "*** VIRADA NAO CONCLUIDA - CADASTRE AS TABELAS ***"
                                    TO WS-RODDESCR
              MOVE WS-RODAPE TO REGRELVIRADA
              WRITE REGRELVIRADA
              MOVE "TABELA DE IMPOSTO SEM VIGENCIA EM 01/01"
                             TO W-DL101-OPER
              MOVE "99" TO ST-ERRO
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "TABELA DE INSS/IRRF SEM VIGENCIA EM 01/01"
              DISPLAY "VIRADA NAO CONCLUIDA - VER RELVIRADA"
              GO TO VIR-FECHA.
           MOVE "*** VIRADA CONCLUIDA - CONFIRA AS PENDENCIAS ACIMA ***"
                                    TO WS-RODDESCR
           MOVE WS-RODAPE TO REGRELVIRADA
           WRITE REGRELVIRADA
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "FERIADOS EM RASCUNHO : " W-QTDRASC
           DISPLAY "COMPETENCIAS CRIADAS : " W-QTDCPTCRIA
           DISPLAY "VIRADA CONCLUIDA - VER RELVIRADA".
       VIR-FECHA.
           CLOSE CADFERIADO CADCOMPET RELVIRADA
           IF W-TEMINSS = "S"
              CLOSE CADINSS.
           IF W-TEMIRRF = "S"
              CLOSE CADIRRF.
           IF W-TEMBH = "S"
              CLOSE CADBHORAS.
           GO TO ROT-FIM.
      *
       VIR-ABORTA.
           MOVE SPACES TO REGRELVIRADA
           WRITE REGRELVIRADA
           MOVE "*** VIRADA INTERROMPIDA POR ERRO DE GRAVACAO ***"
                                    TO WS-RODDESCR
           MOVE WS-RODAPE TO REGRELVIRADA
           WRITE REGRELVIRADA
           GO TO VIR-FECHA.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
