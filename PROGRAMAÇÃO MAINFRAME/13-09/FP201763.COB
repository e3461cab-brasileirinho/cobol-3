       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201763.
       AUTHOR. LEONARDO.
      **************************************
      * DARF MENSAL DO IRRF RETIDO NA FONTE *
      **************************************
      * SOMA O IRRF RETIDO NA COMPETENCIA EM TODAS
      * AS FOLHAS E ABRE O DARF POR EMPRESA E POR
      * CODIGO DE RECEITA:
      *   0561 - FOLHA MENSAL (FOPAGHIST), SUAS FOLHAS
      *          COMPLEMENTARES (FP201794) E RESCISOES
      *          REMETIDAS NO MES (CADRESC)
      *   3562 - PLR (FOPAGHIST COMPETENCIA 21/AA, SO
      *          QUANDO O OPERADOR INFORMA QUE A PLR
      *          FOI PAGA NESTE MES)
      *   0588 - AUTONOMOS (RPAHIST) - O CADRPA NAO
      *          TEM EMPRESA, VAI TUDO PARA A EMPRESA 01
      * AS FERIAS (CADFERPAG) SAO PAGAS DENTRO DA
      * FOLHA MENSAL E O IRRF DELAS JA ESTA NO
      * FOPAGHIST - SAEM SO NA CONFERENCIA.
      * VENCIMENTO NO DIA 20 DO MES SEGUINTE,
      * ANTECIPADO PARA O DIA UTIL ANTERIOR (DL105).
      * OS TOTAIS VAO PARA O CADCTRL (DL104)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPHCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FPHCHAPA
                               WITH DUPLICATES.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFERPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPGCHAVE
                    FILE STATUS  IS W-STFER.

           SELECT RPAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPHCHAVE
                    FILE STATUS  IS W-STRPA
                    ALTERNATE RECORD KEY IS RPHCODIGO
                               WITH DUPLICATES.

           SELECT CADRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT RELDARF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FOPAGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGHIST.DAT".
       01 REGFOPAGH.
                03 FPHCHAVE.
                   05 FPHCHAPA       PIC 9(05).
                   05 FPHPERIODO.
                      07 FPHMES      PIC 9(02).
                      07 FPHANO      PIC 9(02).
                03 FPHDEPTO          PIC 9(03).
                03 FPHCARGO          PIC 9(03).
                03 FPHCDC            PIC 9(01).
                03 FPHTIPOSAL        PIC X(01).
                03 FPHSALBASE        PIC 9(06)V99.
                03 FPHSALPAGO        PIC 9(06)V99.
                03 FPHINSS           PIC 9(06)V99.
                03 FPHIRRF           PIC 9(06)V99.
                03 FPHOUTROS         PIC 9(06)V99.
                03 FPHDESCONTOS      PIC 9(06)V99.
                03 FPHLIQUIDO        PIC 9(06)V99.
                03 FILLER            PIC X(20).

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

       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
                03 EMPCODIGO        PIC 9(02).
                03 EMPRAZAO         PIC X(30).
                03 EMPCNPJ          PIC 9(14).
                03 FILLER           PIC X(14).

       FD CADFERPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERPAG.DAT".
       01 REGFERPAG.
                03 FPGCHAVE.
                   05 FPGCHAPA       PIC 9(05).
                   05 FPGPERIODO.
                      07 FPGMES      PIC 9(02).
                      07 FPGANO      PIC 9(02).
                03 FPGDIAS           PIC 9(02).
                03 FPGVALFER         PIC 9(06)V99.
                03 FPGVALTERCO       PIC 9(06)V99.
                03 FPGVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD RPAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPAHIST.DAT".
       01 REGRPAHIST.
                03 RPHCHAVE.
                   05 RPHCODIGO      PIC 9(05).
                   05 RPHMES         PIC 9(02).
                   05 RPHANO         PIC 9(02).
                03 RPHVALOR          PIC 9(06)V99.
                03 RPHINSS           PIC 9(06)V99.
                03 RPHISS            PIC 9(06)V99.
                03 RPHLIQ            PIC 9(06)V99.
                03 RPHIRRF           PIC 9(06)V99.
                03 FILLER            PIC X(03).

       FD CADRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESC.DAT".
       01 REGRESC.
                03 RSCCHAVE.
                   05 RSCCHAPA       PIC 9(05).
                   05 RSCVERBA       PIC 9(03).
                03 RSCTIPO           PIC X(01).
                03 RSCDADOSVERBA.
                   05 RSCDESCR       PIC X(30).
                   05 RSCREFER       PIC 9(03)V99.
                   05 RSCVALOR       PIC 9(08)V99.
                   05 RSCINCINSS     PIC X(01).
                   05 RSCINCIRRF     PIC X(01).
                   05 RSCINCFGTS     PIC X(01).
                   05 FILLER         PIC X(63).
                03 RSCDADOSCAB REDEFINES RSCDADOSVERBA.
                   05 RSCMOTIVO      PIC 9(01).
                   05 RSCAVISOTIPO   PIC X(01).
                   05 RSCAVISODIAS   PIC 9(02).
                   05 RSCDTDEM       PIC 9(08).
                   05 RSCCDC         PIC 9(01).
                   05 RSCMULTA       PIC 9(02).
                   05 RSCBRUTO       PIC 9(08)V99.
                   05 RSCINSS        PIC 9(08)V99.
                   05 RSCIRRF        PIC 9(08)V99.
                   05 RSCLIQUIDO     PIC 9(08)V99.
                   05 RSCBASEFGTS    PIC 9(08)V99.
                   05 RSCSITUACAO    PIC X(01).
                   05 RSCREMMES      PIC 9(02).
                   05 RSCREMANO      PIC 9(02).
                   05 RSCFGTSGRRF    PIC 9(08)V99.
                   05 RSCMULTAVAL    PIC 9(08)V99.
                   05 RSCDTCALC      PIC 9(06).
                   05 FILLER         PIC X(15).

       FD RELDARF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDARF.DAT".
       01 REGRELDARF PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STFER       PIC X(02) VALUE "00".
       77 W-STRPA       PIC X(02) VALUE "00".
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-TEMFER      PIC X(01) VALUE "N".
       77 W-TEMRPA      PIC X(01) VALUE "N".
       77 W-TEMRSC      PIC X(01) VALUE "N".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201763".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-DL105-FUN   PIC X(01) VALUE SPACES.
       77 W-DL105-DIA   PIC 9(02) VALUE ZEROS.
       77 W-DL105-MES   PIC 9(02) VALUE ZEROS.
       77 W-DL105-ANO   PIC 9(04) VALUE ZEROS.
       77 W-DL105-NUM   PIC 9(03) VALUE ZEROS.
       77 W-DL105-RES   PIC 9(01) VALUE ZEROS.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-INCPLR      PIC X(01) VALUE SPACES.
       77 W-DIAVENC     PIC 9(02) VALUE ZEROS.
       77 W-MESVENC     PIC 9(02) VALUE ZEROS.
       77 W-ANOVENC     PIC 9(02) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-VALIRRF     PIC 9(08)V99 VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-REC         PIC 9(01) COMP VALUE ZEROS.
       77 W-TOTREG      PIC 9(07) VALUE ZEROS.
       77 W-TOTGERAL    PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDFOLHA    PIC 9(05) VALUE ZEROS.
       77 W-VALFOLHA    PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDRESC     PIC 9(05) VALUE ZEROS.
       77 W-VALRESC     PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDPLR      PIC 9(05) VALUE ZEROS.
       77 W-VALPLR      PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDRPA      PIC 9(05) VALUE ZEROS.
       77 W-VALRPA      PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDFER      PIC 9(05) VALUE ZEROS.
       77 W-VALFER      PIC 9(09)V99 VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
      *
      *    1=0561 FOLHA/RESCISAO  2=3562 PLR  3=0588 AUTONOMOS
       01 TABREC.
          03 FILLER PIC X(34) VALUE
             "0561TRABALHO ASSALARIADO          ".
          03 FILLER PIC X(34) VALUE
             "3562PARTICIPACAO NOS LUCROS (PLR) ".
          03 FILLER PIC X(34) VALUE
             "0588TRABALHO SEM VINCULO (RPA)    ".
       01 TABRECR REDEFINES TABREC.
          03 TABREC-ITEM OCCURS 3 TIMES.
             05 TABREC-COD    PIC X(04).
             05 TABREC-DESCR  PIC X(30).
       01 TABEMP.
          03 TABEMP-ITEM OCCURS 99 TIMES.
             05 TABEMP-REC OCCURS 3 TIMES.
                07 TABEMP-QTDE  PIC 9(05).
                07 TABEMP-VALOR PIC 9(09)V99.
       01 WS-CAB1.
          03 FILLER       PIC X(34) VALUE
             "DARF - IRRF RETIDO NA FONTE       ".
          03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(14) VALUE "  VENCIMENTO: ".
          03 WS-CABVDIA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABVMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABVANO   PIC 9(02).
       01 WS-CABORI.
          03 FILLER       PIC X(40) VALUE
             "CONFERENCIA POR ORIGEM DA RETENCAO      ".
       01 WS-LINORI.
          03 WS-ORIDESCR  PIC X(32).
          03 WS-ORIQTDE   PIC ZZZZ9.
          03 FILLER       PIC X(09) VALUE "  VALOR: ".
          03 WS-ORIVALOR  PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-CABEMP.
          03 FILLER       PIC X(09) VALUE "EMPRESA: ".
          03 WS-EMPCOD    PIC 9(02).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-EMPNOME   PIC X(30).
          03 FILLER       PIC X(08) VALUE "  CNPJ: ".
          03 WS-EMPCNPJ   PIC 9(14).
       01 WS-LINDARF1.
          03 FILLER       PIC X(28) VALUE
             "  DARF - CODIGO DA RECEITA: ".
          03 WS-DRFCOD    PIC X(04).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-DRFDESCR  PIC X(30).
       01 WS-LINDARF2.
          03 FILLER       PIC X(28) VALUE
             "    PERIODO DE APURACAO...: ".
          03 WS-DRFMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DRFANO    PIC 9(02).
       01 WS-LINDARF3.
          03 FILLER       PIC X(28) VALUE
             "    DATA DE VENCIMENTO....: ".
          03 WS-DRFVDIA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DRFVMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DRFVANO   PIC 9(02).
       01 WS-LINDARF4.
          03 FILLER       PIC X(28) VALUE
             "    BENEFICIARIOS.........: ".
          03 WS-DRFQTDE   PIC ZZZZ9.
       01 WS-LINDARF5.
          03 FILLER       PIC X(28) VALUE
             "    VALOR DO PRINCIPAL....: ".
          03 WS-DRFVALOR  PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-RODAPE.
          03 FILLER        PIC X(25) VALUE
             "TOTAL GERAL DOS DARF:    ".
          03 WS-RODTOTAL   PIC ZZZ.ZZZ.ZZZ,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "DARF MENSAL DO IRRF"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
       INC-ACE2.
           DISPLAY "A PLR DO ANO (COMPETENCIA 21) FOI PAGA"
           DISPLAY "NESTE MES (S/N): "
           ACCEPT W-INCPLR
           IF W-INCPLR NOT = "S" AND W-INCPLR NOT = "N"
              DISPLAY "RESPONDA S OU N"
              GO TO INC-ACE2.
      *
       INC-OP0.
           OPEN INPUT FOPAGHIST
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADEMPRESA" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA"
              GO TO ROT-FIMS.
       INC-OP3.
      *    FERIAS, RPA E RESCISOES SAO OPCIONAIS - SEM O
      *    ARQUIVO A ORIGEM FICA ZERADA NA CONFERENCIA
           OPEN INPUT CADFERPAG
           IF W-STFER = "00"
              MOVE "S" TO W-TEMFER.
           OPEN INPUT RPAHIST
           IF W-STRPA = "00"
              MOVE "S" TO W-TEMRPA.
           OPEN INPUT CADRESC
           IF W-STRSC = "00"
              MOVE "S" TO W-TEMRSC.
       INC-OP4.
           OPEN OUTPUT RELDARF
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELDARF" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDARF"
              GO TO ROT-FIMS.
      *
           PERFORM DRF-VENCTO THRU DRF-VENCTO-FIM
           MOVE ZEROS TO TABEMP
           PERFORM REL-CAB THRU REL-CAB-FIM
           PERFORM DRF-FOLHA THRU DRF-FOLHA-FIM
           PERFORM DRF-RESC THRU DRF-RESC-FIM
           PERFORM DRF-RPA THRU DRF-RPA-FIM
           PERFORM DRF-FERIAS THRU DRF-FERIAS-FIM
           PERFORM REL-ORIGEM THRU REL-ORIGEM-FIM
           GO TO DRF-EMP.
      *
      *****************************************
      * VENCIMENTO: DIA 20 DO MES SEGUINTE,   *
      * RECUANDO ATE UM DIA UTIL              *
      *****************************************
       DRF-VENCTO.
           MOVE 20    TO W-DIAVENC
           MOVE W-ANO TO W-ANOVENC
           COMPUTE W-MESVENC = W-MES + 1
           IF W-MESVENC > 12
              MOVE 01 TO W-MESVENC
              COMPUTE W-ANOVENC = W-ANO + 1.
       DRF-VENCTO-LOOP.
           MOVE "U"       TO W-DL105-FUN
           MOVE W-DIAVENC TO W-DL105-DIA
           MOVE W-MESVENC TO W-DL105-MES
           COMPUTE W-DL105-ANO = 2000 + W-ANOVENC
           MOVE ZEROS     TO W-DL105-NUM
           CALL "DL105" USING W-DL105-FUN W-DL105-DIA W-DL105-MES
                              W-DL105-ANO W-DL105-NUM W-DL105-RES
           IF W-DL105-RES = 1 OR W-DIAVENC = 1
              GO TO DRF-VENCTO-FIM.
           SUBTRACT 1 FROM W-DIAVENC
           GO TO DRF-VENCTO-LOOP.
       DRF-VENCTO-FIM.
           EXIT.
      *
       REL-CAB.
           MOVE W-MES     TO WS-CABMES
           MOVE W-ANO     TO WS-CABANO
           MOVE W-DIAVENC TO WS-CABVDIA
           MOVE W-MESVENC TO WS-CABVMES
           MOVE W-ANOVENC TO WS-CABVANO
           MOVE SPACES    TO REGRELDARF
           MOVE WS-CAB1   TO REGRELDARF
           WRITE REGRELDARF.
       REL-CAB-FIM.
           EXIT.
      *
      *****************************************
      * EMPRESA DO FUNCIONARIO (SEM CADASTRO  *
      * OU EMPRESA 00 VAI PARA A 01)          *
      *****************************************
       DRF-EMPRESA.
           MOVE 1 TO W-IND
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN = "00" AND FUNCEMPRESA NOT = ZEROS
              MOVE FUNCEMPRESA TO W-IND.
       DRF-EMPRESA-FIM.
           EXIT.
      *
       DRF-SOMA.
           ADD 1          TO TABEMP-QTDE  (W-IND W-REC)
           ADD W-VALIRRF  TO TABEMP-VALOR (W-IND W-REC)
           ADD W-VALIRRF  TO W-TOTGERAL
           ADD 1          TO W-TOTREG.
       DRF-SOMA-FIM.
           EXIT.
      *
      *****************************************
      * FOLHA MENSAL E COMPLEMENTARES (0561) E *
      * PLR (3562)                            *
      *****************************************
       DRF-FOLHA.
           MOVE LOW-VALUES TO FPHCHAVE
           START FOPAGHIST KEY NOT < FPHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO DRF-FOLHA-FIM.
       DRF-FOLHA-LOOP.
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO = "10"
              GO TO DRF-FOLHA-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
           ADD 1 TO W-CTLLIDOS
           IF FPHIRRF = ZEROS OR FPHANO NOT = W-ANO
              GO TO DRF-FOLHA-LOOP.
      *    COMPLEMENTARES DO MES (FP201794: 40+MM, 60+MM E
      *    80+MM) TEM RETENCAO PROPRIA E ENTRAM NO 0561
           IF FPHMES = W-MES OR FPHMES = W-MES + 40
              OR FPHMES = W-MES + 60 OR FPHMES = W-MES + 80
              MOVE 1 TO W-REC
              ADD 1       TO W-QTDFOLHA
              ADD FPHIRRF TO W-VALFOLHA
           ELSE
              IF FPHMES = 21 AND W-INCPLR = "S"
                 MOVE 2 TO W-REC
                 ADD 1       TO W-QTDPLR
                 ADD FPHIRRF TO W-VALPLR
              ELSE
                 GO TO DRF-FOLHA-LOOP.
           MOVE FPHCHAPA TO W-CHAPA
           PERFORM DRF-EMPRESA THRU DRF-EMPRESA-FIM
           MOVE FPHIRRF TO W-VALIRRF
           PERFORM DRF-SOMA THRU DRF-SOMA-FIM
           GO TO DRF-FOLHA-LOOP.
       DRF-FOLHA-FIM.
           EXIT.
      *
      *****************************************
      * RESCISOES REMETIDAS NA COMPETENCIA    *
      * (REGISTRO CABECALHO, VERBA 000) - 0561 *
      *****************************************
       DRF-RESC.
           IF W-TEMRSC NOT = "S"
              GO TO DRF-RESC-FIM.
           MOVE LOW-VALUES TO RSCCHAVE
           START CADRESC KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO DRF-RESC-FIM.
       DRF-RESC-LOOP.
           READ CADRESC NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO DRF-RESC-FIM.
           IF RSCVERBA NOT = ZEROS OR RSCTIPO NOT = "C"
              GO TO DRF-RESC-LOOP.
           ADD 1 TO W-CTLLIDOS
           IF RSCSITUACAO NOT = "R" OR RSCIRRF = ZEROS
              GO TO DRF-RESC-LOOP.
           IF RSCREMMES NOT = W-MES OR RSCREMANO NOT = W-ANO
              GO TO DRF-RESC-LOOP.
           MOVE 1 TO W-REC
           ADD 1       TO W-QTDRESC
           ADD RSCIRRF TO W-VALRESC
           MOVE RSCCHAPA TO W-CHAPA
           PERFORM DRF-EMPRESA THRU DRF-EMPRESA-FIM
           MOVE RSCIRRF TO W-VALIRRF
           PERFORM DRF-SOMA THRU DRF-SOMA-FIM
           GO TO DRF-RESC-LOOP.
       DRF-RESC-FIM.
           EXIT.
      *
      *****************************************
      * AUTONOMOS (0588) - EMPRESA 01         *
      *****************************************
       DRF-RPA.
           IF W-TEMRPA NOT = "S"
              GO TO DRF-RPA-FIM.
           MOVE LOW-VALUES TO RPHCHAVE
           START RPAHIST KEY NOT < RPHCHAVE
           IF W-STRPA NOT = "00"
              GO TO DRF-RPA-FIM.
       DRF-RPA-LOOP.
           READ RPAHIST NEXT RECORD
           IF W-STRPA NOT = "00"
              GO TO DRF-RPA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF RPHMES NOT = W-MES OR RPHANO NOT = W-ANO
              GO TO DRF-RPA-LOOP.
           IF RPHIRRF NOT NUMERIC OR RPHIRRF = ZEROS
              GO TO DRF-RPA-LOOP.
           MOVE 3 TO W-REC
           MOVE 1 TO W-IND
           ADD 1       TO W-QTDRPA
           ADD RPHIRRF TO W-VALRPA
           MOVE RPHIRRF TO W-VALIRRF
           PERFORM DRF-SOMA THRU DRF-SOMA-FIM
           GO TO DRF-RPA-LOOP.
       DRF-RPA-FIM.
           EXIT.
      *
      *****************************************
      * FERIAS DA COMPETENCIA - SO CONFERENCIA *
      * (O IRRF JA SAIU NA FOLHA MENSAL)      *
      *****************************************
       DRF-FERIAS.
           IF W-TEMFER NOT = "S"
              GO TO DRF-FERIAS-FIM.
           MOVE LOW-VALUES TO FPGCHAVE
           START CADFERPAG KEY NOT < FPGCHAVE
           IF W-STFER NOT = "00"
              GO TO DRF-FERIAS-FIM.
       DRF-FERIAS-LOOP.
           READ CADFERPAG NEXT RECORD
           IF W-STFER NOT = "00"
              GO TO DRF-FERIAS-FIM.
           ADD 1 TO W-CTLLIDOS
           IF FPGMES NOT = W-MES OR FPGANO NOT = W-ANO
              GO TO DRF-FERIAS-LOOP.
           IF FPGDIAS = ZEROS
              GO TO DRF-FERIAS-LOOP.
           ADD 1        TO W-QTDFER
           ADD FPGVALOR TO W-VALFER
           GO TO DRF-FERIAS-LOOP.
       DRF-FERIAS-FIM.
           EXIT.
      *
      *****************************************
      * CONFERENCIA POR ORIGEM                *
      *****************************************
       REL-ORIGEM.
           MOVE SPACES    TO REGRELDARF
           WRITE REGRELDARF
           MOVE WS-CABORI TO REGRELDARF
           WRITE REGRELDARF
           MOVE "  FOLHA MENSAL (FOPAGHIST)....:" TO WS-ORIDESCR
           MOVE W-QTDFOLHA TO WS-ORIQTDE
           MOVE W-VALFOLHA TO WS-ORIVALOR
           MOVE WS-LINORI  TO REGRELDARF
           WRITE REGRELDARF
           MOVE "  RESCISOES REMETIDAS.........:" TO WS-ORIDESCR
           MOVE W-QTDRESC  TO WS-ORIQTDE
           MOVE W-VALRESC  TO WS-ORIVALOR
           MOVE WS-LINORI  TO REGRELDARF
           WRITE REGRELDARF
           MOVE "  PLR (COMPETENCIA 21)........:" TO WS-ORIDESCR
           MOVE W-QTDPLR   TO WS-ORIQTDE
           MOVE W-VALPLR   TO WS-ORIVALOR
           MOVE WS-LINORI  TO REGRELDARF
           WRITE REGRELDARF
           MOVE "  AUTONOMOS (RPAHIST).........:" TO WS-ORIDESCR
           MOVE W-QTDRPA   TO WS-ORIQTDE
           MOVE W-VALRPA   TO WS-ORIVALOR
           MOVE WS-LINORI  TO REGRELDARF
           WRITE REGRELDARF
           MOVE "  FERIAS PAGAS (IRRF NA FOLHA):" TO WS-ORIDESCR
           MOVE W-QTDFER   TO WS-ORIQTDE
           MOVE W-VALFER   TO WS-ORIVALOR
           MOVE WS-LINORI  TO REGRELDARF
           WRITE REGRELDARF.
       REL-ORIGEM-FIM.
           EXIT.
      *
      *****************************************
      * UM DARF POR EMPRESA E CODIGO DE       *
      * RECEITA COM VALOR RETIDO              *
      *****************************************
       DRF-EMP.
           MOVE ZEROS TO W-IND.
       DRF-EMP-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 99
              GO TO DRF-RODAPE.
           IF TABEMP-VALOR (W-IND 1) = ZEROS
              AND TABEMP-VALOR (W-IND 2) = ZEROS
              AND TABEMP-VALOR (W-IND 3) = ZEROS
              GO TO DRF-EMP-LOOP.
           MOVE W-IND TO EMPCODIGO
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO EMPRAZAO
              MOVE ZEROS  TO EMPCNPJ.
           MOVE W-IND     TO WS-EMPCOD
           MOVE EMPRAZAO  TO WS-EMPNOME
           MOVE EMPCNPJ   TO WS-EMPCNPJ
           MOVE SPACES    TO REGRELDARF
           WRITE REGRELDARF
           MOVE WS-CABEMP TO REGRELDARF
           WRITE REGRELDARF
           MOVE ZEROS TO W-REC.
       DRF-REC-LOOP.
           ADD 1 TO W-REC
           IF W-REC > 3
              GO TO DRF-EMP-LOOP.
           IF TABEMP-VALOR (W-IND W-REC) = ZEROS
              GO TO DRF-REC-LOOP.
           PERFORM DRF-GUIA THRU DRF-GUIA-FIM
           GO TO DRF-REC-LOOP.
      *
       DRF-GUIA.
           MOVE TABREC-COD   (W-REC) TO WS-DRFCOD
           MOVE TABREC-DESCR (W-REC) TO WS-DRFDESCR
           MOVE SPACES      TO REGRELDARF
           MOVE WS-LINDARF1 TO REGRELDARF
           WRITE REGRELDARF
           MOVE W-MES       TO WS-DRFMES
           MOVE W-ANO       TO WS-DRFANO
           MOVE SPACES      TO REGRELDARF
           MOVE WS-LINDARF2 TO REGRELDARF
           WRITE REGRELDARF
           MOVE W-DIAVENC   TO WS-DRFVDIA
           MOVE W-MESVENC   TO WS-DRFVMES
           MOVE W-ANOVENC   TO WS-DRFVANO
           MOVE SPACES      TO REGRELDARF
           MOVE WS-LINDARF3 TO REGRELDARF
           WRITE REGRELDARF
           MOVE TABEMP-QTDE (W-IND W-REC) TO WS-DRFQTDE
           MOVE SPACES      TO REGRELDARF
           MOVE WS-LINDARF4 TO REGRELDARF
           WRITE REGRELDARF
           MOVE TABEMP-VALOR (W-IND W-REC) TO WS-DRFVALOR
           MOVE SPACES      TO REGRELDARF
           MOVE WS-LINDARF5 TO REGRELDARF
           WRITE REGRELDARF
           ADD 1 TO W-CTLGRAV.
       DRF-GUIA-FIM.
           EXIT.
      *
       DRF-RODAPE.
           MOVE W-TOTGERAL TO WS-RODTOTAL
           MOVE SPACES     TO REGRELDARF
           WRITE REGRELDARF
           MOVE WS-RODAPE  TO REGRELDARF
           WRITE REGRELDARF
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-TOTREG
           MOVE W-TOTGERAL TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMFER = "S"
              CLOSE CADFERPAG.
           IF W-TEMRPA = "S"
              CLOSE RPAHIST.
           IF W-TEMRSC = "S"
              CLOSE CADRESC.
           CLOSE FOPAGHIST CADFUNC CADEMPRESA RELDARF
           DISPLAY "DARF GERADOS      : " W-CTLGRAV
           DISPLAY "TOTAL IRRF RETIDO : " W-TOTGERAL
           GO TO ROT-FIMS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           STOP RUN.
       ROT-FIMS.
           STOP RUN.
