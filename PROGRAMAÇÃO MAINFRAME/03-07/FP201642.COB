      **************************************
      * CALCULO MENSAL DO FGTS E EXTRATO DE RECOLHIMENTO *
      **************************************
      * RESCISOES DA COMPETENCIA COM MULTA (CADRESC,
      * GRAVADO PELO FP201641) GERAM A GRRF NO
      * REMGRRF: FGTS SOBRE AS VERBAS RESCISORIAS
      * + MULTA DE 40% OU 20% SOBRE OS DEPOSITOS DO
      * CONTRATO (FOPAGHIST, EXCETO PLR E A PROPRIA
      * COMPETENCIA DA RESCISAO) E O FGTS RESCISORIO.
      * OS VALORES VOLTAM PARA O CABECALHO DO CADRESC
      * PARA A CONTABILIZACAO (FP201645)
      * FOLHA COMPLEMENTAR (FP201794) GERA O FGTS
      * SUPLEMENTAR SO SOBRE A DIFERENCA, MARCADO EM
      * RMFCOMPL, SEM GRRF
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REMFGTS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT REMGRRF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 RMFANO            PIC 9(02).
                03 RMFBASE           PIC 9(09)V99.
                03 RMFVALOR          PIC 9(09)V99.
                03 RMFCOMPL          PIC 9(01).
                03 FILLER            PIC X(22).

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

       FD REMGRRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMGRRF.DAT".
       01 REGREMGRRF.
                03 GRFCHAPA          PIC 9(05).
                03 GRFCPF            PIC 9(11).
                03 GRFDTDEM          PIC 9(08).
                03 GRFMOTIVO         PIC 9(01).
                03 GRFBASEMES        PIC 9(09)V99.
                03 GRFFGTSMES        PIC 9(09)V99.
                03 GRFDEPOSITOS      PIC 9(09)V99.
                03 GRFMULTAPERC      PIC 9(02).
                03 GRFMULTA          PIC 9(09)V99.
                03 GRFTOTAL          PIC 9(09)V99.
                03 FILLER            PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-COMPL       PIC 9(01) VALUE ZEROS.
       77 W-MESFPH      PIC 9(02) VALUE ZEROS.
       77 W-PERC        PIC 9(02)V99 VALUE ZEROS.
       77 W-VALFGTS     PIC 9(06)V99 VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-TOTBASE     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTFGTS     PIC 9(09)V99 VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-COMPRESC    PIC 9(06) VALUE ZEROS.
       77 W-PERCGRRF    PIC 9(02)V99 VALUE ZEROS.
       77 W-FGTSMES     PIC 9(09)V99 VALUE ZEROS.
       77 W-DEPOSITOS   PIC 9(09)V99 VALUE ZEROS.
       77 W-VALMULTA    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTGRRF     PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDGRRF     PIC 9(05) VALUE ZEROS.
       01 TABCDC.
          03 TABCDC-ITEM OCCURS 10 TIMES.
             05 TABCDC-BASE  PIC 9(09)V99.
             05 TABCDC-FGTS  PIC 9(09)V99.
       01 WS-CAB1       PIC X(100) VALUE
          "RELATORIO DE CONFERENCIA DO FGTS".
       01 WS-CABCPL.
          03 FILLER       PIC X(38) VALUE
             "FGTS SUPLEMENTAR - FOLHA COMPLEMENTAR ".
          03 WS-CPLNUM    PIC 9(01).
       01 WS-CABDET.
          03 FILLER       PIC X(05) VALUE "CHAPA".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(12) VALUE "TOTAL FGTS: ".
          03 WS-RODFGTS    PIC ZZZ.ZZZ.ZZZ,99.
       01 WS-CABGRRF    PIC X(100) VALUE
          "GRRF - DEPOSITOS / FGTS RESCISORIO / MULTA / TOTAL".
       01 WS-LINGRRF.
          03 WS-GRFCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-GRFNOME   PIC X(30).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-GRFPERC   PIC Z9.
          03 FILLER       PIC X(01) VALUE "%".
          03 WS-GRFDEP    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-GRFMES    PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-GRFMULTA  PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-GRFTOTAL  PIC Z.ZZZ.ZZ9,99.
       01 WS-RODGRRF.
          03 FILLER        PIC X(25) VALUE
             "RESCISOES NA GRRF:       ".
          03 WS-RODQGRRF   PIC ZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(12) VALUE "TOTAL GRRF: ".
          03 WS-RODGRRFV   PIC ZZZ.ZZZ.ZZZ,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO
           MOVE ZEROS TO W-COMPL
           MOVE W-MES TO W-MESFPH.
       INC-ACE1A.
           DISPLAY "FOLHA COMPLEMENTAR (0=NORMAL, 1 A 3): "
           ACCEPT W-COMPL
           IF W-COMPL > 3
              DISPLAY "COMPLEMENTAR INVALIDA"
              GO TO INC-ACE1A.
           IF W-COMPL > ZEROS
              COMPUTE W-MESFPH = 20 + (20 * W-COMPL) + W-MES.
       INC-ACE2.
           DISPLAY "PERCENTUAL DO FGTS (ENTER=8,00): "
           ACCEPT W-PERC
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
           IF FPHMES NOT = W-MESFPH OR FPHANO NOT = W-ANO
              GO TO FGT-LOOP.
           MOVE FPHCHAPA TO CHAPA
           READ CADFUNC
           MOVE SPACES    TO REGRELFGTS
           MOVE WS-CAB1   TO REGRELFGTS
           WRITE REGRELFGTS
           IF W-COMPL > ZEROS
              MOVE W-COMPL   TO WS-CPLNUM
              MOVE SPACES    TO REGRELFGTS
              MOVE WS-CABCPL TO REGRELFGTS
              WRITE REGRELFGTS.
           MOVE SPACES    TO REGRELFGTS
           MOVE WS-CABDET TO REGRELFGTS
           WRITE REGRELFGTS.
           MOVE W-ANO      TO RMFANO
           MOVE TABCDC-BASE (W-IND) TO RMFBASE
           MOVE TABCDC-FGTS (W-IND) TO RMFVALOR
           MOVE W-COMPL    TO RMFCOMPL
           WRITE REGREMFGTS
           GO TO FGT-CDC-LOOP.
       FGT-RODAPE.
           IF W-COMPL = ZEROS
              PERFORM FGT-GRRF THRU FGT-GRRF-FIM.
           MOVE W-TOTEMP  TO WS-RODEMP
           MOVE W-TOTFGTS TO WS-RODFGTS
           MOVE SPACES    TO REGRELFGTS
           MOVE WS-RODAPE TO REGRELFGTS
           WRITE REGRELFGTS
           COMPUTE W-CTLLIDOS = W-TOTEMP + W-QTDGRRF
           COMPUTE W-CTLGRAV  = W-TOTEMP + W-QTDGRRF
           COMPUTE W-CTLVALOR = W-TOTFGTS + W-TOTGRRF
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE FOPAGHIST CADFUNC CUSTO RELFGTS REMFGTS
           DISPLAY "FUNCIONARIOS PROCESSADOS: " W-TOTEMP
           DISPLAY "RESCISOES NA GRRF       : " W-QTDGRRF
           GO TO ROT-FIMP.
      *
      *****************************************
      * GRRF DAS RESCISOES DA COMPETENCIA     *
      *****************************************
       FGT-GRRF.
           OPEN I-O CADRESC
           IF W-STRSC NOT = "00"
              GO TO FGT-GRRF-FIM.
           OPEN OUTPUT REMGRRF
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REMGRRF" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMGRRF"
              CLOSE CADRESC
              GO TO FGT-GRRF-FIM.
           COMPUTE W-COMPRESC = ((2000 + W-ANO) * 100) + W-MES
           MOVE SPACES     TO REGRELFGTS
           MOVE WS-CABGRRF TO REGRELFGTS
           WRITE REGRELFGTS
           MOVE LOW-VALUES TO RSCCHAVE
           START CADRESC KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO FGT-GRRF-ENC.
       FGT-GRRF-LOOP.
           READ CADRESC NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO FGT-GRRF-ENC.
           IF RSCVERBA NOT = ZEROS OR RSCTIPO NOT = "C"
              GO TO FGT-GRRF-LOOP.
           IF RSCMULTA = ZEROS
              GO TO FGT-GRRF-LOOP.
           IF (RSCDTDEM / 100) NOT = W-COMPRESC
              GO TO FGT-GRRF-LOOP.
           MOVE RSCCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME FUNCTIPOCONTR
              MOVE ZEROS  TO CPF.
      *    APRENDIZ (CONTRATO A) RECOLHE 2%
           IF FUNCTIPOCONTR = "A"
              MOVE 2 TO W-PERCGRRF
           ELSE
              MOVE W-PERC TO W-PERCGRRF.
           COMPUTE W-FGTSMES ROUNDED =
                   RSCBASEFGTS * W-PERCGRRF / 100
           PERFORM FGT-DEPOSITOS THRU FGT-DEPOSITOS-FIM
           COMPUTE W-VALMULTA ROUNDED =
                   (W-DEPOSITOS + W-FGTSMES) * RSCMULTA / 100
           MOVE RSCCHAPA    TO GRFCHAPA
           MOVE CPF         TO GRFCPF
           MOVE RSCDTDEM    TO GRFDTDEM
           MOVE RSCMOTIVO   TO GRFMOTIVO
           MOVE RSCBASEFGTS TO GRFBASEMES
           MOVE W-FGTSMES   TO GRFFGTSMES
           MOVE W-DEPOSITOS TO GRFDEPOSITOS
           MOVE RSCMULTA    TO GRFMULTAPERC
           MOVE W-VALMULTA  TO GRFMULTA
           COMPUTE GRFTOTAL = W-FGTSMES + W-VALMULTA
           WRITE REGREMGRRF
           MOVE RSCCHAPA    TO WS-GRFCHAPA
           MOVE NOME        TO WS-GRFNOME
           MOVE RSCMULTA    TO WS-GRFPERC
           MOVE W-DEPOSITOS TO WS-GRFDEP
           MOVE W-FGTSMES   TO WS-GRFMES
           MOVE W-VALMULTA  TO WS-GRFMULTA
           MOVE GRFTOTAL    TO WS-GRFTOTAL
           MOVE SPACES      TO REGRELFGTS
           MOVE WS-LINGRRF  TO REGRELFGTS
           WRITE REGRELFGTS
           ADD 1            TO W-QTDGRRF
           ADD GRFTOTAL     TO W-TOTGRRF
           MOVE W-FGTSMES   TO RSCFGTSGRRF
           MOVE W-VALMULTA  TO RSCMULTAVAL
           REWRITE REGRESC
           IF W-STRSC NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADRESC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRSC.
           GO TO FGT-GRRF-LOOP.
       FGT-GRRF-ENC.
           MOVE W-QTDGRRF  TO WS-RODQGRRF
           MOVE W-TOTGRRF  TO WS-RODGRRFV
           MOVE SPACES     TO REGRELFGTS
           MOVE WS-RODGRRF TO REGRELFGTS
           WRITE REGRELFGTS
           CLOSE CADRESC REMGRRF.
       FGT-GRRF-FIM.
           EXIT.
      *
      *****************************************
      * DEPOSITOS DO CONTRATO PELO FOPAGHIST  *
      * (SEM PLR E SEM A COMPETENCIA DA       *
      * RESCISAO, QUE ESTA NO FGTS RESCISORIO)*
      *****************************************
       FGT-DEPOSITOS.
           MOVE ZEROS    TO W-DEPOSITOS
           MOVE RSCCHAPA TO FPHCHAPA
           START FOPAGHIST KEY NOT < FPHCHAPA
           IF ST-ERRO NOT = "00"
              GO TO FGT-DEPOSITOS-FIM.
       FGT-DEPOSITOS-LOOP.
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FGT-DEPOSITOS-FIM.
           IF FPHCHAPA NOT = RSCCHAPA
              GO TO FGT-DEPOSITOS-FIM.
           IF FPHMES = 21
              GO TO FGT-DEPOSITOS-LOOP.
           IF FPHMES = W-MES AND FPHANO = W-ANO
              GO TO FGT-DEPOSITOS-LOOP.
           COMPUTE W-DEPOSITOS ROUNDED = W-DEPOSITOS
                   + (FPHSALPAGO * W-PERCGRRF / 100)
           GO TO FGT-DEPOSITOS-LOOP.
       FGT-DEPOSITOS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
