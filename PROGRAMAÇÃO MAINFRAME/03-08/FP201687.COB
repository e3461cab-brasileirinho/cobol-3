      * APLICA OS PERCENTUAIS PATRONAIS DO CADPARAM
      * (04=PATRONAL, 05=RAT, 06=TERCEIROS, 07=DIA
      * DE VENCIMENTO) E IMPRIME A GUIA ABERTA POR
      * EMPRESA (FUNCEMPRESA). CHAPA TRANSFERIDA DE
      * EMPRESA NA COMPETENCIA (CADTRANSF, FP201793)
      * ENTRA NA GUIA DAS DUAS, COM A BASE E O INSS
      * RATEADOS PELO DL116 (DIAS ANTES DA DATA NA
      * ANTERIOR, BASE 30)
      * FOLHA COMPLEMENTAR (FP201794) TEM GUIA
      * PROPRIA, SO SOBRE A DIFERENCA DA COMPETENCIA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-COMPL       PIC 9(01) VALUE ZEROS.
       77 W-MESFPH      PIC 9(02) VALUE ZEROS.
       77 W-PERCPATR    PIC 9(02)V99 VALUE ZEROS.
       77 W-PERCRAT     PIC 9(02)V99 VALUE ZEROS.
       77 W-PERCTERC    PIC 9(02)V99 VALUE ZEROS.
       77 W-VALGUIA     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTGERAL    PIC 9(11)V99 VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-DL116-COMPET PIC 9(04) VALUE ZEROS.
       77 W-DL116-EMPANT PIC 9(02) VALUE ZEROS.
       77 W-DL116-EMPNOVO PIC 9(02) VALUE ZEROS.
       77 W-DL116-DIAS  PIC 9(02) VALUE ZEROS.
       77 W-BASEANT     PIC 9(06)V99 VALUE ZEROS.
       77 W-INSSANT     PIC 9(06)V99 VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
          03 WS-CABVMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABVANO   PIC 9(02).
       01 WS-CABCPL.
          03 FILLER       PIC X(38) VALUE
             "GUIA COMPLEMENTAR - FOLHA COMPLEMENTAR".
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-CPLNUM    PIC 9(01).
       01 WS-CABEMP.
          03 FILLER       PIC X(09) VALUE "EMPRESA: ".
          03 WS-EMPCOD    PIC 9(02).
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO
           MOVE ZEROS TO W-COMPL
           MOVE W-MES TO W-MESFPH.
       INC-ACE2.
           DISPLAY "FOLHA COMPLEMENTAR (0=NORMAL, 1 A 3): "
           ACCEPT W-COMPL
           IF W-COMPL > 3
              DISPLAY "COMPLEMENTAR INVALIDA"
              GO TO INC-ACE2.
           IF W-COMPL > ZEROS
              COMPUTE W-MESFPH = 20 + (20 * W-COMPL) + W-MES.
      *
       INC-OP0.
           OPEN INPUT FOPAGHIST
              MOVE 01 TO W-MESVENC
              COMPUTE W-ANOVENC = W-ANO + 1.
           MOVE ZEROS TO TABEMP
           COMPUTE W-DL116-COMPET = (W-ANO * 100) + W-MES
           PERFORM REL-CAB THRU REL-CAB-FIM
           MOVE LOW-VALUES TO FPHCHAVE
           START FOPAGHIST KEY NOT < FPHCHAVE
              DISPLAY "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
           ADD 1 TO W-CTLLIDOS
           IF FPHMES NOT = W-MESFPH OR FPHANO NOT = W-ANO
              GO TO GPS-LOOP.
           MOVE FPHCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO GPS-LOOP.
           CALL "DL116" USING FPHCHAPA W-DL116-COMPET W-DL116-EMPANT
                              W-DL116-EMPNOVO W-DL116-DIAS
           IF W-DL116-DIAS > ZEROS
              PERFORM GPS-RATEIO THRU GPS-RATEIO-FIM
              ADD 1 TO W-TOTEMP
              GO TO GPS-LOOP.
           MOVE FUNCEMPRESA TO W-IND
           IF W-IND = ZEROS
              MOVE 1 TO W-IND.
           ADD FPHINSS    TO TABEMP-INSS (W-IND)
           ADD 1          TO W-TOTEMP
           GO TO GPS-LOOP.
      *
      *****************************************
      * TRANSFERIDO NO MES - SEGURADO NAS DUAS*
      * GUIAS, BASE E INSS PROPORCIONAIS AOS  *
      * DIAS EM CADA EMPRESA                  *
      *****************************************
       GPS-RATEIO.
           COMPUTE W-BASEANT ROUNDED = FPHSALPAGO * W-DL116-DIAS / 30
           COMPUTE W-INSSANT ROUNDED = FPHINSS    * W-DL116-DIAS / 30
           MOVE W-DL116-EMPANT TO W-IND
           IF W-IND = ZEROS
              MOVE 1 TO W-IND.
           ADD 1          TO TABEMP-QTDE (W-IND)
           ADD W-BASEANT  TO TABEMP-BASE (W-IND)
           ADD W-INSSANT  TO TABEMP-INSS (W-IND)
           MOVE W-DL116-EMPNOVO TO W-IND
           ADD 1          TO TABEMP-QTDE (W-IND)
           COMPUTE TABEMP-BASE (W-IND) = TABEMP-BASE (W-IND)
                                       + FPHSALPAGO - W-BASEANT
           COMPUTE TABEMP-INSS (W-IND) = TABEMP-INSS (W-IND)
                                       + FPHINSS - W-INSSANT.
       GPS-RATEIO-FIM.
           EXIT.
      *
       REL-CAB.
           MOVE W-MES     TO WS-CABMES
           MOVE W-ANOVENC TO WS-CABVANO
           MOVE SPACES    TO REGRELGPS
           MOVE WS-CAB1   TO REGRELGPS
           WRITE REGRELGPS
           IF W-COMPL > ZEROS
              MOVE W-COMPL   TO WS-CPLNUM
              MOVE SPACES    TO REGRELGPS
              MOVE WS-CABCPL TO REGRELGPS
              WRITE REGRELGPS.
       REL-CAB-FIM.
           EXIT.
      *
