      **************************************
      * EXPORTACAO DO LANCAMENTO CONTABIL DA FOLHA *
      **************************************
      * A DESPESA E OS CREDITOS SAEM DAS RUBRICAS DO
      * FOPAGDET (PROVENTOS = DESPESA, DESCONTOS
      * 101/102/103 NAS CONTAS D/01-D/03 E OS DEMAIS
      * NA D/04). CHAPA SEM ABERTURA NA COMPETENCIA
      * USA OS TOTAIS DO FOPAGHIST
      * RESCISOES COM DEMISSAO NA COMPETENCIA (CADRESC):
      * BRUTO A DEBITO E LIQUIDO A CREDITO NA CONTA
      * T/01, INSS E IRRF SOMADOS AOS DA FOLHA (D/01 E
      * D/02) E FGTS RESCISORIO + MULTA DA GRRF
      * (FP201642) A DEBITO E A CREDITO NA T/02
      * FOLHA COMPLEMENTAR (FP201794) GERA LANCAMENTO
      * PROPRIO SO COM A DIFERENCA, MARCADO EM
      * LCTCOMPL, SEM AS RESCISOES DO MES
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS RATCHAPA
                               WITH DUPLICATES.

           SELECT FOPAGDET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPDCHAVE
                    FILE STATUS  IS W-STDET.

           SELECT CADRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT LANCTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 RATPERC           PIC 9(03)V99.
                03 FILLER            PIC X(11).

       FD FOPAGDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGDET.DAT".
       01 REGFOPDET.
                03 FPDCHAVE.
                   05 FPDCHAPA       PIC 9(05).
                   05 FPDPERIODO.
                      07 FPDMES      PIC 9(02).
                      07 FPDANO      PIC 9(02).
                   05 FPDRUBRICA     PIC 9(03).
                03 FPDTIPO           PIC X(01).
                03 FPDREFER          PIC 9(03)V99.
                03 FPDVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(10).

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

       FD LANCTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCTO.DAT".
                03 LCTDC             PIC X(01).
                03 LCTVALOR          PIC 9(11)V99.
                03 LCTHIST           PIC X(25).
                03 LCTCOMPL          PIC 9(01).
                03 FILLER            PIC X(12).

       FD RELLANC
               LABEL RECORD IS STANDARD
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-COMPL       PIC 9(01) VALUE ZEROS.
       77 W-MESFPH      PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-TOTINSS     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTIRRF     PIC 9(11)V99 VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.

       77 W-DESPESA     PIC 9(08)V99 VALUE ZEROS.
       77 W-STDET       PIC X(02) VALUE "00".
       77 W-TEMDETARQ   PIC X(01) VALUE "N".
       77 W-TEMDET      PIC X(01) VALUE "N".
       77 W-RATPERC     PIC 9(04)V99 VALUE ZEROS.
       77 W-RATALOC     PIC 9(08)V99 VALUE ZEROS.
       77 W-RATPARTE    PIC 9(08)V99 VALUE ZEROS.
       77 W-RATULTIMO   PIC 9(02) COMP VALUE ZEROS.
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-COMPRESC    PIC 9(06) VALUE ZEROS.
       77 W-RSCDESP     PIC 9(11)V99 VALUE ZEROS.
       77 W-RSCLIQ      PIC 9(11)V99 VALUE ZEROS.
       77 W-RSCGRRF     PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDRESC     PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 TABCDC.
          03 TABCDC-DESP  PIC 9(11)V99 OCCURS 10 TIMES.
       01 WS-CAB1       PIC X(100) VALUE
          "RELATORIO DE CONFERENCIA DO LANCAMENTO CONTABIL DA FOLHA".
       01 WS-CABCPL.
          03 FILLER       PIC X(20) VALUE "FOLHA COMPLEMENTAR: ".
          03 WS-CPLNUM    PIC 9(01).
       01 WS-LINDET.
          03 WS-LDCONTA   PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
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
           PERFORM VERIFICA-APROV THRU VERIFICA-APROV-FIM.
      *
       INC-OP0.
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRATEIO"
                 GO TO ROT-FIMS.
       INC-OP1B.
           OPEN INPUT FOPAGDET
           IF W-STDET = "00"
              MOVE "S" TO W-TEMDETARQ.
       INC-OP2.
           OPEN OUTPUT LANCTO
           IF ST-ERRO NOT = "00"
           MOVE SPACES   TO REGRELLANC
           MOVE WS-CAB1  TO REGRELLANC
           WRITE REGRELLANC
           IF W-COMPL > ZEROS
              MOVE W-COMPL   TO WS-CPLNUM
              MOVE SPACES    TO REGRELLANC
              MOVE WS-CABCPL TO REGRELLANC
              WRITE REGRELLANC.
           MOVE LOW-VALUES TO FPHCHAVE
           START FOPAGHIST KEY NOT < FPHCHAVE
           IF ST-ERRO NOT = "00"
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
           IF FPHMES NOT = W-MESFPH OR FPHANO NOT = W-ANO
              GO TO LCT-LOOP.
      *    DESPESA = SOMA DOS PROVENTOS DO FOPAGDET
      *    COM RATEIO FECHANDO 100 A DESPESA E DIVIDIDA
      *    ENTRE OS CENTROS DE CUSTO DO CADRATEIO
           PERFORM LCT-DETALHE THRU LCT-DETALHE-FIM
           IF W-TEMDET = "S"
              GO TO LCT-LOOP-RATEIA.
      *    SEM ABERTURA: DESPESA = DESCONTOS + LIQUIDO
      *    (INCLUI VERBAS DE FERIAS)
           COMPUTE W-DESPESA = FPHDESCONTOS + FPHLIQUIDO
           ADD FPHINSS    TO W-TOTINSS
           ADD FPHIRRF    TO W-TOTIRRF
           ADD FPHOUTROS  TO W-TOTOUTROS
      *    BENEFICIOS E CONSIGNADOS EMBUTIDOS NOS DESCONTOS
           COMPUTE W-TOTDEMAIS = W-TOTDEMAIS + FPHDESCONTOS
                   - FPHINSS - FPHIRRF - FPHOUTROS.
       LCT-LOOP-RATEIA.
           PERFORM LCT-RATEIA THRU LCT-RATEIA-FIM
           ADD FPHLIQUIDO TO W-TOTLIQ
           GO TO LCT-LOOP.
      *
      *****************************************
      * RUBRICAS DA CHAPA NA COMPETENCIA      *
      * (INFORMATIVAS NAO SAO CONTABILIZADAS) *
      *****************************************
       LCT-DETALHE.
           MOVE "N"   TO W-TEMDET
           MOVE ZEROS TO W-DESPESA
           IF W-TEMDETARQ NOT = "S"
              GO TO LCT-DETALHE-FIM.
           MOVE FPHCHAPA TO FPDCHAPA
           MOVE W-MESFPH TO FPDMES
           MOVE W-ANO    TO FPDANO
           MOVE ZEROS    TO FPDRUBRICA
           START FOPAGDET KEY NOT < FPDCHAVE
           IF W-STDET NOT = "00"
              GO TO LCT-DETALHE-FIM.
       LCT-DETALHE-LOOP.
           READ FOPAGDET NEXT RECORD
           IF W-STDET NOT = "00"
              GO TO LCT-DETALHE-FIM.
           IF FPDCHAPA NOT = FPHCHAPA OR FPDMES NOT = W-MESFPH OR
              FPDANO NOT = W-ANO
              GO TO LCT-DETALHE-FIM.
           MOVE "S" TO W-TEMDET
           IF FPDTIPO = "P"
              ADD FPDVALOR TO W-DESPESA
              GO TO LCT-DETALHE-LOOP.
           IF FPDTIPO NOT = "D"
              GO TO LCT-DETALHE-LOOP.
           IF FPDRUBRICA = 101
              ADD FPDVALOR TO W-TOTINSS
           ELSE IF FPDRUBRICA = 102
              ADD FPDVALOR TO W-TOTIRRF
           ELSE IF FPDRUBRICA = 103
              ADD FPDVALOR TO W-TOTOUTROS
           ELSE
              ADD FPDVALOR TO W-TOTDEMAIS.
           GO TO LCT-DETALHE-LOOP.
       LCT-DETALHE-FIM.
           EXIT.
      *
      *****************************************
      * RATEIO DA DESPESA DE UMA CHAPA         *
      * (SOMA DIFERENTE DE 100 = SEM RATEIO,  *
      * VAI INTEIRA PARA O FPHCDC)            *
      * GERACAO DOS LANCAMENTOS               *
      *****************************************
       LCT-GERA.
           IF W-COMPL = ZEROS
              PERFORM LCT-RESCISAO THRU LCT-RESCISAO-FIM.
           MOVE ZEROS TO W-IND.
       LCT-GERA-CDC.
           ADD 1 TO W-IND
           MOVE 00  TO CTACODIGO
           MOVE W-TOTLIQ TO LCTVALOR
           PERFORM LCT-CREDITO THRU LCT-CREDITO-FIM
      *    RESCISOES: DESPESA E LIQUIDO A PAGAR NA T/01,
      *    FGTS RESCISORIO E MULTA NA T/02
           MOVE "T" TO CTATIPO
           MOVE 01  TO CTACODIGO
           MOVE W-RSCDESP TO LCTVALOR
           PERFORM LCT-DEBITO THRU LCT-DEBITO-FIM
           MOVE "T" TO CTATIPO
           MOVE 01  TO CTACODIGO
           MOVE W-RSCLIQ TO LCTVALOR
           PERFORM LCT-CREDITO THRU LCT-CREDITO-FIM
           MOVE "T" TO CTATIPO
           MOVE 02  TO CTACODIGO
           MOVE W-RSCGRRF TO LCTVALOR
           PERFORM LCT-DEBITO THRU LCT-DEBITO-FIM
           MOVE "T" TO CTATIPO
           MOVE 02  TO CTACODIGO
           MOVE W-RSCGRRF TO LCTVALOR
           PERFORM LCT-CREDITO THRU LCT-CREDITO-FIM
           GO TO LCT-FIM.
      *
      *****************************************
      * TOTAIS DAS RESCISOES DA COMPETENCIA   *
      * (CABECALHO 000 DO CADRESC)            *
      *****************************************
       LCT-RESCISAO.
           MOVE ZEROS TO W-RSCDESP W-RSCLIQ W-RSCGRRF W-QTDRESC
           OPEN INPUT CADRESC
           IF W-STRSC NOT = "00"
              GO TO LCT-RESCISAO-FIM.
           COMPUTE W-COMPRESC = ((2000 + W-ANO) * 100) + W-MES
           MOVE LOW-VALUES TO RSCCHAVE
           START CADRESC KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO LCT-RESCISAO-ENC.
       LCT-RESCISAO-LOOP.
           READ CADRESC NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO LCT-RESCISAO-ENC.
           IF RSCVERBA NOT = ZEROS OR RSCTIPO NOT = "C"
              GO TO LCT-RESCISAO-LOOP.
           IF (RSCDTDEM / 100) NOT = W-COMPRESC
              GO TO LCT-RESCISAO-LOOP.
           ADD 1           TO W-QTDRESC
           ADD RSCBRUTO    TO W-RSCDESP
           ADD RSCLIQUIDO  TO W-RSCLIQ
           ADD RSCINSS     TO W-TOTINSS
           ADD RSCIRRF     TO W-TOTIRRF
           COMPUTE W-RSCGRRF = W-RSCGRRF + RSCFGTSGRRF + RSCMULTAVAL
           GO TO LCT-RESCISAO-LOOP.
       LCT-RESCISAO-ENC.
           CLOSE CADRESC
           IF W-QTDRESC > ZEROS
              DISPLAY "RESCISOES CONTABILIZADAS: " W-QTDRESC.
       LCT-RESCISAO-FIM.
           EXIT.
      *
       LCT-DEBITO.
           IF LCTVALOR = ZEROS
              GO TO LCT-DEBITO-FIM.
           READ CADCONTA
           IF ST-ERRO NOT = "00"
              PERFORM LCT-SEMCONTA THRU LCT-SEMCONTA-FIM
              GO TO LCT-DEBITO-FIM.
           MOVE CTADEBITO  TO LCTCONTA
           MOVE "D"        TO LCTDC
           MOVE CTADESCR   TO LCTHIST
           PERFORM LCT-GRAVA THRU LCT-GRAVA-FIM
           ADD LCTVALOR TO W-TOTDEB.
       LCT-DEBITO-FIM.
           EXIT.
      *
       LCT-CREDITO.
           IF LCTVALOR = ZEROS
           MOVE W-HOJE TO LCTDATA
           MOVE W-MES  TO LCTMES
           MOVE W-ANO  TO LCTANO
           MOVE W-COMPL TO LCTCOMPL
           WRITE REGLANCTO
           MOVE LCTCONTA TO WS-LDCONTA
           MOVE LCTDC    TO WS-LDDC
           MOVE W-TOTDEB  TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMDETARQ = "S"
              CLOSE FOPAGDET.
           CLOSE FOPAGHIST CADCONTA CADRATEIO LANCTO RELLANC
           DISPLAY "TOTAL DEBITOS : " W-TOTDEB
           DISPLAY "TOTAL CREDITOS: " W-TOTCRED
                                 W-STAPV
              DISPLAY "COMPETENCIA SEM APROVACAO - EXECUTE O FP201720"
              GO TO ROT-FIMS.
           MOVE W-MESFPH TO APVMES
           MOVE W-ANO    TO APVANO
           READ CADAPROV
           IF W-STAPV NOT = "00" OR APVSTATUS NOT = "A"
              CLOSE CADAPROV
