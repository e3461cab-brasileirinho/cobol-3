       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL109.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE HISTORICO DE EXPOSICAO   *
      * (BASE DO PPP)                      *
      **************************************
      * RECEBE A IMAGEM DO CADFUNC (118 BYTES) E
      * DEVOLVE OS PERIODOS DO CONTRATO COM O
      * DEPARTAMENTO E O CARGO DE CADA UM:
      *   MUDANCAS DE DEPARTAMENTO - CADTRANSF
      *   MUDANCAS DE CARGO - IMAGENS B/A DO
      *   CADHISTIX (GRAVADAS PELO DL106)
      * CADA PERIODO VEM MARCADO COM "S" QUANDO HA
      * NO CADRISCO EXPOSICAO DO DEPTO+CARGO QUE SE
      * SOBREPOE AO PERIODO. DATAS EM AAAAMMDD,
      * FIM ZERADO = CONTRATO EM ABERTO.
      * USADA PELO FP201740 (EMISSAO DO PPP) E PELO
      * FP201641 (AVISO DE PPP NAO EMITIDO)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTRANSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRFCHAVE
                    FILE STATUS  IS W-STTRF
                    ALTERNATE RECORD KEY IS TRFCHAPA
                               WITH DUPLICATES.

           SELECT CADHISTIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HISTCHAVE
                    FILE STATUS  IS W-STHIS.

           SELECT CADRISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSF.DAT".
       01 REGTRANSF.
                03 TRFCHAVE.
                   05 TRFCHAPA       PIC 9(05).
                   05 TRFSEQ         PIC 9(02).
                03 TRFDEPTOANT       PIC 9(03).
                03 TRFDEPTONOVO      PIC 9(03).
                03 TRFDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TRFEMPANT         PIC 9(02).
                03 TRFEMPNOVO        PIC 9(02).
                03 FILLER            PIC X(09).

       FD CADHISTIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHISTIX.DAT".
       01 REGHISTIX.
                03 HISTCHAVE.
                   05 HISTCHAPA      PIC 9(05).
                   05 HISTSEQ        PIC 9(04).
                03 HISTTIPO          PIC X(01).
                03 HISTDATA.
                   05 HISTDIA PIC 9(02).
                   05 HISTMES PIC 9(02).
                   05 HISTANO PIC 9(02).
                03 HISTREG           PIC X(118).
                03 HISTOPER          PIC X(08).

       FD CADRISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRISCO.DAT".
       01 REGRISCO.
                03 RSCCHAVE.
                   05 RSCDEPTO       PIC 9(03).
                   05 RSCCARGO       PIC 9(03).
                   05 RSCSEQ         PIC 9(02).
                03 RSCTIPO           PIC X(01).
                03 RSCGRAU           PIC X(01).
                03 RSCINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 RSCFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 RSCAGENTE         PIC X(30).
                03 FILLER            PIC X(12).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STTRF      PIC X(02) VALUE "00".
       77 W-STHIS      PIC X(02) VALUE "00".
       77 W-STRSC      PIC X(02) VALUE "00".
       77 W-QTDEVT     PIC 9(02) COMP VALUE ZEROS.
       77 W-IND        PIC 9(02) COMP VALUE ZEROS.
       77 W-IND2       PIC 9(02) COMP VALUE ZEROS.
       77 W-TROCOU     PIC X(01) VALUE "N".
       77 W-TEMTRF     PIC X(01) VALUE "N".
       77 W-TEMB       PIC X(01) VALUE "N".
       77 W-CARGOB     PIC 9(03) VALUE ZEROS.
       77 W-DEPTOATU   PIC 9(03) VALUE ZEROS.
       77 W-CARGOATU   PIC 9(03) VALUE ZEROS.
       77 W-DEPTONOVO  PIC 9(03) VALUE ZEROS.
       77 W-CARGONOVO  PIC 9(03) VALUE ZEROS.
       77 W-DATAINI    PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       77 W-DATAEVT    PIC 9(08) VALUE ZEROS.
       77 W-DATADEM    PIC 9(08) VALUE ZEROS.
       77 W-RSCINI     PIC 9(08) VALUE ZEROS.
       77 W-RSCFIM     PIC 9(08) VALUE ZEROS.
       77 W-RESTO      PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
      *    DIA ANTERIOR A UMA DATA (FIM DO PERIODO QUE SE ENCERRA)
       01 W-VESPERA    PIC 9(08) VALUE ZEROS.
       01 W-VESPERAR REDEFINES W-VESPERA.
          03 W-VESANO  PIC 9(04).
          03 W-VESMES  PIC 9(02).
          03 W-VESDIA  PIC 9(02).
       01 W-TABMES.
          03 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 W-TABMESR REDEFINES W-TABMES.
          03 W-DIASMES PIC 9(02) OCCURS 12 TIMES.
      *    IMAGEM DO CADFUNC GUARDADA NO HISTORICO
       01 W-HISFUNC.
          03 FILLER       PIC X(93).
          03 W-HISDEPTO   PIC 9(03).
          03 W-HISCARGO   PIC 9(03).
          03 FILLER       PIC X(19).
      *    MUDANCAS DO CONTRATO (DEPTO OU CARGO ZERADO = NAO MUDOU)
       01 W-TABEVT.
          03 W-EVT OCCURS 40 TIMES.
             05 W-EVTDATA   PIC 9(08).
             05 W-EVTDEPTO  PIC 9(03).
             05 W-EVTCARGO  PIC 9(03).
       01 W-EVTAUX         PIC X(14) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL109-FUNC.
          03 DL109-CHAPA     PIC 9(05).
          03 FILLER          PIC X(71).
          03 DL109-DATAADM.
             05 DIA     PIC 9(02).
             05 MES     PIC 9(02).
             05 ANO     PIC 9(04).
          03 DL109-DATADEM.
             05 DIA     PIC 9(02).
             05 MES     PIC 9(02).
             05 ANO     PIC 9(04).
          03 FILLER          PIC X(01).
          03 DL109-DEPTO     PIC 9(03).
          03 DL109-CARGO     PIC 9(03).
          03 FILLER          PIC X(19).
       01 DL109-PERIODOS.
          03 DL109-QTD       PIC 9(02).
          03 DL109-PER OCCURS 30 TIMES.
             05 DL109-PERINI    PIC 9(08).
             05 DL109-PERFIM    PIC 9(08).
             05 DL109-PERDEPTO  PIC 9(03).
             05 DL109-PERCARGO  PIC 9(03).
             05 DL109-PEREXPOS  PIC X(01).
       01 DL109-EXPOSTO   PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL109-FUNC DL109-PERIODOS
                                 DL109-EXPOSTO.
       PPP-000.
           MOVE ZEROS  TO DL109-QTD W-QTDEVT
           MOVE "N"    TO DL109-EXPOSTO W-TEMTRF W-TEMB
           MOVE DL109-DEPTO TO W-DEPTOATU
           MOVE DL109-CARGO TO W-CARGOATU
           MOVE ZEROS       TO W-CARGOB
           COMPUTE W-DATAINI = (ANO OF DL109-DATAADM * 10000)
                             + (MES OF DL109-DATAADM * 100)
                             +  DIA OF DL109-DATAADM
           COMPUTE W-DATADEM = (ANO OF DL109-DATADEM * 10000)
                             + (MES OF DL109-DATADEM * 100)
                             +  DIA OF DL109-DATADEM.
      *
      *****************************************
      * TRANSFERENCIAS DE DEPARTAMENTO - O    *
      * DEPTO ANTERIOR DA PRIMEIRA E O DA     *
      * ADMISSAO                              *
      *****************************************
      *
       PPP-TRF.
           OPEN INPUT CADTRANSF
           IF W-STTRF NOT = "00"
              GO TO PPP-HIS.
           MOVE DL109-CHAPA TO TRFCHAPA
           MOVE ZEROS       TO TRFSEQ
           START CADTRANSF KEY NOT < TRFCHAVE
           IF W-STTRF NOT = "00"
              GO TO PPP-TRF-ENC.
       PPP-TRF-LE.
           READ CADTRANSF NEXT RECORD
           IF W-STTRF NOT = "00"
              GO TO PPP-TRF-ENC.
           IF TRFCHAPA NOT = DL109-CHAPA
              GO TO PPP-TRF-ENC.
           IF W-TEMTRF = "N"
              MOVE TRFDEPTOANT TO W-DEPTOATU
              MOVE "S" TO W-TEMTRF.
           IF W-QTDEVT = 40
              GO TO PPP-TRF-LE.
           ADD 1 TO W-QTDEVT
           COMPUTE W-EVTDATA (W-QTDEVT) = (ANO OF TRFDATA * 10000)
                                        + (MES OF TRFDATA * 100)
                                        +  DIA OF TRFDATA
           MOVE TRFDEPTONOVO TO W-EVTDEPTO (W-QTDEVT)
           MOVE ZEROS        TO W-EVTCARGO (W-QTDEVT)
           GO TO PPP-TRF-LE.
       PPP-TRF-ENC.
           CLOSE CADTRANSF.
      *
      *****************************************
      * MUDANCAS DE CARGO - IMAGEM A COM CARGO*
      * DIFERENTE DA IMAGEM B QUE A PRECEDE;  *
      * A PRIMEIRA IMAGEM B DA O CARGO INICIAL*
      *****************************************
      *
       PPP-HIS.
           OPEN INPUT CADHISTIX
           IF W-STHIS NOT = "00"
              GO TO PPP-ORDENA.
           MOVE DL109-CHAPA TO HISTCHAPA
           MOVE ZEROS       TO HISTSEQ
           START CADHISTIX KEY NOT < HISTCHAVE
           IF W-STHIS NOT = "00"
              GO TO PPP-HIS-ENC.
       PPP-HIS-LE.
           READ CADHISTIX NEXT RECORD
           IF W-STHIS NOT = "00"
              GO TO PPP-HIS-ENC.
           IF HISTCHAPA NOT = DL109-CHAPA
              GO TO PPP-HIS-ENC.
           IF HISTTIPO NOT = "B" AND "A"
              GO TO PPP-HIS-LE.
           MOVE HISTREG TO W-HISFUNC
           IF HISTTIPO = "B"
              IF W-TEMB = "N"
                 MOVE W-HISCARGO TO W-CARGOATU
                 MOVE "S" TO W-TEMB.
           IF HISTTIPO = "B"
              MOVE W-HISCARGO TO W-CARGOB
              GO TO PPP-HIS-LE.
           IF W-HISCARGO = W-CARGOB OR W-TEMB = "N"
              GO TO PPP-HIS-LE.
           IF W-QTDEVT = 40
              GO TO PPP-HIS-LE.
           ADD 1 TO W-QTDEVT
           COMPUTE W-EVTDATA (W-QTDEVT) = ((2000 + HISTANO) * 10000)
                                        + (HISTMES * 100)
                                        +  HISTDIA
           MOVE ZEROS      TO W-EVTDEPTO (W-QTDEVT)
           MOVE W-HISCARGO TO W-EVTCARGO (W-QTDEVT)
           GO TO PPP-HIS-LE.
       PPP-HIS-ENC.
           CLOSE CADHISTIX.
      *
      *****************************************
      * ORDENA AS MUDANCAS POR DATA (BOLHA -  *
      * MANTEM A ORDEM DE GRAVACAO NO MESMO   *
      * DIA)                                  *
      *****************************************
      *
       PPP-ORDENA.
           IF W-QTDEVT < 2
              GO TO PPP-MONTA.
       PPP-ORDENA-PASSO.
           MOVE "N" TO W-TROCOU
           MOVE 1   TO W-IND.
       PPP-ORDENA-LOOP.
           IF W-IND NOT < W-QTDEVT
              GO TO PPP-ORDENA-TESTA.
           COMPUTE W-IND2 = W-IND + 1
           IF W-EVTDATA (W-IND) > W-EVTDATA (W-IND2)
              MOVE W-EVT (W-IND)  TO W-EVTAUX
              MOVE W-EVT (W-IND2) TO W-EVT (W-IND)
              MOVE W-EVTAUX       TO W-EVT (W-IND2)
              MOVE "S" TO W-TROCOU.
           ADD 1 TO W-IND
           GO TO PPP-ORDENA-LOOP.
       PPP-ORDENA-TESTA.
           IF W-TROCOU = "S"
              GO TO PPP-ORDENA-PASSO.
      *
      *****************************************
      * MONTA OS PERIODOS - CADA MUDANCA QUE  *
      * ALTERA DEPTO OU CARGO FECHA O PERIODO *
      * NA VESPERA E ABRE OUTRO               *
      *****************************************
      *
       PPP-MONTA.
           MOVE ZEROS TO W-IND.
       PPP-MONTA-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDEVT
              GO TO PPP-MONTA-ULT.
           MOVE W-DEPTOATU TO W-DEPTONOVO
           MOVE W-CARGOATU TO W-CARGONOVO
           IF W-EVTDEPTO (W-IND) NOT = ZEROS
              MOVE W-EVTDEPTO (W-IND) TO W-DEPTONOVO.
           IF W-EVTCARGO (W-IND) NOT = ZEROS
              MOVE W-EVTCARGO (W-IND) TO W-CARGONOVO.
           IF W-DEPTONOVO = W-DEPTOATU AND W-CARGONOVO = W-CARGOATU
              GO TO PPP-MONTA-LOOP.
           MOVE W-EVTDATA (W-IND) TO W-DATAEVT
      *    MUDANCA NO PRIMEIRO DIA DO PERIODO SO TROCA OS DADOS
           IF W-DATAEVT NOT > W-DATAINI OR DL109-QTD = 29
              MOVE W-DEPTONOVO TO W-DEPTOATU
              MOVE W-CARGONOVO TO W-CARGOATU
              GO TO PPP-MONTA-LOOP.
           MOVE W-DATAEVT TO W-VESPERA
           PERFORM PPP-VESPERA THRU PPP-VESPERA-FIM
           MOVE W-VESPERA TO W-DATAFIM
           PERFORM PPP-GRAVA THRU PPP-GRAVA-FIM
           MOVE W-DEPTONOVO TO W-DEPTOATU
           MOVE W-CARGONOVO TO W-CARGOATU
           MOVE W-DATAEVT   TO W-DATAINI
           GO TO PPP-MONTA-LOOP.
       PPP-MONTA-ULT.
           MOVE W-DATADEM TO W-DATAFIM
           PERFORM PPP-GRAVA THRU PPP-GRAVA-FIM.
      *
      *****************************************
      * EXPOSICAO DE CADA PERIODO NO CADRISCO *
      *****************************************
      *
       PPP-RISCO.
           OPEN INPUT CADRISCO
           IF W-STRSC NOT = "00"
              GO TO PPP-FIM.
           MOVE ZEROS TO W-IND.
       PPP-RISCO-LOOP.
           ADD 1 TO W-IND
           IF W-IND > DL109-QTD
              GO TO PPP-RISCO-ENC.
           MOVE DL109-PERDEPTO (W-IND) TO RSCDEPTO
           MOVE DL109-PERCARGO (W-IND) TO RSCCARGO
           MOVE ZEROS                  TO RSCSEQ
           START CADRISCO KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO PPP-RISCO-LOOP.
       PPP-RISCO-LE.
           READ CADRISCO NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO PPP-RISCO-LOOP.
           IF RSCDEPTO NOT = DL109-PERDEPTO (W-IND) OR
              RSCCARGO NOT = DL109-PERCARGO (W-IND)
              GO TO PPP-RISCO-LOOP.
           COMPUTE W-RSCINI = (ANO OF RSCINICIO * 10000)
                            + (MES OF RSCINICIO * 100)
                            +  DIA OF RSCINICIO
           COMPUTE W-RSCFIM = (ANO OF RSCFIM * 10000)
                            + (MES OF RSCFIM * 100)
                            +  DIA OF RSCFIM
           IF DL109-PERFIM (W-IND) NOT = ZEROS AND
              W-RSCINI > DL109-PERFIM (W-IND)
              GO TO PPP-RISCO-LE.
           IF W-RSCFIM NOT = ZEROS AND
              W-RSCFIM < DL109-PERINI (W-IND)
              GO TO PPP-RISCO-LE.
           MOVE "S" TO DL109-PEREXPOS (W-IND)
           MOVE "S" TO DL109-EXPOSTO
           GO TO PPP-RISCO-LOOP.
       PPP-RISCO-ENC.
           CLOSE CADRISCO.
       PPP-FIM.
           EXIT PROGRAM.
      *
       PPP-GRAVA.
           ADD 1 TO DL109-QTD
           MOVE W-DATAINI  TO DL109-PERINI (DL109-QTD)
           MOVE W-DATAFIM  TO DL109-PERFIM (DL109-QTD)
           MOVE W-DEPTOATU TO DL109-PERDEPTO (DL109-QTD)
           MOVE W-CARGOATU TO DL109-PERCARGO (DL109-QTD)
           MOVE "N"        TO DL109-PEREXPOS (DL109-QTD).
       PPP-GRAVA-FIM.
           EXIT.
      *
       PPP-VESPERA.
           IF W-VESDIA > 1
              SUBTRACT 1 FROM W-VESDIA
              GO TO PPP-VESPERA-FIM.
           IF W-VESMES = 1
              MOVE 12 TO W-VESMES
              SUBTRACT 1 FROM W-VESANO
           ELSE
              SUBTRACT 1 FROM W-VESMES.
           MOVE W-DIASMES (W-VESMES) TO W-VESDIA
           IF W-VESMES = 2
              DIVIDE W-VESANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
              IF W-RESTO = ZEROS
                 MOVE 29 TO W-VESDIA.
       PPP-VESPERA-FIM.
           EXIT.
