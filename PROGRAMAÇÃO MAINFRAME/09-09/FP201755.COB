       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201755.
       AUTHOR. LEONARDO.
      **************************************
      * HORAS EXTRAS NAO AUTORIZADAS POR SUPERVISOR *
      **************************************
      * LISTA, DA COMPETENCIA INFORMADA, AS HORAS
      * EXTRAS TRABALHADAS SEM PRE-AUTORIZACAO QUE O
      * FP201670 RETEVE NO CADHERET, AGRUPADAS PELO
      * SUPERVISOR DA CHAPA NO CADHIER, COM O DESTINO
      * DADO (RETIDA OU BANCO DE HORAS) E O TOTAL DE
      * CADA SUPERVISOR. CHAPA SEM SUPERVISOR SAI NO
      * GRUPO 00000
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHERET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HRTCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT RELHEAUT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHERET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHERET.DAT".
       01 REGHERET.
                03 HRTCHAVE.
                   05 HRTCHAPA       PIC 9(05).
                   05 HRTDATA.
                      07 HRTANO      PIC 9(02).
                      07 HRTMES      PIC 9(02).
                      07 HRTDIA      PIC 9(02).
                03 HRTMINEXTRA       PIC 9(04).
                03 HRTMINAUT         PIC 9(04).
                03 HRTMINRET         PIC 9(04).
                03 HRTPERC           PIC X(01).
                03 HRTDESTINO        PIC X(01).
                03 HRTSUPERV         PIC 9(05).
                03 FILLER            PIC X(10).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 FILLER            PIC X(67).

       FD RELHEAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHEAUT.DAT".
       01 REGRELHEAUT PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-SUPERV   PIC 9(05).
          03 SW-CHAPA    PIC 9(05).
          03 SW-DIA      PIC 9(02).
          03 SW-MINEXTRA PIC 9(04).
          03 SW-MINAUT   PIC 9(04).
          03 SW-MINRET   PIC 9(04).
          03 SW-PERC     PIC X(01).
          03 SW-DESTINO  PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201755".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-SUPERVANT   PIC 9(05) VALUE ZEROS.
       77 W-MINSUP      PIC 9(07) VALUE ZEROS.
       77 W-MINGERAL    PIC 9(07) VALUE ZEROS.
       77 W-QTDSUP      PIC 9(05) VALUE ZEROS.
       77 W-TOTSUP      PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-CAB1.
          03 FILLER        PIC X(50) VALUE
             "HORAS EXTRAS NAO AUTORIZADAS POR SUPERVISOR - ".
          03 WS-CABMES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABANO     PIC 9(02).
       01 WS-CAB2.
          03 FILLER        PIC X(45) VALUE
             "  CHAPA NOME                            DIA ".
          03 FILLER        PIC X(45) VALUE
             "  %    H.EXTRA  AUTORIZ.  NAO AUT.  DESTINO".
       01 WS-LINSUP.
          03 FILLER        PIC X(12) VALUE "SUPERVISOR: ".
          03 WS-SUPCHAPA   PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-SUPNOME    PIC X(35).
       01 WS-LINDET.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DETCHAPA   PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-DETNOME    PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DETDIA     PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DETPERC    PIC X(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DETEXTRA   PIC ZZ9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 WS-DETAUT     PIC ZZ9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 WS-DETRET     PIC ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DETDEST    PIC X(06).
       01 WS-LINTOTSUP.
          03 FILLER        PIC X(30) VALUE
             "  TOTAL DO SUPERVISOR - DIAS: ".
          03 WS-TSUPQTD    PIC ZZZZ9.
          03 FILLER        PIC X(22) VALUE
             "   HORAS NAO AUTORIZ: ".
          03 WS-TSUPHORAS  PIC ZZZZ9,99.
       01 WS-RODAPE.
          03 FILLER        PIC X(13) VALUE "SUPERVISORES:".
          03 WS-RODSUP     PIC ZZZZ9.
          03 FILLER        PIC X(10) VALUE "   DIAS: ".
          03 WS-RODQTD     PIC ZZZZZZ9.
          03 FILLER        PIC X(22) VALUE
             "   HORAS NAO AUTORIZ: ".
          03 WS-RODHORAS   PIC ZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "HORAS EXTRAS NAO AUTORIZADAS POR SUPERVISOR"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
      *
       INC-OP0.
           OPEN INPUT CADHERET
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADHERET"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHERET"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN OUTPUT RELHEAUT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELHEAUT"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELHEAUT"
              GO TO ROT-FIMS.
      *
           MOVE W-MES TO WS-CABMES
           MOVE W-ANO TO WS-CABANO
           MOVE SPACES  TO REGRELHEAUT
           MOVE WS-CAB1 TO REGRELHEAUT
           WRITE REGRELHEAUT
           MOVE SPACES  TO REGRELHEAUT
           MOVE WS-CAB2 TO REGRELHEAUT
           WRITE REGRELHEAUT
           SORT SORTWK
               ON ASCENDING KEY SW-SUPERV SW-CHAPA SW-DIA
               INPUT PROCEDURE  IS SRT-ENTRADA
               OUTPUT PROCEDURE IS SRT-SAIDA.
      *
           COMPUTE W-CTLVALOR = W-MINGERAL / 60
           MOVE W-TOTSUP   TO WS-RODSUP
           MOVE W-CTLGRAV  TO WS-RODQTD
           MOVE W-CTLVALOR TO WS-RODHORAS
           MOVE SPACES    TO REGRELHEAUT
           MOVE WS-RODAPE TO REGRELHEAUT
           WRITE REGRELHEAUT
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADHERET CADFUNC RELHEAUT
           DISPLAY "SUPERVISORES        : " W-TOTSUP
           DISPLAY "DIAS NAO AUTORIZADOS: " W-CTLGRAV
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - RETENCOES DA        *
      * COMPETENCIA                           *
      *****************************************
       SRT-ENTRADA.
           MOVE ZEROS TO HRTCHAVE
           START CADHERET KEY NOT < HRTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-LOOP.
           READ CADHERET NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF HRTMES NOT = W-MES OR HRTANO NOT = W-ANO
              GO TO SRT-LOOP.
           MOVE HRTSUPERV   TO SW-SUPERV
           MOVE HRTCHAPA    TO SW-CHAPA
           MOVE HRTDIA      TO SW-DIA
           MOVE HRTMINEXTRA TO SW-MINEXTRA
           MOVE HRTMINAUT   TO SW-MINAUT
           MOVE HRTMINRET   TO SW-MINRET
           MOVE HRTPERC     TO SW-PERC
           MOVE HRTDESTINO  TO SW-DESTINO
           RELEASE REGSORTWK
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR SUPERVISOR *
      *****************************************
       SRT-SAIDA.
           CONTINUE.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM REL-ABRE-SUP THRU REL-ABRE-SUP-FIM.
           IF SW-SUPERV NOT = W-SUPERVANT
              PERFORM REL-FECHA-SUP THRU REL-FECHA-SUP-FIM
              PERFORM REL-ABRE-SUP THRU REL-ABRE-SUP-FIM.
           PERFORM REL-DETALHE THRU REL-DETALHE-FIM
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-FIM.
           IF W-PRIMEIRO NOT = "S"
              PERFORM REL-FECHA-SUP THRU REL-FECHA-SUP-FIM.
           EXIT.
      *
       REL-ABRE-SUP.
           MOVE SW-SUPERV TO W-SUPERVANT
           MOVE ZEROS     TO W-MINSUP W-QTDSUP
           ADD 1 TO W-TOTSUP
           MOVE SW-SUPERV TO WS-SUPCHAPA
           IF SW-SUPERV = ZEROS
              MOVE "SEM SUPERVISOR NO CADHIER" TO WS-SUPNOME
              GO TO REL-ABRE-SUP-GRAVA.
           MOVE SW-SUPERV TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "SUPERVISOR NAO CADASTRADO" TO WS-SUPNOME
           ELSE
              MOVE NOME TO WS-SUPNOME.
       REL-ABRE-SUP-GRAVA.
           MOVE SPACES    TO REGRELHEAUT
           WRITE REGRELHEAUT
           MOVE WS-LINSUP TO REGRELHEAUT
           WRITE REGRELHEAUT.
       REL-ABRE-SUP-FIM.
           EXIT.
      *
       REL-DETALHE.
           MOVE SW-CHAPA TO WS-DETCHAPA CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO WS-DETNOME
           ELSE
              MOVE NOME TO WS-DETNOME.
           MOVE SW-DIA TO WS-DETDIA
           IF SW-PERC = "1"
              MOVE "100%" TO WS-DETPERC
           ELSE
              MOVE " 50%" TO WS-DETPERC.
           COMPUTE WS-DETEXTRA = SW-MINEXTRA / 60
           COMPUTE WS-DETAUT   = SW-MINAUT / 60
           COMPUTE WS-DETRET   = SW-MINRET / 60
           IF SW-DESTINO = "B"
              MOVE "BANCO"  TO WS-DETDEST
           ELSE
              MOVE "RETIDA" TO WS-DETDEST.
           MOVE SPACES    TO REGRELHEAUT
           MOVE WS-LINDET TO REGRELHEAUT
           WRITE REGRELHEAUT
           ADD SW-MINRET TO W-MINSUP W-MINGERAL
           ADD 1 TO W-QTDSUP W-CTLGRAV.
       REL-DETALHE-FIM.
           EXIT.
      *
       REL-FECHA-SUP.
           MOVE W-QTDSUP TO WS-TSUPQTD
           COMPUTE WS-TSUPHORAS = W-MINSUP / 60
           MOVE SPACES       TO REGRELHEAUT
           MOVE WS-LINTOTSUP TO REGRELHEAUT
           WRITE REGRELHEAUT.
       REL-FECHA-SUP-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMS.
           STOP RUN.
