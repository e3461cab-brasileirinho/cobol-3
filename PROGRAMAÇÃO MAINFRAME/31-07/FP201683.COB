      **************************************
      * CHECAGEM DE PRONTIDAO PRE-FOLHA (APTO/NAO APTO) *
      **************************************
      * LISTA TAMBEM OS LANCAMENTOS VARIAVEIS DA
      * COMPETENCIA (CADLANVAR) QUE A FOLHA VAI
      * PAGAR/DESCONTAR; LANCAMENTO DE CHAPA
      * INEXISTENTE OU INATIVA, OU DE RUBRICA SEM
      * CADASTRO, CONTA COMO PENDENCIA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS DESCHAPA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADLANVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LVCHAVE
                    FILE STATUS  IS W-STVAR.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUBCODIGO
                    FILE STATUS  IS W-STRUB.

           SELECT RELAPTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 DESCEMPRESA      PIC 9(02).
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

       FD RELAPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAPTO.DAT".
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTOCOR     PIC 9(05) VALUE ZEROS.
       77 W-CHAPA-AUX   PIC 9(05) VALUE ZEROS.
       77 W-STVAR       PIC X(02) VALUE "00".
       77 W-STRUB       PIC X(02) VALUE "00".
       77 W-TEMRUBARQ   PIC X(01) VALUE "N".
       77 W-TOTVAR      PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
          03 WS-NOME      PIC X(35).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-OCORR     PIC X(45).
       01 WS-CABVAR     PIC X(100) VALUE
          "LANCAMENTOS VARIAVEIS DA COMPETENCIA".
       01 WS-LINVAR.
          03 WS-VARCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-VARNOME   PIC X(35).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-VARRUB    PIC 9(03).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-VARDESCR  PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-VARTIPO   PIC X(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-VARVALOR  PIC ZZZ.ZZZ,99.
       01 WS-VERAPTO    PIC X(40) VALUE
          "RESULTADO: APTO - FOLHA PODE SER RODADA".
       01 WS-VERNAO     PIC X(45) VALUE
           WRITE REGRELAPTO
           PERFORM APT-FUNC  THRU APT-FUNC-FIM
           PERFORM APT-PONTO THRU APT-PONTO-FIM
           PERFORM APT-VARIA THRU APT-VARIA-FIM
           MOVE SPACES TO REGRELAPTO
           IF W-TOTOCOR = ZEROS
              MOVE WS-VERAPTO TO REGRELAPTO
       APT-PONTO-FIM.
           EXIT.
      *
      *****************************************
      * LANCAMENTOS VARIAVEIS DA COMPETENCIA  *
      * (LISTA TODOS; CHAPA INEXISTENTE OU    *
      * INATIVA E RUBRICA SEM CADASTRO SAO    *
      * PENDENCIA)                            *
      *****************************************
       APT-VARIA.
           OPEN INPUT CADLANVAR
           IF W-STVAR NOT = "00"
              GO TO APT-VARIA-FIM.
           MOVE "N" TO W-TEMRUBARQ
           OPEN INPUT CADRUBRICA
           IF W-STRUB = "00"
              MOVE "S" TO W-TEMRUBARQ.
           MOVE SPACES    TO REGRELAPTO
           WRITE REGRELAPTO
           MOVE WS-CABVAR TO REGRELAPTO
           WRITE REGRELAPTO
           MOVE LOW-VALUES TO LVCHAVE
           START CADLANVAR KEY NOT < LVCHAVE
           IF W-STVAR NOT = "00"
              GO TO APT-VARIA-TOTAL.
       APT-VARIA-LOOP.
           READ CADLANVAR NEXT RECORD
           IF W-STVAR NOT = "00"
              GO TO APT-VARIA-TOTAL.
           IF LVMES NOT = W-HOJEMES OR LVANO NOT = W-HOJEANO
              GO TO APT-VARIA-LOOP.
           ADD 1 TO W-TOTVAR
           MOVE SPACES    TO WS-LINVAR
           MOVE LVCHAPA   TO WS-VARCHAPA
           MOVE LVRUBRICA TO WS-VARRUB
           MOVE LVTIPO    TO WS-VARTIPO
           MOVE LVVALOR   TO WS-VARVALOR
           MOVE "RUBRICA SEM CADASTRO" TO WS-VARDESCR
           IF W-TEMRUBARQ = "S"
              MOVE LVRUBRICA TO RUBCODIGO
              READ CADRUBRICA
              IF W-STRUB = "00"
                 MOVE RUBDESCR TO WS-VARDESCR.
           MOVE LVCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO WS-VARNOME.
           MOVE SPACES    TO REGRELAPTO
           MOVE WS-LINVAR TO REGRELAPTO
           WRITE REGRELAPTO
           MOVE LVCHAPA TO WS-CHAPA
           MOVE SPACES  TO WS-NOME
           IF ST-ERRO NOT = "00"
              MOVE "LANCAMENTO VARIAVEL DE CHAPA INEXISTENTE"
                                                   TO WS-OCORR
              PERFORM APT-VARIA-OCORR THRU APT-VARIA-OCORR-FIM
              GO TO APT-VARIA-LOOP.
           MOVE NOME TO WS-NOME
           IF ESTATUS NOT = "A"
              MOVE "LANCAMENTO VARIAVEL DE CHAPA INATIVA"
                                                   TO WS-OCORR
              PERFORM APT-VARIA-OCORR THRU APT-VARIA-OCORR-FIM.
           IF WS-VARDESCR = "RUBRICA SEM CADASTRO"
              MOVE "LANCAMENTO VARIAVEL DE RUBRICA SEM CADASTRO"
                                                   TO WS-OCORR
              PERFORM APT-VARIA-OCORR THRU APT-VARIA-OCORR-FIM.
           GO TO APT-VARIA-LOOP.
       APT-VARIA-TOTAL.
           MOVE SPACES TO REGRELAPTO
           STRING "TOTAL DE LANCAMENTOS VARIAVEIS: " W-TOTVAR
                  DELIMITED BY SIZE INTO REGRELAPTO
           WRITE REGRELAPTO
           MOVE SPACES TO REGRELAPTO
           WRITE REGRELAPTO
           IF W-TEMRUBARQ = "S"
              CLOSE CADRUBRICA.
           CLOSE CADLANVAR.
       APT-VARIA-FIM.
           EXIT.
      *
       APT-VARIA-OCORR.
           ADD 1 TO W-TOTOCOR
           MOVE SPACES    TO REGRELAPTO
           MOVE WS-LINDET TO REGRELAPTO
           WRITE REGRELAPTO.
       APT-VARIA-OCORR-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
