       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201791.
       AUTHOR. LEONARDO.
      **************************************
      * INSCRICOES POR TURMA                   *
      **************************************
      * PARA CADA TURMA DO CADTURMA (DE UM CURSO
      * OU DE TODOS, CURSO EM BRANCO) CONTA NO
      * CADINSCR OS INSCRITOS (I), A LISTA DE
      * ESPERA (W), OS RECUSADOS POR FALTA DE
      * PRE-REQUISITO (R) E OS CANCELADOS (C), E
      * MOSTRA AS VAGAS QUE AINDA RESTAM. SAIDA
      * NO RELINSCR.DAT
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINSCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INSCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT RELINSCR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADINSCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINSCR.DAT".
       01 REGINSCR.
                03 INSCHAVE.
                   05 INSCURSO       PIC X(05).
                   05 INSTURMA       PIC 9(02).
                   05 INSRM          PIC 9(05).
                03 INSCHAPA          PIC 9(05).
                03 INSSTATUS         PIC X(01).
                03 INSPEDIDO         PIC 9(14).

       FD CADTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TURCHAVE.
                   05 TURCURSO       PIC X(05).
                   05 TURNUM         PIC 9(02).
                03 TURINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TURFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TURINSTRUTOR      PIC X(25).
                03 TURCAPAC          PIC 9(03).
                03 TURCODINSTR       PIC 9(05).
                03 TURHORAS          PIC 9(03).
                03 FILLER            PIC X(01).

       FD RELINSCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINSCR.DAT".
       01 REGRELINSCR PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201791".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-CURSO       PIC X(05) VALUE SPACES.
       77 W-INSC        PIC 9(03) VALUE ZEROS.
       77 W-ESPERA      PIC 9(03) VALUE ZEROS.
       77 W-RECUSA      PIC 9(03) VALUE ZEROS.
       77 W-CANCEL      PIC 9(03) VALUE ZEROS.
       77 W-VAGAS       PIC 9(03) VALUE ZEROS.
       77 W-TOTTUR      PIC 9(05) VALUE ZEROS.
       77 W-TOTINSC     PIC 9(05) VALUE ZEROS.
       77 W-TOTESPERA   PIC 9(05) VALUE ZEROS.
       77 W-TOTRECUSA   PIC 9(05) VALUE ZEROS.
       77 W-TOTCANCEL   PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-CAB1.
          03 FILLER       PIC X(29) VALUE
             "INSCRICOES POR TURMA  CURSO: ".
          03 WS-CABCURSO  PIC X(05).
       01 WS-CAB2.
          03 FILLER       PIC X(40) VALUE
             "CURSO TUR   INICIO    CAPAC INSCR ESPERA".
          03 FILLER       PIC X(22) VALUE
             " RECUS. CANCEL. VAGAS".
       01 WS-LINDET.
          03 WS-DETCURSO  PIC X(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETTURMA  PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DETMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DETANO    PIC 9(04).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-DETCAPAC  PIC ZZ9.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-DETINSC   PIC ZZ9.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETESP    PIC ZZ9.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETREC    PIC ZZ9.
          03 FILLER       PIC X(05) VALUE SPACES.
          03 WS-DETCAN    PIC ZZ9.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-DETVAGAS  PIC ZZ9.
       01 WS-RODAPE.
          03 FILLER        PIC X(08) VALUE "TURMAS: ".
          03 WS-RODTUR     PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE "  INSCRITOS:".
          03 WS-RODINSC    PIC ZZZZ9.
          03 FILLER        PIC X(10) VALUE "  ESPERA: ".
          03 WS-RODESP     PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER        PIC X(27) VALUE
             "RECUSADOS POR PRE-REQUISITO".
          03 FILLER        PIC X(02) VALUE ": ".
          03 WS-RODREC     PIC ZZZZ9.
          03 FILLER        PIC X(14) VALUE "  CANCELADOS: ".
          03 WS-RODCAN     PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "INSCRICOES POR TURMA"
           DISPLAY "CODIGO DO CURSO (BRANCO=TODOS): "
           ACCEPT W-CURSO.
      *
       INC-OP0.
           OPEN INPUT CADINSCR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADINSCR" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINSCR"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADTURMA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADTURMA" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTURMA"
              CLOSE CADINSCR
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN OUTPUT RELINSCR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELINSCR" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINSCR"
              CLOSE CADINSCR CADTURMA
              GO TO ROT-FIMS.
      *
           MOVE W-CURSO TO WS-CABCURSO
           IF W-CURSO = SPACES
              MOVE "TODOS" TO WS-CABCURSO.
           MOVE SPACES  TO REGRELINSCR
           MOVE WS-CAB1 TO REGRELINSCR
           WRITE REGRELINSCR
           MOVE SPACES  TO REGRELINSCR
           MOVE WS-CAB2 TO REGRELINSCR
           WRITE REGRELINSCR
           MOVE W-CURSO TO TURCURSO
           MOVE ZEROS   TO TURNUM
           START CADTURMA KEY NOT < TURCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
      *
       REL-LOOP.
           READ CADTURMA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
           IF W-CURSO NOT = SPACES AND TURCURSO NOT = W-CURSO
              GO TO REL-FIM.
           ADD 1 TO W-CTLLIDOS
           PERFORM REL-CONTA THRU REL-CONTA-FIM
           MOVE ZEROS TO W-VAGAS
           IF W-INSC < TURCAPAC
              COMPUTE W-VAGAS = TURCAPAC - W-INSC.
           MOVE TURCURSO        TO WS-DETCURSO
           MOVE TURNUM          TO WS-DETTURMA
           MOVE DIA OF TURINICIO TO WS-DETDIA
           MOVE MES OF TURINICIO TO WS-DETMES
           MOVE ANO OF TURINICIO TO WS-DETANO
           MOVE TURCAPAC        TO WS-DETCAPAC
           MOVE W-INSC          TO WS-DETINSC
           MOVE W-ESPERA        TO WS-DETESP
           MOVE W-RECUSA        TO WS-DETREC
           MOVE W-CANCEL        TO WS-DETCAN
           MOVE W-VAGAS         TO WS-DETVAGAS
           MOVE SPACES    TO REGRELINSCR
           MOVE WS-LINDET TO REGRELINSCR
           WRITE REGRELINSCR
           ADD 1 TO W-CTLGRAV
           ADD 1        TO W-TOTTUR
           ADD W-INSC   TO W-TOTINSC
           ADD W-ESPERA TO W-TOTESPERA
           ADD W-RECUSA TO W-TOTRECUSA
           ADD W-CANCEL TO W-TOTCANCEL
           GO TO REL-LOOP.
      *
      *****************************************
      * CONTAGEM DAS INSCRICOES DA TURMA POR  *
      * SITUACAO                              *
      *****************************************
       REL-CONTA.
           MOVE ZEROS TO W-INSC W-ESPERA W-RECUSA W-CANCEL
           MOVE TURCURSO TO INSCURSO
           MOVE TURNUM   TO INSTURMA
           MOVE ZEROS    TO INSRM
           START CADINSCR KEY NOT < INSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-CONTA-FIM.
       REL-CONTA-LE.
           READ CADINSCR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-CONTA-FIM.
           IF INSCURSO NOT = TURCURSO OR INSTURMA NOT = TURNUM
              GO TO REL-CONTA-FIM.
           IF INSSTATUS = "I"
              ADD 1 TO W-INSC.
           IF INSSTATUS = "W"
              ADD 1 TO W-ESPERA.
           IF INSSTATUS = "R"
              ADD 1 TO W-RECUSA.
           IF INSSTATUS = "C"
              ADD 1 TO W-CANCEL.
           GO TO REL-CONTA-LE.
       REL-CONTA-FIM.
           EXIT.
      *
       REL-FIM.
           MOVE W-TOTTUR    TO WS-RODTUR
           MOVE W-TOTINSC   TO WS-RODINSC
           MOVE W-TOTESPERA TO WS-RODESP
           MOVE W-TOTRECUSA TO WS-RODREC
           MOVE W-TOTCANCEL TO WS-RODCAN
           MOVE SPACES     TO REGRELINSCR
           MOVE WS-RODAPE  TO REGRELINSCR
           WRITE REGRELINSCR
           MOVE SPACES     TO REGRELINSCR
           MOVE WS-RODAPE2 TO REGRELINSCR
           WRITE REGRELINSCR
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           IF W-CTLLIDOS < W-CTLGRAV
              MOVE ZEROS TO W-CTLPULADOS.
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADINSCR CADTURMA RELINSCR
           DISPLAY "TURMAS LISTADAS: " W-TOTTUR
           DISPLAY "RELATORIO GRAVADO EM RELINSCR.DAT"
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
