       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL118.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE ALCADA DA ALTERACAO SALARIAL *
      **************************************
      * DECIDE SE A MUDANCA DE SALARIO BASE PRECISA
      * DE APROVACAO DE UM SEGUNDO OPERADOR:
      *   DIFERENCA ACIMA DO PERCENTUAL DO PARAMETRO
      *   25 DO CADPARAM (PADRAO 10,00%)
      *   DIFERENCA ACIMA DO VALOR DO PARAMETRO 26
      *   (PADRAO 1.000,00)
      *   SALARIO NOVO FORA DA FAIXA DO CARGO NO
      *   CADFAIXA
      * PRECISANDO, GRAVA O PEDIDO PENDENTE (P) NO
      * CADSALPEND E DEVOLVE "S" - QUEM CHAMA MANTEM
      * O SALARIO ANTIGO NO CADFUNC. A APROVACAO OU
      * REJEICAO E FEITA NO FP201801. SE O PEDIDO NAO
      * PUDER SER GRAVADO NO CADSALPEND O ERRO VAI AO
      * LOG (DL101) E DEVOLVE "E" - QUEM CHAMA TAMBEM
      * MANTEM O SALARIO ANTIGO E AVISA O OPERADOR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS W-STPRM.

           SELECT CADFAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FXSCARGO
                    FILE STATUS  IS W-STFXS.

           SELECT CADSALPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SPDCHAVE
                    FILE STATUS  IS W-STSPD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CADFAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFAIXA.DAT".
       01 REGFAIXA.
                03 FXSCARGO          PIC 9(03).
                03 FXSMINIMO         PIC 9(06)V99.
                03 FXSMAXIMO         PIC 9(06)V99.
                03 FXSPASSO          PIC 9(06)V99.
                03 FILLER            PIC X(13).

       FD CADSALPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALPEND.DAT".
       01 REGSALPEND.
                03 SPDCHAVE.
                   05 SPDCHAPA       PIC 9(05).
                   05 SPDSEQ         PIC 9(03).
                03 SPDCARGO          PIC 9(03).
                03 SPDSALANT         PIC 9(06)V99.
                03 SPDSALNOVO        PIC 9(06)V99.
                03 SPDMOTIVO         PIC X(01).
                03 SPDORIGEM         PIC X(08).
                03 SPDOPERSOL        PIC X(08).
                03 SPDDATASOL        PIC 9(06).
                03 SPDSITUACAO       PIC X(01).
                03 SPDOPERAPV        PIC X(08).
                03 SPDDATAAPV        PIC 9(06).
                03 FILLER            PIC X(35).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STPRM      PIC X(02) VALUE "00".
       77 W-STFXS      PIC X(02) VALUE "00".
       77 W-STSPD      PIC X(02) VALUE "00".
       77 W-DL101-PROG PIC X(08) VALUE "DL118".
       77 W-DL101-OPER PIC X(40) VALUE SPACES.
       77 W-PERCMAX    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALMAX     PIC 9(06)V99 VALUE ZEROS.
       77 W-DIFER      PIC 9(06)V99 VALUE ZEROS.
       77 W-PERC       PIC 9(10)V99 VALUE ZEROS.
       77 W-MOTIVO     PIC X(01) VALUE SPACES.
       77 W-SEQLIVRE   PIC 9(03) VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL118-CHAPA    PIC 9(05).
       01 DL118-CARGO    PIC 9(03).
       01 DL118-SALANT   PIC 9(06)V99.
       01 DL118-SALNOVO  PIC 9(06)V99.
       01 DL118-ORIGEM   PIC X(08).
       01 DL118-OPER     PIC X(08).
       01 DL118-PEND     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL118-CHAPA DL118-CARGO
                                 DL118-SALANT DL118-SALNOVO
                                 DL118-ORIGEM DL118-OPER
                                 DL118-PEND.
       SPD-000.
           MOVE "N"    TO DL118-PEND
           MOVE SPACES TO W-MOTIVO
           IF DL118-SALNOVO = DL118-SALANT
              GO TO SPD-FIM.
      *
      **********************
      * FAIXA DO CARGO     *
      **********************
      *
       SPD-FAIXA.
           OPEN INPUT CADFAIXA
           IF W-STFXS NOT = "00"
              GO TO SPD-PARAM.
           MOVE DL118-CARGO TO FXSCARGO
           READ CADFAIXA
           IF W-STFXS = "00"
              IF DL118-SALNOVO < FXSMINIMO OR
                 DL118-SALNOVO > FXSMAXIMO
                 MOVE "F" TO W-MOTIVO.
           CLOSE CADFAIXA
           IF W-MOTIVO NOT = SPACES
              GO TO SPD-GRAVA.
      *
      **********************
      * LIMITES DA ALCADA  *
      **********************
      *
       SPD-PARAM.
           MOVE 10,00    TO W-PERCMAX
           MOVE 1000,00  TO W-VALMAX
           OPEN INPUT CADPARAM
           IF W-STPRM NOT = "00"
              GO TO SPD-DIFER.
           MOVE 25 TO PRMCODIGO
           READ CADPARAM
           IF W-STPRM = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-PERCMAX.
           MOVE 26 TO PRMCODIGO
           READ CADPARAM
           IF W-STPRM = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-VALMAX.
           CLOSE CADPARAM.
       SPD-DIFER.
           IF DL118-SALNOVO > DL118-SALANT
              COMPUTE W-DIFER = DL118-SALNOVO - DL118-SALANT
           ELSE
              COMPUTE W-DIFER = DL118-SALANT - DL118-SALNOVO.
           IF DL118-SALANT = ZEROS
              MOVE "P" TO W-MOTIVO
              GO TO SPD-GRAVA.
           COMPUTE W-PERC ROUNDED = (W-DIFER * 100) / DL118-SALANT
           IF W-PERC > W-PERCMAX
              MOVE "P" TO W-MOTIVO
              GO TO SPD-GRAVA.
           IF W-DIFER > W-VALMAX
              MOVE "V" TO W-MOTIVO
              GO TO SPD-GRAVA.
           GO TO SPD-FIM.
      *
      **********************
      * PEDIDO PENDENTE    *
      **********************
      *
       SPD-GRAVA.
           ACCEPT W-HOJE FROM DATE.
       SPD-ABRE.
           OPEN I-O CADSALPEND
           IF W-STSPD NOT = "00"
              IF W-STSPD = "30"
                 OPEN OUTPUT CADSALPEND
                 CLOSE CADSALPEND
                 GO TO SPD-ABRE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADSALPEND"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STSPD
                 MOVE "E" TO DL118-PEND
                 GO TO SPD-FIM.
           MOVE ZEROS       TO W-SEQLIVRE
           MOVE DL118-CHAPA TO SPDCHAPA
           MOVE ZEROS       TO SPDSEQ
           START CADSALPEND KEY NOT < SPDCHAVE
           IF W-STSPD NOT = "00"
              GO TO SPD-ESCREVE.
       SPD-SEQ.
           READ CADSALPEND NEXT RECORD
           IF W-STSPD NOT = "00"
              GO TO SPD-ESCREVE.
           IF SPDCHAPA NOT = DL118-CHAPA
              GO TO SPD-ESCREVE.
           MOVE SPDSEQ TO W-SEQLIVRE
           GO TO SPD-SEQ.
       SPD-ESCREVE.
           MOVE SPACES        TO REGSALPEND
           MOVE DL118-CHAPA   TO SPDCHAPA
           COMPUTE SPDSEQ = W-SEQLIVRE + 1
           MOVE DL118-CARGO   TO SPDCARGO
           MOVE DL118-SALANT  TO SPDSALANT
           MOVE DL118-SALNOVO TO SPDSALNOVO
           MOVE W-MOTIVO      TO SPDMOTIVO
           MOVE DL118-ORIGEM  TO SPDORIGEM
           MOVE DL118-OPER    TO SPDOPERSOL
           MOVE W-HOJE        TO SPDDATASOL
           MOVE "P"           TO SPDSITUACAO
           MOVE SPACES        TO SPDOPERAPV
           MOVE ZEROS         TO SPDDATAAPV
           WRITE REGSALPEND
           IF W-STSPD = "00"
              MOVE "S" TO DL118-PEND
           ELSE
              MOVE "ERRO NA GRAVACAO DO ARQ CADSALPEND"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STSPD
              MOVE "E" TO DL118-PEND.
           CLOSE CADSALPEND.
       SPD-FIM.
           EXIT PROGRAM.
