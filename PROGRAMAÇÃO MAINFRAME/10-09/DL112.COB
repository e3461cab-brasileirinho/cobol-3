       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL112.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE RETENCAO POR PROCESSO TRABALHISTA *
      **************************************
      * DEVOLVE DL112-RETIDO = "S" QUANDO A CHAPA TEM
      * PROCESSO TRABALHISTA ABERTO NO CADPROC
      * (PRCSITUACAO "A"). CHAPA RETIDA NAO PODE SER
      * ARQUIVADA NEM EXPURGADA - TODA ROTINA DE
      * ARQUIVAMENTO OU EXPURGO DEVE CHAMAR ESTA
      * ANTES DE TIRAR OS DADOS DA CHAPA DOS
      * CADASTROS. SEM O CADPROC DEVOLVE "N"
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRCCHAVE
                    FILE STATUS  IS W-STPRC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
                03 PRCCHAVE.
                   05 PRCCHAPA       PIC 9(05).
                   05 PRCSEQ         PIC 9(02).
                03 PRCNUMERO         PIC X(25).
                03 PRCVARA           PIC X(30).
                03 PRCPEDIDOS        PIC X(60).
                03 PRCVALOR          PIC 9(09)V99.
                03 PRCRISCO          PIC 9(01).
                03 PRCSITUACAO       PIC X(01).
                03 PRCCDC            PIC 9(01).
                03 PRCAUDIENCIAS.
                   05 PRCAUD1.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA1       PIC 9(04).
                   05 PRCAUD2.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA2       PIC 9(04).
                   05 PRCAUD3.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA3       PIC 9(04).
                03 PRCAUDTAB REDEFINES PRCAUDIENCIAS.
                   05 PRCAUDT OCCURS 3 TIMES.
                      07 PRCAUDDIA   PIC 9(02).
                      07 PRCAUDMES   PIC 9(02).
                      07 PRCAUDANO   PIC 9(02).
                      07 PRCAUDHORA  PIC 9(04).
                03 PRCPROVCONT       PIC 9(09)V99.
                03 FILLER            PIC X(20).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STPRC      PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL112-CHAPA    PIC 9(05).
       01 DL112-RETIDO   PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL112-CHAPA DL112-RETIDO.
       RET-000.
           MOVE "N" TO DL112-RETIDO
           OPEN INPUT CADPROC
           IF W-STPRC NOT = "00"
              GO TO RET-SAI.
           MOVE DL112-CHAPA TO PRCCHAPA
           MOVE ZEROS       TO PRCSEQ
           START CADPROC KEY NOT < PRCCHAVE
           IF W-STPRC NOT = "00"
              GO TO RET-FIM.
       RET-LOOP.
           READ CADPROC NEXT RECORD
           IF W-STPRC NOT = "00"
              GO TO RET-FIM.
           IF PRCCHAPA NOT = DL112-CHAPA
              GO TO RET-FIM.
           IF PRCSITUACAO = "A"
              MOVE "S" TO DL112-RETIDO
              GO TO RET-FIM.
           GO TO RET-LOOP.
       RET-FIM.
           CLOSE CADPROC.
       RET-SAI.
           EXIT PROGRAM.
