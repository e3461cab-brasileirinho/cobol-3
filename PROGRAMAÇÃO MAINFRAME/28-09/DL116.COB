       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL116.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE RATEIO DA TRANSFERENCIA  *
      * ENTRE EMPRESAS                     *
      **************************************
      * PROCURA NO CADTRANSF A TRANSFERENCIA DE
      * EMPRESA (TRFEMPNOVO INFORMADO, FP201793) DA
      * CHAPA NA COMPETENCIA (AAMM) E DEVOLVE A
      * EMPRESA ANTERIOR, A NOVA E OS DIAS DO MES
      * QUE FICAM COM A ANTERIOR (BASE 30, OS DIAS
      * ANTES DA DATA DA TRANSFERENCIA). SEM
      * TRANSFERENCIA NO MES, OU COM ELA NO DIA 01,
      * DEVOLVE TUDO ZERADO - O MES INTEIRO E DA
      * EMPRESA DO CADFUNC. HAVENDO MAIS DE UMA NO
      * MES VALE A ULTIMA. A PROPORCAO DOS VALORES
      * FICA COM QUEM CHAMA (FP201615, FP201687 E
      * FP201764)
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STTRF      PIC X(02) VALUE "00".
       01 W-COMPET     PIC 9(04) VALUE ZEROS.
       01 W-COMPETR REDEFINES W-COMPET.
          03 W-COMPANO PIC 9(02).
          03 W-COMPMES PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL116-CHAPA    PIC 9(05).
       01 DL116-COMPET   PIC 9(04).
       01 DL116-EMPANT   PIC 9(02).
       01 DL116-EMPNOVO  PIC 9(02).
       01 DL116-DIAS     PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL116-CHAPA DL116-COMPET
                                 DL116-EMPANT DL116-EMPNOVO
                                 DL116-DIAS.
       TRF-000.
           MOVE ZEROS TO DL116-EMPANT DL116-EMPNOVO DL116-DIAS
           MOVE DL116-COMPET TO W-COMPET.
      *
      **********************
      * TRANSFERENCIAS DA  *
      * CHAPA              *
      **********************
      *
       TRF-ABRE.
           OPEN INPUT CADTRANSF
           IF W-STTRF NOT = "00"
              GO TO TRF-FIM.
           MOVE DL116-CHAPA TO TRFCHAPA
           MOVE ZEROS       TO TRFSEQ
           START CADTRANSF KEY NOT < TRFCHAVE
           IF W-STTRF NOT = "00"
              GO TO TRF-ENCERRA.
       TRF-LOOP.
           READ CADTRANSF NEXT RECORD
           IF W-STTRF NOT = "00"
              GO TO TRF-ENCERRA.
           IF TRFCHAPA NOT = DL116-CHAPA
              GO TO TRF-ENCERRA.
      *    SO MUDANCA DE DEPARTAMENTO - NAO RATEIA
           IF TRFEMPNOVO NOT NUMERIC OR TRFEMPNOVO = ZEROS
              GO TO TRF-LOOP.
           IF MES OF TRFDATA NOT = W-COMPMES OR
              ANO OF TRFDATA NOT = 2000 + W-COMPANO
              GO TO TRF-LOOP.
           MOVE ZEROS TO DL116-EMPANT DL116-EMPNOVO DL116-DIAS
           IF DIA OF TRFDATA NOT > 01
              GO TO TRF-LOOP.
           COMPUTE DL116-DIAS = DIA OF TRFDATA - 1
           IF DL116-DIAS > 30
              MOVE 30 TO DL116-DIAS.
           MOVE TRFEMPANT  TO DL116-EMPANT
           MOVE TRFEMPNOVO TO DL116-EMPNOVO
           GO TO TRF-LOOP.
       TRF-ENCERRA.
           CLOSE CADTRANSF.
       TRF-FIM.
           EXIT PROGRAM.
