       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL110.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE SINDICATO POR DEPTO/CARGO *
      **************************************
      * PROCURA NO CADSINDVINC O SINDICATO DO
      * DEPARTAMENTO + CARGO E DEVOLVE O CODIGO, O
      * PISO SALARIAL E O PERCENTUAL DA CONTRIBUICAO
      * ASSISTENCIAL DO CADSIND. ORDEM DE PROCURA:
      *   1. DEPARTAMENTO + CARGO
      *   2. QUALQUER DEPARTAMENTO (000) + CARGO
      *   3. DEPARTAMENTO + QUALQUER CARGO (000)
      * SEM VINCULO (OU SEM OS ARQUIVOS) DEVOLVE
      * CODIGO ZERO - FUNCIONARIO SEM SINDICATO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSINDVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VINCHAVE
                    FILE STATUS  IS W-STVIN.

           SELECT CADSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SINCODIGO
                    FILE STATUS  IS W-STSIN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSINDVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINDVINC.DAT".
       01 REGSINDVINC.
                03 VINCHAVE.
                   05 VINDEPTO       PIC 9(03).
                   05 VINCARGO       PIC 9(03).
                03 VINSIND           PIC 9(03).
                03 FILLER            PIC X(11).

       FD CADSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIND.DAT".
       01 REGSIND.
                03 SINCODIGO         PIC 9(03).
                03 SINNOME           PIC X(30).
                03 SINCNPJ           PIC 9(14).
                03 SINDATABASE       PIC 9(02).
                03 SINPERC           PIC 9(03)V99.
                03 SINPISO           PIC 9(06)V99.
                03 SINCONTRIB        PIC 9(02)V99.
                03 SINULTANO         PIC 9(04).
                03 FILLER            PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STVIN      PIC X(02) VALUE "00".
       77 W-STSIN      PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL110-DEPTO    PIC 9(03).
       01 DL110-CARGO    PIC 9(03).
       01 DL110-SIND     PIC 9(03).
       01 DL110-PISO     PIC 9(06)V99.
       01 DL110-CONTRIB  PIC 9(02)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL110-DEPTO DL110-CARGO
                                 DL110-SIND DL110-PISO
                                 DL110-CONTRIB.
       SIN-000.
           MOVE ZEROS TO DL110-SIND DL110-PISO DL110-CONTRIB.
      *
      **********************
      * VINCULO DO SINDICATO *
      **********************
      *
       SIN-VINC.
           OPEN INPUT CADSINDVINC
           IF W-STVIN NOT = "00"
              GO TO SIN-FIM.
           MOVE DL110-DEPTO TO VINDEPTO
           MOVE DL110-CARGO TO VINCARGO
           READ CADSINDVINC
           IF W-STVIN = "00"
              GO TO SIN-ACHOU.
           MOVE ZEROS       TO VINDEPTO
           MOVE DL110-CARGO TO VINCARGO
           READ CADSINDVINC
           IF W-STVIN = "00"
              GO TO SIN-ACHOU.
           MOVE DL110-DEPTO TO VINDEPTO
           MOVE ZEROS       TO VINCARGO
           READ CADSINDVINC
           IF W-STVIN NOT = "00"
              CLOSE CADSINDVINC
              GO TO SIN-FIM.
       SIN-ACHOU.
           CLOSE CADSINDVINC.
      *
      **********************
      * DADOS DO SINDICATO  *
      **********************
      *
       SIN-DADOS.
           OPEN INPUT CADSIND
           IF W-STSIN NOT = "00"
              GO TO SIN-FIM.
           MOVE VINSIND TO SINCODIGO
           READ CADSIND
           IF W-STSIN = "00"
              MOVE SINCODIGO  TO DL110-SIND
              MOVE SINPISO    TO DL110-PISO
              MOVE SINCONTRIB TO DL110-CONTRIB.
           CLOSE CADSIND.
       SIN-FIM.
           EXIT PROGRAM.
