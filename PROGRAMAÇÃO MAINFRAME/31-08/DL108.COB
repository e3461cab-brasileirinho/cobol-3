       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL108.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE ADICIONAL DE RISCO       *
      * (INSALUBRIDADE / PERICULOSIDADE)   *
      **************************************
      * PROCURA NO CADRISCO AS EXPOSICOES DO
      * DEPARTAMENTO + CARGO VIGENTES NA COMPETENCIA
      * (AAMM) E DEVOLVE O VALOR MENSAL CHEIO DO
      * ADICIONAL, O TIPO (I/P), O PERCENTUAL E OS
      * DIAS DE VIGENCIA NO MES (BASE 30).
      *   INSALUBRIDADE: GRAU 1/2/3 = 10/20/40% DO
      *   SALARIO MINIMO (PARAMETRO 15 DO CADPARAM)
      *   PERICULOSIDADE: 30% DO SALARIO BASE
      * OS ADICIONAIS NAO SE ACUMULAM - HAVENDO OS
      * DOIS, VALE O DE MAIOR VALOR. O PRO-RATA POR
      * AFASTAMENTO/ADMISSAO FICA COM QUEM CHAMA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS W-STPRM.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STRSC      PIC X(02) VALUE "00".
       77 W-STPRM      PIC X(02) VALUE "00".
       77 W-SALMIN     PIC 9(06)V99 VALUE ZEROS.
       77 W-REFCOMP    PIC 9(06) VALUE ZEROS.
       77 W-REFINI     PIC 9(06) VALUE ZEROS.
       77 W-REFFIM     PIC 9(06) VALUE ZEROS.
       77 W-DIAINI     PIC 9(02) VALUE ZEROS.
       77 W-DIAFIM     PIC 9(02) VALUE ZEROS.
       77 W-DIASVIG    PIC 9(02) VALUE ZEROS.
       77 W-PERC       PIC 9(02)V99 VALUE ZEROS.
       77 W-VALCALC    PIC 9(06)V99 VALUE ZEROS.
       01 W-COMPET     PIC 9(04) VALUE ZEROS.
       01 W-COMPETR REDEFINES W-COMPET.
          03 W-COMPANO PIC 9(02).
          03 W-COMPMES PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL108-DEPTO    PIC 9(03).
       01 DL108-CARGO    PIC 9(03).
       01 DL108-SALBASE  PIC 9(06)V99.
       01 DL108-COMPET   PIC 9(04).
       01 DL108-TIPO     PIC X(01).
       01 DL108-PERC     PIC 9(02)V99.
       01 DL108-VALOR    PIC 9(06)V99.
       01 DL108-DIAS     PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL108-DEPTO DL108-CARGO
                                 DL108-SALBASE DL108-COMPET
                                 DL108-TIPO DL108-PERC
                                 DL108-VALOR DL108-DIAS.
       RSC-000.
           MOVE SPACES TO DL108-TIPO
           MOVE ZEROS  TO DL108-PERC DL108-VALOR DL108-DIAS
           MOVE DL108-COMPET TO W-COMPET
           COMPUTE W-REFCOMP = ((2000 + W-COMPANO) * 100) + W-COMPMES.
      *
      **********************
      * SALARIO MINIMO     *
      **********************
      *
       RSC-PARAM.
           MOVE ZEROS TO W-SALMIN
           OPEN INPUT CADPARAM
           IF W-STPRM NOT = "00"
              GO TO RSC-ABRE.
           MOVE 15 TO PRMCODIGO
           READ CADPARAM
           IF W-STPRM = "00"
              MOVE PRMVALOR TO W-SALMIN.
           CLOSE CADPARAM.
      *
      **********************
      * EXPOSICOES VIGENTES *
      **********************
      *
       RSC-ABRE.
           OPEN INPUT CADRISCO
           IF W-STRSC NOT = "00"
              GO TO RSC-FIM.
           MOVE DL108-DEPTO TO RSCDEPTO
           MOVE DL108-CARGO TO RSCCARGO
           MOVE ZEROS       TO RSCSEQ
           START CADRISCO KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO RSC-ENCERRA.
       RSC-LOOP.
           READ CADRISCO NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO RSC-ENCERRA.
           IF RSCDEPTO NOT = DL108-DEPTO OR
              RSCCARGO NOT = DL108-CARGO
              GO TO RSC-ENCERRA.
           COMPUTE W-REFINI = (ANO OF RSCINICIO * 100)
                            +  MES OF RSCINICIO
           IF W-REFINI > W-REFCOMP
              GO TO RSC-LOOP.
           IF W-REFINI = W-REFCOMP
              MOVE DIA OF RSCINICIO TO W-DIAINI
           ELSE
              MOVE 01 TO W-DIAINI.
           MOVE 30 TO W-DIAFIM
           IF RSCFIM NOT = ZEROS
              COMPUTE W-REFFIM = (ANO OF RSCFIM * 100)
                               +  MES OF RSCFIM
              IF W-REFFIM < W-REFCOMP
                 GO TO RSC-LOOP
              ELSE
                 IF W-REFFIM = W-REFCOMP
                    MOVE DIA OF RSCFIM TO W-DIAFIM.
           IF W-DIAFIM > 30
              MOVE 30 TO W-DIAFIM.
           IF W-DIAFIM < W-DIAINI
              GO TO RSC-LOOP.
           COMPUTE W-DIASVIG = W-DIAFIM - W-DIAINI + 1
           IF RSCTIPO = "P"
              MOVE 30 TO W-PERC
              COMPUTE W-VALCALC ROUNDED = DL108-SALBASE * W-PERC / 100
           ELSE
              IF RSCGRAU = "3"
                 MOVE 40 TO W-PERC
              ELSE IF RSCGRAU = "2"
                 MOVE 20 TO W-PERC
              ELSE
                 MOVE 10 TO W-PERC.
           IF RSCTIPO NOT = "P"
              COMPUTE W-VALCALC ROUNDED = W-SALMIN * W-PERC / 100.
      *    NAO ACUMULA - FICA O ADICIONAL DE MAIOR VALOR
           IF W-VALCALC > DL108-VALOR
              MOVE RSCTIPO   TO DL108-TIPO
              MOVE W-PERC    TO DL108-PERC
              MOVE W-VALCALC TO DL108-VALOR
              MOVE W-DIASVIG TO DL108-DIAS.
           GO TO RSC-LOOP.
       RSC-ENCERRA.
           CLOSE CADRISCO.
       RSC-FIM.
           EXIT PROGRAM.
