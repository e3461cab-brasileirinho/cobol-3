      * MANUTENCAO DO CADASTRO DE AFASTAMENTOS (CADAFAST) *
      **************************************
      * TIPOS: M=MATERNIDADE D=DOENCA A=ACIDENTE O=OUTROS
      * AFASTAMENTO POR ACIDENTE (A) COM MAIS DE 15
      * DIAS, AO RECEBER O RETORNO EFETIVO, GERA NO
      * CADESTAB A ESTABILIDADE ACIDENTARIA DE 12
      * MESES A PARTIR DO RETORNO (ESTAFASEQ LIGA A
      * ESTABILIDADE AO AFASTAMENTO DE ORIGEM)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS AFACHAPA
                               WITH DUPLICATES.

           SELECT CADESTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESTCHAVE
                    FILE STATUS  IS W-STESTAB
                    ALTERNATE RECORD KEY IS ESTCHAPA
                               WITH DUPLICATES.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                   05 ANO     PIC 9(02).
                03 FILLER            PIC X(14).

       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTAB.DAT".
       01 REGESTAB.
                03 ESTCHAVE.
                   05 ESTCHAPA       PIC 9(05).
                   05 ESTSEQ         PIC 9(02).
                03 ESTTIPO           PIC X(01).
                03 ESTINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ESTFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ESTAFASEQ         PIC 9(02).
                03 FILLER            PIC X(06).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
          03 FILLER      PIC X(04) VALUE " ***".
       77 W-DL100-ANO  PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-STESTAB    PIC X(02) VALUE "00".
       77 W-ESTSEQ     PIC 9(02) VALUE ZEROS.
       77 W-ESTACHOU   PIC X(01) VALUE "N".
       77 W-NUMINI     PIC 9(06) VALUE ZEROS.
       77 W-NUMRET     PIC 9(06) VALUE ZEROS.
       77 W-NUMDIA     PIC 9(06) VALUE ZEROS.
       77 W-NDDIA      PIC 9(02) VALUE ZEROS.
       77 W-NDMES      PIC 9(02) VALUE ZEROS.
       77 W-NDANO      PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(02) VALUE ZEROS.
      *    DIAS ACUMULADOS ATE O INICIO DE CADA MES (ANO COMUM)
       01 W-TABACUM.
          03 FILLER    PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 W-TABACUMR REDEFINES W-TABACUM.
          03 W-DIASACUM PIC 9(03) OCCURS 12 TIMES.
       01 W-TABMES.
          03 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 W-TABMESR REDEFINES W-TABMES.
          03 W-DIASMES PIC 9(02) OCCURS 12 TIMES.
       SCREEN SECTION.
       01  TELAAFAST.
           05  BLANK SCREEN.
              GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADESTAB
           IF W-STESTAB NOT = "00"
              IF W-STESTAB = "30"
                 OPEN OUTPUT CADESTAB
                 CLOSE CADESTAB
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTAB" TO MENS
                 MOVE MENS TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STESTAB
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADAFAST CADFUNC
                 GO TO ROT-FIM.
       INC-001.
                PERFORM LIBERA-REG THRU LIBERA-REG-FIM.
                MOVE ZEROS TO AFACHAPA AFASEQ AFAINICIO AFAPREVRET
                ACCEPT TAFACHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADAFAST CADFUNC CADESTAB
                   GO TO ROT-FIM.
                IF AFACHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
       INC-WR1.
                WRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                      PERFORM GERA-ESTAB THRU GERA-ESTAB-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
       ALT-RW1.
                REWRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                   PERFORM GERA-ESTAB THRU GERA-ESTAB-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "N" TO W-TEMLOCK.
       LIBERA-REG-FIM.
                EXIT.
      *
      *****************************************
      * ESTABILIDADE ACIDENTARIA - AFASTAMENTO*
      * TIPO A ENCERRADO COM MAIS DE 15 DIAS: *
      * 12 MESES A PARTIR DO RETORNO. SE JA   *
      * EXISTE PARA ESTE AFASTAMENTO, SO      *
      * ATUALIZA AS DATAS                     *
      *****************************************
      *
       GERA-ESTAB.
                IF AFATIPO NOT = "A" OR AFARETORNO = ZEROS
                   GO TO GERA-ESTAB-FIM.
                MOVE DIA OF AFAINICIO  TO W-NDDIA
                MOVE MES OF AFAINICIO  TO W-NDMES
                MOVE ANO OF AFAINICIO  TO W-NDANO
                PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
                MOVE W-NUMDIA TO W-NUMINI
                MOVE DIA OF AFARETORNO TO W-NDDIA
                MOVE MES OF AFARETORNO TO W-NDMES
                MOVE ANO OF AFARETORNO TO W-NDANO
                PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
                MOVE W-NUMDIA TO W-NUMRET
                IF W-NUMRET NOT > W-NUMINI
                   GO TO GERA-ESTAB-FIM.
                IF W-NUMRET - W-NUMINI NOT > 15
                   GO TO GERA-ESTAB-FIM.
                MOVE ZEROS TO W-ESTSEQ
                MOVE "N"   TO W-ESTACHOU
                MOVE AFACHAPA TO ESTCHAPA
                MOVE ZEROS    TO ESTSEQ
                START CADESTAB KEY NOT < ESTCHAVE
                IF W-STESTAB NOT = "00"
                   GO TO GERA-ESTAB-GRAVA.
       GERA-ESTAB-LE.
                READ CADESTAB NEXT RECORD
                IF W-STESTAB NOT = "00"
                   GO TO GERA-ESTAB-GRAVA.
                IF ESTCHAPA NOT = AFACHAPA
                   GO TO GERA-ESTAB-GRAVA.
                MOVE ESTSEQ TO W-ESTSEQ
                IF ESTTIPO = "A" AND ESTAFASEQ = AFASEQ
                   MOVE "S" TO W-ESTACHOU
                   GO TO GERA-ESTAB-GRAVA.
                GO TO GERA-ESTAB-LE.
       GERA-ESTAB-GRAVA.
                IF W-ESTACHOU = "N"
                   MOVE SPACES   TO REGESTAB
                   MOVE AFACHAPA TO ESTCHAPA
                   COMPUTE ESTSEQ = W-ESTSEQ + 1
                   MOVE "A"      TO ESTTIPO
                   MOVE AFASEQ   TO ESTAFASEQ.
                MOVE DIA OF AFARETORNO TO DIA OF ESTINICIO
                MOVE MES OF AFARETORNO TO MES OF ESTINICIO
                COMPUTE ANO OF ESTINICIO = 2000 + ANO OF AFARETORNO
      *         FIM = VESPERA DO MESMO DIA NO ANO SEGUINTE
                MOVE DIA OF ESTINICIO TO DIA OF ESTFIM
                MOVE MES OF ESTINICIO TO MES OF ESTFIM
                COMPUTE ANO OF ESTFIM = ANO OF ESTINICIO + 1
                IF DIA OF ESTFIM > 1
                   SUBTRACT 1 FROM DIA OF ESTFIM
                ELSE
                   PERFORM GERA-ESTAB-MESANT THRU GERA-ESTAB-MESANT-FIM.
                IF W-ESTACHOU = "S"
                   REWRITE REGESTAB
                ELSE
                   WRITE REGESTAB.
                IF W-STESTAB NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTAB" TO MENS
                   MOVE MENS TO W-DL101-OPER
                   CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                      W-STESTAB
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-ESTAB-FIM.
                MOVE "*** ESTABILIDADE ACIDENTARIA REGISTRADA ***"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-ESTAB-FIM.
                EXIT.
      *
       GERA-ESTAB-MESANT.
                IF MES OF ESTFIM = 1
                   MOVE 12 TO MES OF ESTFIM
                   SUBTRACT 1 FROM ANO OF ESTFIM
                ELSE
                   SUBTRACT 1 FROM MES OF ESTFIM.
                MOVE W-DIASMES (MES OF ESTFIM) TO DIA OF ESTFIM
                IF MES OF ESTFIM = 2
                   DIVIDE ANO OF ESTFIM BY 4 GIVING W-QUOC
                          REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO DIA OF ESTFIM.
       GERA-ESTAB-MESANT-FIM.
                EXIT.
      *
      *    NUMERO DO DIA CONTADO DE 01/01/2000 (ANO COM 2 DIGITOS)
       CALC-NUMDIA.
                DIVIDE W-NDANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
                COMPUTE W-NUMDIA = (W-NDANO * 365)
                                 + W-DIASACUM (W-NDMES) + W-NDDIA
                ADD W-QUOC TO W-NUMDIA
      *         ANOS BISSEXTOS ANTERIORES (2000 INCLUSIVE)
                IF W-RESTO NOT = ZEROS
                   ADD 1 TO W-NUMDIA.
                IF W-RESTO = ZEROS AND W-NDMES > 2
                   ADD 1 TO W-NUMDIA.
       CALC-NUMDIA-FIM.
                EXIT.
      *
       ROT-FIM.
                PERFORM LIBERA-REG THRU LIBERA-REG-FIM
