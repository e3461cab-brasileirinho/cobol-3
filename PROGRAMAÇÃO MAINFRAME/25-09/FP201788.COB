       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201788.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DOS CUSTOS DA TURMA (CADCUSTTUR) *
      **************************************
      * CUSTOS DIRETOS DE CADA TURMA DO CADTURMA:
      * LOCAL (SALA, AUDITORIO, LOCACAO) E MATERIAL
      * DIDATICO. SOMADOS AS HORAS DO INSTRUTOR
      * (CADINSTR) FORMAM O CUSTO DA TURMA RATEADO
      * PELO FP201789 AOS CENTROS DE CUSTO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCUSTTUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCSCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURCHAVE
                    FILE STATUS  IS W-STTUR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCUSTTUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTTUR.DAT".
       01 REGCUSTTUR.
                03 TCSCHAVE.
                   05 TCSCURSO       PIC X(05).
                   05 TCSNUM         PIC 9(02).
                03 TCSLOCAL          PIC 9(06)V99.
                03 TCSMATERIAL       PIC 9(06)V99.
                03 FILLER            PIC X(10).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STTUR      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201788".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELACUSTTUR.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "            CUSTOS DA TURMA DE TREINAMENTO".
           05  LINE 05  COLUMN 01
               VALUE  "           CODIGO DO CURSO:".
           05  LINE 06  COLUMN 01
               VALUE  "           NUMERO DA TURMA:".
           05  LINE 08  COLUMN 01
               VALUE  "           INSTRUTOR:".
           05  LINE 10  COLUMN 01
               VALUE  "           CUSTO DO LOCAL:".
           05  LINE 12  COLUMN 01
               VALUE  "           CUSTO DO MATERIAL:".
           05  TTCSCURSO
               LINE 05  COLUMN 29  PIC X(05)
               USING  TCSCURSO
               HIGHLIGHT.
           05  TTCSNUM
               LINE 06  COLUMN 29  PIC 9(02)
               USING  TCSNUM
               HIGHLIGHT.
           05  TTURINSTRUTOR
               LINE 08  COLUMN 23  PIC X(25)
               USING  TURINSTRUTOR.
           05  TTCSLOCAL
               LINE 10  COLUMN 31  PIC ZZZ.ZZ9,99
               USING  TCSLOCAL
               HIGHLIGHT.
           05  TTCSMATERIAL
               LINE 12  COLUMN 31  PIC ZZZ.ZZ9,99
               USING  TCSMATERIAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCUSTTUR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCUSTTUR
                      CLOSE CADCUSTTUR
                      MOVE "*** ARQUIVO CADCUSTTUR SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADCUSTTUR"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADTURMA
           IF W-STTUR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTURMA" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STTUR
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCUSTTUR
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO TCSNUM TCSLOCAL TCSMATERIAL
                MOVE SPACES TO TCSCURSO TURINSTRUTOR.
                DISPLAY TELACUSTTUR.
       INC-002.
                ACCEPT TTCSCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCUSTTUR CADTURMA
                   GO TO ROT-FIM.
                IF TCSCURSO = SPACES
                   MOVE "*** CURSO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-002A.
                ACCEPT TTCSNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE TCSCURSO TO TURCURSO
                MOVE TCSNUM   TO TURNUM
                READ CADTURMA
                IF W-STTUR NOT = "00"
                   MOVE "*** TURMA NAO CADASTRADA (CADTURMA) ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                DISPLAY TTURINSTRUTOR.
       LER-CUSTTUR01.
                MOVE 0 TO W-SEL
                READ CADCUSTTUR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACUSTTUR
                      MOVE "*** CUSTOS JA CADASTRADOS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ARQ CADCUSTTUR" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TTCSLOCAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
       INC-004.
                ACCEPT TTCSMATERIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF TCSLOCAL = ZEROS AND TCSMATERIAL = ZEROS
                   MOVE "*** INFORME AO MENOS UM DOS CUSTOS ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCUSTTUR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CUSTOS JA EXISTEM ***      " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CADCUSTTUR"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 1 TO W-SEL
                   GO TO INC-003.
                IF W-ACT = 03
                   GO TO INC-002.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCUSTTUR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCUSTTUR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REG CADCUSTTUR"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
               DISPLAY (23, 12) MENS.
       ROT-MENS1.
               ACCEPT (23, 70) W-TECLA
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
