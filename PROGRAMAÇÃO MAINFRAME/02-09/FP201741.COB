       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201741.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DO REGISTRO DE ACIDENTES (CADCAT) *
      **************************************
      * CAT POR CHAPA E SEQUENCIA: DATA E HORA DO
      * ACIDENTE, PARTE DO CORPO ATINGIDA, TIPO
      * (T=TIPICO R=TRAJETO D=DOENCA OCUPACIONAL),
      * DUAS TESTEMUNHAS E A SEQUENCIA DO
      * AFASTAMENTO NO CADAFAST (TIPO A), QUANDO
      * HOUVER. O FP201742 CONTA AS CATS DO MES E OS
      * DIAS DOS AFASTAMENTOS TIPO A PARA AS TAXAS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CATCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CATCHAPA
                               WITH DUPLICATES.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFACHAVE
                    FILE STATUS  IS W-STAFA
                    ALTERNATE RECORD KEY IS AFACHAPA
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAT.DAT".
       01 REGCAT.
                03 CATCHAVE.
                   05 CATCHAPA       PIC 9(05).
                   05 CATSEQ         PIC 9(02).
                03 CATDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 CATHORA.
                   05 CATHH          PIC 9(02).
                   05 CATMM          PIC 9(02).
                03 CATTIPO           PIC X(01).
                03 CATPARTE          PIC X(20).
                03 CATTESTEM1        PIC X(30).
                03 CATTESTEM2        PIC X(30).
                03 CATAFASEQ         PIC 9(02).
                03 FILLER            PIC X(20).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 RG                PIC X(15).
                03 DATANASC.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ESTCIVIL   PIC X(01).
                03 NUMFIL     PIC 9(01).
                03 DATAADM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DATADEM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ESTATUS    PIC X(01).
                03 FUNCDEPTO  PIC 9(03).
                03 FUNCCARGO  PIC 9(03).
                03 FUNCTIPOSAL PIC X(01).
                03 FUNCSALBASE PIC 9(06)V99.
                03 FUNCCDC    PIC 9(01).
                03 FUNCESCOLARIDADE PIC 9(01).
                03 FUNCEMPRESA PIC 9(02).
                03 FILLER     PIC X(06).

       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
                03 AFACHAVE.
                   05 AFACHAPA       PIC 9(05).
                   05 AFASEQ         PIC 9(02).
                03 AFATIPO           PIC X(01).
                03 AFAINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 AFAPREVRET.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 AFARETORNO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 FILLER            PIC X(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STAFA      PIC X(02) VALUE "00".
       77 W-TEMAFAARQ  PIC X(01) VALUE "N".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201741".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELACAT.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          REGISTRO DE ACIDENTES DO TRABAL".
           05  LINE 03  COLUMN 42
               VALUE  "HO (CAT)".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 06  COLUMN 01
               VALUE  "           SEQUENCIA:".
           05  LINE 08  COLUMN 01
               VALUE  "           DATA DO ACIDENTE (DD MM AAAA):".
           05  LINE 09  COLUMN 01
               VALUE  "           HORA (HH MM):".
           05  LINE 10  COLUMN 01
               VALUE  "           TIPO (T=TIPICO R=TRAJETO D=DOENCA):".
           05  LINE 11  COLUMN 01
               VALUE  "           PARTE DO CORPO ATINGIDA:".
           05  LINE 13  COLUMN 01
               VALUE  "           TESTEMUNHA 1:".
           05  LINE 14  COLUMN 01
               VALUE  "           TESTEMUNHA 2:".
           05  LINE 16  COLUMN 01
               VALUE  "           SEQ. AFASTAMENTO (CADAFAST, 0=SEM):".
           05  TCATCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  CATCHAPA
               HIGHLIGHT.
           05  TCATSEQ
               LINE 06  COLUMN 23  PIC 9(02)
               USING  CATSEQ
               HIGHLIGHT.
           05  TCATDIA
               LINE 08  COLUMN 43  PIC 9(02)
               USING  DIA OF CATDATA
               HIGHLIGHT.
           05  TCATMES
               LINE 08  COLUMN 46  PIC 9(02)
               USING  MES OF CATDATA
               HIGHLIGHT.
           05  TCATANO
               LINE 08  COLUMN 49  PIC 9(04)
               USING  ANO OF CATDATA
               HIGHLIGHT.
           05  TCATHH
               LINE 09  COLUMN 26  PIC 9(02)
               USING  CATHH
               HIGHLIGHT.
           05  TCATMM
               LINE 09  COLUMN 29  PIC 9(02)
               USING  CATMM
               HIGHLIGHT.
           05  TCATTIPO
               LINE 10  COLUMN 49  PIC X(01)
               USING  CATTIPO
               HIGHLIGHT.
           05  TCATPARTE
               LINE 11  COLUMN 37  PIC X(20)
               USING  CATPARTE
               HIGHLIGHT.
           05  TCATTESTEM1
               LINE 13  COLUMN 26  PIC X(30)
               USING  CATTESTEM1
               HIGHLIGHT.
           05  TCATTESTEM2
               LINE 14  COLUMN 26  PIC X(30)
               USING  CATTESTEM2
               HIGHLIGHT.
           05  TCATAFASEQ
               LINE 16  COLUMN 48  PIC 9(02)
               USING  CATAFASEQ
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCAT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCAT
                      CLOSE CADCAT
                      MOVE "*** ARQUIVO CADCAT SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAT" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAT
              GO TO ROT-FIM.
       INC-OP2.
      *    SEM CADAFAST SO SE ACEITA CAT SEM AFASTAMENTO
           OPEN INPUT CADAFAST
           IF W-STAFA = "00"
              MOVE "S" TO W-TEMAFAARQ.
       INC-001.
                MOVE ZEROS  TO CATCHAPA CATSEQ CATDATA CATHORA
                               CATAFASEQ
                MOVE SPACES TO CATTIPO CATPARTE CATTESTEM1
                               CATTESTEM2.
                DISPLAY TELACAT.
       INC-002.
                ACCEPT TCATCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCAT CADFUNC
                   IF W-TEMAFAARQ = "S"
                      CLOSE CADAFAST
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF CATCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE CATCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (05, 41) NOME.
       INC-002A.
                ACCEPT TCATSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CATSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-CAT01.
                MOVE 0 TO W-SEL
                READ CADCAT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACAT
                      DISPLAY (05, 41) NOME
                      MOVE "*** CAT JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADCAT"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TCATDIA
                ACCEPT TCATMES
                ACCEPT TCATANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                CALL "DL100" USING DIA OF CATDATA MES OF CATDATA
                                   ANO OF CATDATA W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** DATA DO ACIDENTE INVALIDA ***" TO MENS
                   MOVE ZEROS TO CATDATA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TCATHH
                ACCEPT TCATMM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CATHH > 23 OR CATMM > 59
                   MOVE "*** HORA INVALIDA ***" TO MENS
                   MOVE ZEROS TO CATHORA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCATTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CATTIPO NOT = "T" AND "R" AND "D"
                   MOVE "*** TIPO INVALIDO (T/R/D) ***" TO MENS
                   MOVE SPACES TO CATTIPO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TCATPARTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CATPARTE = SPACES
                   MOVE "*** INFORME A PARTE DO CORPO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TCATTESTEM1
                ACCEPT TCATTESTEM2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT TCATAFASEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF CATAFASEQ = ZEROS
                   GO TO INC-008-FIM.
                IF W-TEMAFAARQ NOT = "S"
                   MOVE "*** SEM CADAFAST - INFORME ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                MOVE CATCHAPA  TO AFACHAPA
                MOVE CATAFASEQ TO AFASEQ
                READ CADAFAST
                IF W-STAFA NOT = "00"
                   MOVE "*** AFASTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF AFATIPO NOT = "A"
                   MOVE "*** AFASTAMENTO NAO E POR ACIDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-008-FIM.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCAT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CAT JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCAT" TO MENS
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
                DELETE CADCAT RECORD
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
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCAT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCAT"   TO MENS
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
