       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201747.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DO CADASTRO DE SINDICATOS *
      **************************************
      * CADSIND: CODIGO, NOME, CNPJ, MES DA
      * DATA-BASE, PERCENTUAL DO DISSIDIO, PISO
      * SALARIAL E PERCENTUAL DA CONTRIBUICAO
      * ASSISTENCIAL. O ANO DO ULTIMO DISSIDIO
      * APLICADO E GRAVADO PELO FP201639 E AQUI SO
      * E MOSTRADO. O VINCULO COM DEPARTAMENTO /
      * CARGO FICA NO CADSINDVINC (FP201748); A
      * AUTORIZACAO DA CONTRIBUICAO NO CADSINDAUT
      * (FP201749). SINDICATO COM VINCULO NAO PODE
      * SER EXCLUIDO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SINCODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SINNOME
                               WITH DUPLICATES.

           SELECT CADSINDVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VINCHAVE
                    FILE STATUS  IS W-STVIN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADSINDVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINDVINC.DAT".
       01 REGSINDVINC.
                03 VINCHAVE.
                   05 VINDEPTO       PIC 9(03).
                   05 VINCARGO       PIC 9(03).
                03 VINSIND           PIC 9(03).
                03 FILLER            PIC X(11).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STVIN      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201747".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-TEMVINC    PIC X(01) VALUE "N".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELASIND.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                      CADASTRO DE SINDICA".
           05  LINE 03  COLUMN 42
               VALUE  "TOS".
           05  LINE 05  COLUMN 01
               VALUE  "           CODIGO DO SINDICATO:".
           05  LINE 07  COLUMN 01
               VALUE  "           NOME:".
           05  LINE 08  COLUMN 01
               VALUE  "           CNPJ:".
           05  LINE 10  COLUMN 01
               VALUE  "           MES DA DATA-BASE:".
           05  LINE 11  COLUMN 01
               VALUE  "           PERCENTUAL DO DISSIDIO:".
           05  LINE 12  COLUMN 01
               VALUE  "           PISO SALARIAL (MENSAL):".
           05  LINE 13  COLUMN 01
               VALUE  "           CONTRIB. ASSISTENCIAL (%):".
           05  LINE 15  COLUMN 01
               VALUE  "           ULTIMO DISSIDIO APLICADO (ANO):".
           05  TSINCODIGO
               LINE 05  COLUMN 33  PIC 9(03)
               USING  SINCODIGO
               HIGHLIGHT.
           05  TSINNOME
               LINE 07  COLUMN 18  PIC X(30)
               USING  SINNOME
               HIGHLIGHT.
           05  TSINCNPJ
               LINE 08  COLUMN 18  PIC 9(14)
               USING  SINCNPJ
               HIGHLIGHT.
           05  TSINDATABASE
               LINE 10  COLUMN 30  PIC 9(02)
               USING  SINDATABASE
               HIGHLIGHT.
           05  TSINPERC
               LINE 11  COLUMN 36  PIC ZZ9,99
               USING  SINPERC
               HIGHLIGHT.
           05  TSINPISO
               LINE 12  COLUMN 36  PIC ZZZ.ZZ9,99
               USING  SINPISO
               HIGHLIGHT.
           05  TSINCONTRIB
               LINE 13  COLUMN 39  PIC Z9,99
               USING  SINCONTRIB
               HIGHLIGHT.
           05  TSINULTANO
               LINE 15  COLUMN 44  PIC 9(04)
               FROM   SINULTANO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADSIND
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADSIND
                      CLOSE CADSIND
                      MOVE "*** ARQUIVO CADSIND SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIND" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO SINCODIGO SINCNPJ SINDATABASE SINPERC
                               SINPISO SINCONTRIB SINULTANO
                MOVE SPACES TO SINNOME.
                DISPLAY TELASIND.
       INC-002.
                ACCEPT TSINCODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADSIND
                   GO TO ROT-FIM.
                IF SINCODIGO = 0
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LER-SIND01.
                MOVE 0 TO W-SEL
                READ CADSIND
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELASIND
                      MOVE "*** SINDICATO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADSIND"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TSINNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SINNOME = SPACES
                   MOVE "*** INFORME O NOME DO SINDICATO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TSINCNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SINCNPJ = ZEROS
                   MOVE "*** INFORME O CNPJ DO SINDICATO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TSINDATABASE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF SINDATABASE < 01 OR SINDATABASE > 12
                   MOVE "*** MES DA DATA-BASE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TSINPERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT TSINPISO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF SINPISO = ZEROS
                   MOVE "*** INFORME O PISO SALARIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TSINCONTRIB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SINCONTRIB > 10
                   MOVE "*** CONTRIBUICAO ACIMA DE 10% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
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
                WRITE REGSIND
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** SINDICATO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSIND" TO MENS
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
                PERFORM VERIFICA-VINC THRU VERIFICA-VINC-FIM
                IF W-TEMVINC = "S"
                   MOVE "*** SINDICATO COM VINCULO - NAO EXCLUI ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
                DELETE CADSIND RECORD
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
                REWRITE REGSIND
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADSIND"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * SINDICATO AINDA VINCULADO A ALGUM     *
      * DEPARTAMENTO / CARGO NO CADSINDVINC   *
      *****************************************
       VERIFICA-VINC.
                MOVE "N" TO W-TEMVINC
                OPEN INPUT CADSINDVINC
                IF W-STVIN NOT = "00"
                   GO TO VERIFICA-VINC-FIM.
                MOVE LOW-VALUES TO VINCHAVE
                START CADSINDVINC KEY NOT < VINCHAVE
                IF W-STVIN NOT = "00"
                   GO TO VERIFICA-VINC-FECHA.
       VERIFICA-VINC-LOOP.
                READ CADSINDVINC NEXT RECORD
                IF W-STVIN NOT = "00"
                   GO TO VERIFICA-VINC-FECHA.
                IF VINSIND NOT = SINCODIGO
                   GO TO VERIFICA-VINC-LOOP.
                MOVE "S" TO W-TEMVINC.
       VERIFICA-VINC-FECHA.
                CLOSE CADSINDVINC.
       VERIFICA-VINC-FIM.
                EXIT.
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
