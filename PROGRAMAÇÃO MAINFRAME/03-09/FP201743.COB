       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201743.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DO CATALOGO DE EPI (CADEPI) *
      **************************************
      * EQUIPAMENTO DE PROTECAO INDIVIDUAL: CODIGO,
      * DESCRICAO, NUMERO DO CA (CERTIFICADO DE
      * APROVACAO), VALIDADE DO CA E INTERVALO DE
      * TROCA EM DIAS. AS ENTREGAS FICAM NO
      * CADEPIENT (FP201744); O FP201746 USA A
      * VALIDADE E O INTERVALO NO AVISO SEMANAL
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPICODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EPIDESCR
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
                03 EPICODIGO         PIC 9(04).
                03 EPIDESCR          PIC X(30).
                03 EPICA             PIC 9(06).
                03 EPICAVAL.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 EPIINTERV         PIC 9(03).
                03 FILLER            PIC X(19).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201743".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELAEPI.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          CATALOGO DE EQUIPAMENTOS DE PRO".
           05  LINE 03  COLUMN 42
               VALUE  "TECAO INDIVIDUAL (EPI)".
           05  LINE 05  COLUMN 01
               VALUE  "           CODIGO DO EPI:".
           05  LINE 07  COLUMN 01
               VALUE  "           DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "           NUMERO DO CA:".
           05  LINE 10  COLUMN 01
               VALUE  "           VALIDADE DO CA (DD MM AAAA):".
           05  LINE 12  COLUMN 01
               VALUE  "           INTERVALO DE TROCA (DIAS):".
           05  TEPICODIGO
               LINE 05  COLUMN 27  PIC 9(04)
               USING  EPICODIGO
               HIGHLIGHT.
           05  TEPIDESCR
               LINE 07  COLUMN 23  PIC X(30)
               USING  EPIDESCR
               HIGHLIGHT.
           05  TEPICA
               LINE 09  COLUMN 26  PIC 9(06)
               USING  EPICA
               HIGHLIGHT.
           05  TEPIDIA
               LINE 10  COLUMN 41  PIC 9(02)
               USING  DIA OF EPICAVAL
               HIGHLIGHT.
           05  TEPIMES
               LINE 10  COLUMN 44  PIC 9(02)
               USING  MES OF EPICAVAL
               HIGHLIGHT.
           05  TEPIANO
               LINE 10  COLUMN 47  PIC 9(04)
               USING  ANO OF EPICAVAL
               HIGHLIGHT.
           05  TEPIINTERV
               LINE 12  COLUMN 39  PIC 9(03)
               USING  EPIINTERV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADEPI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADEPI
                      CLOSE CADEPI
                      MOVE "*** ARQUIVO CADEPI SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPI" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO EPICODIGO EPICA EPICAVAL EPIINTERV
                MOVE SPACES TO EPIDESCR.
                DISPLAY TELAEPI.
       INC-002.
                ACCEPT TEPICODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADEPI
                   GO TO ROT-FIM.
                IF EPICODIGO = 0
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LER-EPI01.
                MOVE 0 TO W-SEL
                READ CADEPI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAEPI
                      MOVE "*** EPI JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADEPI"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TEPIDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF EPIDESCR = SPACES
                   MOVE "*** INFORME A DESCRICAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TEPICA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF EPICA = ZEROS
                   MOVE "*** INFORME O NUMERO DO CA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TEPIDIA
                ACCEPT TEPIMES
                ACCEPT TEPIANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                CALL "DL100" USING DIA OF EPICAVAL MES OF EPICAVAL
                                   ANO OF EPICAVAL W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** VALIDADE DO CA INVALIDA ***" TO MENS
                   MOVE ZEROS TO EPICAVAL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TEPIINTERV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF EPIINTERV = ZEROS
                   MOVE "*** INFORME O INTERVALO DE TROCA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGEPI
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EPI JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEPI" TO MENS
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
                DELETE CADEPI RECORD
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
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEPI
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADEPI"   TO MENS
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
