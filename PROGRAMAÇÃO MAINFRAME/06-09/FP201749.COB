       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201749.
       AUTHOR. LEONARDO.
      **************************************
      * AUTORIZACAO DA CONTRIBUICAO ASSISTENCIAL *
      **************************************
      * CADSINDAUT: UMA LINHA POR CHAPA COM A OPCAO
      * DO FUNCIONARIO (S=AUTORIZA O DESCONTO,
      * N=OPOSICAO), A DATA DA MANIFESTACAO E O
      * OPERADOR QUE REGISTROU. SEM REGISTRO OU COM
      * OPCAO N A FOLHA (FP201615) NAO DESCONTA A
      * CONTRIBUICAO DO SINDICATO (DL110)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSINDAUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUTCHAPA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSINDAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINDAUT.DAT".
       01 REGSINDAUT.
                03 AUTCHAPA          PIC 9(05).
                03 AUTOPCAO          PIC X(01).
                03 AUTDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 AUTOPER           PIC X(08).
                03 FILLER            PIC X(08).

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

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201749".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-SIND       PIC 9(03) VALUE ZEROS.
       77 W-PISO       PIC 9(06)V99 VALUE ZEROS.
       77 W-CONTRIB    PIC 9(02)V99 VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELAAUT.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          AUTORIZACAO DA CONTRIBUICAO ASS".
           05  LINE 03  COLUMN 42
               VALUE  "ISTENCIAL".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "           SINDICATO:".
           05  LINE 09  COLUMN 01
               VALUE  "           AUTORIZA O DESCONTO (S/N):".
           05  LINE 10  COLUMN 01
               VALUE  "           DATA DA MANIFESTACAO (DD MM AAAA):".
           05  LINE 12  COLUMN 01
               VALUE  "           REGISTRADO POR:".
           05  TAUTCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  AUTCHAPA
               HIGHLIGHT.
           05  TAUTOPCAO
               LINE 09  COLUMN 39  PIC X(01)
               USING  AUTOPCAO
               HIGHLIGHT.
           05  TAUTDIA
               LINE 10  COLUMN 47  PIC 9(02)
               USING  DIA OF AUTDATA
               HIGHLIGHT.
           05  TAUTMES
               LINE 10  COLUMN 50  PIC 9(02)
               USING  MES OF AUTDATA
               HIGHLIGHT.
           05  TAUTANO
               LINE 10  COLUMN 53  PIC 9(04)
               USING  ANO OF AUTDATA
               HIGHLIGHT.
           05  TAUTOPER
               LINE 12  COLUMN 28  PIC X(08)
               FROM   AUTOPER
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *
       INC-OP0.
           OPEN I-O CADSINDAUT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADSINDAUT
                      CLOSE CADSINDAUT
                      MOVE "*** ARQUIVO CADSINDAUT SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSINDAUT"
                                                       TO MENS
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
              CLOSE CADSINDAUT
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO AUTCHAPA AUTDATA
                MOVE SPACES TO AUTOPCAO AUTOPER.
                DISPLAY TELAAUT.
       INC-002.
                ACCEPT TAUTCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADSINDAUT CADFUNC
                   GO TO ROT-FIM.
                IF AUTCHAPA = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE AUTCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 41) NOME.
                CALL "DL110" USING FUNCDEPTO FUNCCARGO W-SIND W-PISO
                                   W-CONTRIB
                PERFORM MOSTRA-SIND THRU MOSTRA-SIND-FIM.
       LER-AUT01.
                MOVE 0 TO W-SEL
                READ CADSINDAUT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAAUT
                      DISPLAY (05, 41) NOME
                      PERFORM MOSTRA-SIND THRU MOSTRA-SIND-FIM
                      MOVE "*** AUTORIZACAO JA REGISTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ CADSINDAUT"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TAUTOPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF AUTOPCAO = "s"
                   MOVE "S" TO AUTOPCAO.
                IF AUTOPCAO = "n"
                   MOVE "N" TO AUTOPCAO.
                IF AUTOPCAO NOT = "S" AND "N"
                   MOVE "*** OPCAO DEVE SER S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TAUTDIA
                ACCEPT TAUTMES
                ACCEPT TAUTANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                CALL "DL100" USING DIA OF AUTDATA MES OF AUTDATA
                                   ANO OF AUTDATA W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** DATA DA MANIFESTACAO INVALIDA ***" TO MENS
                   MOVE ZEROS TO AUTDATA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-OPERADOR TO AUTOPER
                DISPLAY TAUTOPER.
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
                WRITE REGSINDAUT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AUTORIZACAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CADSINDAUT"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * SINDICATO DO DEPTO/CARGO ATUAL (DL110) *
      * - SO INFORMATIVO                      *
      *****************************************
       MOSTRA-SIND.
                IF W-SIND = ZEROS
                   DISPLAY (07, 23) "SEM VINCULO SINDICAL"
                ELSE
                   DISPLAY (07, 23) W-SIND.
       MOSTRA-SIND-FIM.
                EXIT.
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
                DELETE CADSINDAUT RECORD
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
                REWRITE REGSINDAUT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REG CADSINDAUT"   TO MENS
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
