       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201738.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DOS LANCAMENTOS VARIAVEIS *
      **************************************
      * VALORES AVULSOS DA COMPETENCIA (GRATIFICACOES,
      * PREMIOS, REEMBOLSOS, ACERTOS MANUAIS) POR
      * CHAPA + COMPETENCIA + RUBRICA (CADLANVAR).
      * SO ACEITA RUBRICA LIVRE (200-899) DE PROVENTO
      * OU DESCONTO CADASTRADA NO CADRUBRICA, E SO
      * ENQUANTO A COMPETENCIA ESTIVER ABERTA NO
      * CADCOMPET. O FP201615 LE OS LANCAMENTOS NA
      * RODADA DA FOLHA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLANVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LVCHAVE
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

           SELECT CADCOMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPTCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUBCODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLANVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLANVAR.DAT".
       01 REGLANVAR.
                03 LVCHAVE.
                   05 LVCHAPA        PIC 9(05).
                   05 LVPERIODO.
                      07 LVMES       PIC 9(02).
                      07 LVANO       PIC 9(02).
                   05 LVRUBRICA      PIC 9(03).
                03 LVTIPO            PIC X(01).
                03 LVREFER           PIC 9(03)V99.
                03 LVVALOR           PIC 9(06)V99.
                03 LVEMPRESA         PIC 9(02).
                03 FILLER            PIC X(14).

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

       FD CADCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMPET.DAT".
       01 REGCOMPET.
                03 CPTCHAVE.
                   05 CPTMES         PIC 9(02).
                   05 CPTANO         PIC 9(02).
                03 CPTSTATUS         PIC X(01).
                03 CPTOPERREAB       PIC X(08).
                03 CPTMOTIVO         PIC X(30).
                03 FILLER            PIC X(17).

       FD CADRUBRICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBRICA.DAT".
       01 REGRUBRICA.
                03 RUBCODIGO        PIC 9(03).
                03 RUBDESCR         PIC X(25).
                03 RUBTIPO          PIC X(01).
                03 RUBINSS          PIC X(01).
                03 RUBIRRF          PIC X(01).
                03 RUBFGTS          PIC X(01).
                03 FILLER           PIC X(18).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201738".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-TIPODESC   PIC X(09) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELALANVAR.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                   LANCAMENTOS VARIAVEIS D".
           05  LINE 03  COLUMN 44
               VALUE  "A COMPETENCIA".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "           COMPETENCIA (MM AA):".
           05  LINE 09  COLUMN 01
               VALUE  "           RUBRICA:".
           05  LINE 11  COLUMN 01
               VALUE  "           REFERENCIA:".
           05  LINE 13  COLUMN 01
               VALUE  "           VALOR:".
           05  TLVCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  LVCHAPA
               HIGHLIGHT.
           05  TLVMES
               LINE 07  COLUMN 33  PIC 9(02)
               USING  LVMES
               HIGHLIGHT.
           05  TLVANO
               LINE 07  COLUMN 36  PIC 9(02)
               USING  LVANO
               HIGHLIGHT.
           05  TLVRUBRICA
               LINE 09  COLUMN 20  PIC 9(03)
               USING  LVRUBRICA
               HIGHLIGHT.
           05  TLVREFER
               LINE 11  COLUMN 23  PIC 9(03)V99
               USING  LVREFER
               HIGHLIGHT.
           05  TLVVALOR
               LINE 13  COLUMN 18  PIC 9(06)V99
               USING  LVVALOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADLANVAR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADLANVAR
                      CLOSE CADLANVAR
                      MOVE "*** ARQUIVO CADLANVAR SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADLANVAR"
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
              CLOSE CADLANVAR
              GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP2.
      *    SEM CADASTRO DE COMPETENCIAS NAO HA COMPETENCIA ABERTA
           OPEN INPUT CADCOMPET
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE COMPETENCIAS INEXISTENTE ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLANVAR CADFUNC
              GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT CADRUBRICA
           IF ST-ERRO NOT = "00"
              MOVE "*** TABELA DE RUBRICAS INEXISTENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLANVAR CADFUNC CADCOMPET
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO LVCHAPA LVMES LVANO LVRUBRICA
                              LVREFER LVVALOR.
                MOVE SPACES TO LVTIPO.
                DISPLAY TELALANVAR.
       INC-002.
                ACCEPT TLVCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADLANVAR CADFUNC CADCOMPET CADRUBRICA
                   GO TO ROT-FIM.
                IF LVCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM LER-CADFUNC THRU LER-CADFUNC-FIM
                IF ST-ERRO = "23"
                   GO TO INC-001.
                DISPLAY (05, 41) NOME.
       INC-003.
                ACCEPT TLVMES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF LVMES < 01 OR LVMES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TLVANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
      *    LANCAMENTO SO ENTRA (OU MUDA) COM A COMPETENCIA ABERTA
                MOVE LVMES TO CPTMES
                MOVE LVANO TO CPTANO
                READ CADCOMPET
                IF ST-ERRO NOT = "00"
                   MOVE "*** COMPETENCIA NAO ABERTA NO CADCOMPET ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF CPTSTATUS NOT = "A"
                   MOVE "*** COMPETENCIA FECHADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-005.
                ACCEPT TLVRUBRICA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF LVRUBRICA < 200 OR LVRUBRICA > 899
                   MOVE "*** USE RUBRICA LIVRE (200 A 899) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE LVRUBRICA TO RUBCODIGO
                READ CADRUBRICA
                IF ST-ERRO NOT = "00"
                   MOVE "*** RUBRICA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF RUBTIPO NOT = "P" AND "D"
                   MOVE "*** RUBRICA INFORMATIVA NAO E LANCADA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF RUBTIPO = "P"
                   MOVE "PROVENTO " TO W-TIPODESC
                ELSE
                   MOVE "DESCONTO " TO W-TIPODESC.
                DISPLAY (09, 25) RUBDESCR
                DISPLAY (09, 52) W-TIPODESC.
       LER-LANVAR01.
                MOVE 0 TO W-SEL
                READ CADLANVAR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELALANVAR
                      DISPLAY (05, 41) NOME
                      DISPLAY (09, 25) RUBDESCR
                      DISPLAY (09, 52) W-TIPODESC
                      MOVE "*** LANCAMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADLANVAR" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-006.
                ACCEPT TLVREFER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT TLVVALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF LVVALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE RUBTIPO     TO LVTIPO
                MOVE FUNCEMPRESA TO LVEMPRESA
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGLANVAR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** LANCAMENTO JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLANVAR"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
       LER-CADFUNC.
           MOVE LVCHAPA TO CHAPA.
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "23"
                 MOVE "FUNCIONARIO NAO CADASTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNC"   TO MENS
                 MOVE MENS TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
       LER-CADFUNC-FIM.
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
                   GO TO INC-006.
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
                DELETE CADLANVAR RECORD
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
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGLANVAR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADLANVAR" TO MENS
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
