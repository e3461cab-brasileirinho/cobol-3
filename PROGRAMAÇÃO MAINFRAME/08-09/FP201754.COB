       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201754.
       AUTHOR. LEONARDO.
      **************************************
      * PRE-AUTORIZACAO DE HORAS EXTRAS (CADAUTHE) *
      **************************************
      * UMA AUTORIZACAO POR CHAPA E DATA, COM AS HORAS
      * LIBERADAS NO DIA. SO O SUPERVISOR IMEDIATO DA
      * CHAPA NO CADHIER (TIPO F) PODE AUTORIZAR - A
      * CHAPA DELE E CONFERIDA E GRAVADA JUNTO COM A
      * DATA DA AUTORIZACAO. O FP201670 SO LANCA NO
      * PONTO AS HORAS EXTRAS AUTORIZADAS; O EXCEDENTE
      * FICA RETIDO OU VAI PARA O BANCO DE HORAS
      * (PARAMETRO 16 DO CADPARAM)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUTHE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AHECHAVE
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

           SELECT CADHIER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIECHAVE
                    FILE STATUS  IS W-STHIE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUTHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTHE.DAT".
       01 REGAUTHE.
                03 AHECHAVE.
                   05 AHECHAPA       PIC 9(05).
                   05 AHEDATA.
                      07 AHEANO      PIC 9(02).
                      07 AHEMES      PIC 9(02).
                      07 AHEDIA      PIC 9(02).
                03 AHEHORAS          PIC 9(02)V99.
                03 AHESUPERV         PIC 9(05).
                03 AHEDTAPROV        PIC 9(06).
                03 FILLER            PIC X(10).

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

       FD CADHIER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIER.DAT".
       01 REGHIER.
                03 HIECHAVE.
                   05 HIETIPO        PIC X(01).
                   05 HIECODIGO      PIC 9(05).
                03 HIEPAI            PIC 9(05).
                03 FILLER            PIC X(13).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STHIE      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201754".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-ANO  PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-SUPERIOR   PIC 9(05) VALUE ZEROS.
       77 W-NOMEFUNC   PIC X(35) VALUE SPACES.
       01 W-DATATELA.
          03 W-TELADIA  PIC 9(02).
          03 W-TELAMES  PIC 9(02).
          03 W-TELAANO  PIC 9(02).
       SCREEN SECTION.
       01  TELAAUTHE.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "             PRE-AUTORIZACAO DE HORAS EXTRAS".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "           DATA DAS HORAS EXTRAS:".
           05  LINE 09  COLUMN 01
               VALUE  "           HORAS AUTORIZADAS:".
           05  LINE 11  COLUMN 01
               VALUE  "           CHAPA DO SUPERVISOR:".
           05  LINE 13  COLUMN 01
               VALUE  "           AUTORIZADO EM (AAMMDD):".
           05  TAHECHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  AHECHAPA
               HIGHLIGHT.
           05  TAHEDATA
               LINE 07  COLUMN 35  PIC 99/99/99
               USING  W-DATATELA
               HIGHLIGHT.
           05  TAHEHORAS
               LINE 09  COLUMN 31  PIC Z9,99
               USING  AHEHORAS
               HIGHLIGHT.
           05  TAHESUPERV
               LINE 11  COLUMN 33  PIC 9(05)
               USING  AHESUPERV
               HIGHLIGHT.
           05  TAHEDTAPROV
               LINE 13  COLUMN 36  PIC 9(06)
               USING  AHEDTAPROV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADAUTHE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADAUTHE
                      CLOSE CADAUTHE
                      MOVE "*** ARQUIVO CADAUTHE SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUTHE"
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
              CLOSE CADAUTHE
              GO TO ROT-FIM.
       INC-OP2.
      *    SEM HIERARQUIA NAO HA QUEM AUTORIZE
           OPEN INPUT CADHIER
           IF W-STHIE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIER" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STHIE
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAUTHE CADFUNC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO AHECHAPA AHEDATA AHEHORAS AHESUPERV
                               AHEDTAPROV W-DATATELA.
                DISPLAY TELAAUTHE.
       INC-002.
                ACCEPT TAHECHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADAUTHE CADFUNC CADHIER
                   GO TO ROT-FIM.
                IF AHECHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE AHECHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE NOME TO W-NOMEFUNC
                DISPLAY (05, 41) W-NOMEFUNC.
                MOVE "F"      TO HIETIPO
                MOVE AHECHAPA TO HIECODIGO
                READ CADHIER
                IF W-STHIE NOT = "00" OR HIEPAI = ZEROS
                   MOVE "*** FUNCIONARIO SEM SUPERVISOR NO CADHIER ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE HIEPAI TO W-SUPERIOR.
       INC-002A.
                ACCEPT TAHEDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                COMPUTE W-DL100-ANO = 2000 + W-TELAANO
                CALL "DL100" USING W-TELADIA W-TELAMES
                                   W-DL100-ANO W-DL100-INV
                IF W-DATATELA = ZEROS OR W-DL100-INV = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   MOVE ZEROS TO W-DATATELA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE W-TELADIA TO AHEDIA
                MOVE W-TELAMES TO AHEMES
                MOVE W-TELAANO TO AHEANO.
       LER-AUTHE01.
                MOVE 0 TO W-SEL
                READ CADAUTHE
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAAUTHE
                      DISPLAY (05, 41) W-NOMEFUNC
                      MOVE "*** AUTORIZACAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADAUTHE"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TAHEHORAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
      *         ATE 12 HORAS NO DIA - DOMINGO OU FERIADO TRABALHADO
      *         ENTRA INTEIRO COMO HORA EXTRA
                IF AHEHORAS = ZEROS OR AHEHORAS > 12
                   MOVE "*** HORAS INVALIDAS (0,01 A 12,00) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TAHESUPERV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF AHESUPERV NOT = W-SUPERIOR
                   MOVE "*** SO O SUPERVISOR DO CADHIER AUTORIZA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE AHESUPERV TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (11, 41) NOME.
                ACCEPT AHEDTAPROV FROM DATE
                DISPLAY TAHEDTAPROV.
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
                WRITE REGAUTHE
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AUTORIZACAO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUTHE"
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
                DELETE CADAUTHE RECORD
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
                REWRITE REGAUTHE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADAUTHE"   TO MENS
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
