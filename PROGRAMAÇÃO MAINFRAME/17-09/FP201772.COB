       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201772.
       AUTHOR. LEONARDO.
      **************************************
      * AVALIACAO DE DESEMPENHO DO CICLO (CADAVAL) *
      **************************************
      * UMA NOTA (1 A 5) POR CHAPA NO CICLO DO ANO.
      * SO O SUPERVISOR IMEDIATO DA CHAPA NO CADHIER
      * (TIPO F) PODE AVALIAR, COMO NA AUTORIZACAO DE
      * HORAS EXTRAS DO FP201754. O FP201773 CALCULA O
      * AUMENTO PELA MATRIZ DE MERITO E, NA APROVACAO
      * DO CICLO, MARCA A AVALIACAO COMO APROVADA (A),
      * QUE ENTAO NAO PODE MAIS SER ALTERADA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAVAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVLCHAVE
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
       FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVAL.DAT".
       01 REGAVAL.
                03 AVLCHAVE.
                   05 AVLANO         PIC 9(02).
                   05 AVLCHAPA       PIC 9(05).
                03 AVLNOTA           PIC 9(01).
                03 AVLSUPERV         PIC 9(05).
                03 AVLDTAVAL         PIC 9(06).
                03 AVLSITUACAO       PIC X(01).
                03 AVLPERC           PIC 9(02)V99.
                03 AVLSALNOVO        PIC 9(06)V99.
                03 AVLOPERAPROV      PIC X(08).
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
                03 FILLER     PIC X(25).

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
       77 W-DL101-PROG  PIC X(08) VALUE "FP201772".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-SUPERIOR   PIC 9(05) VALUE ZEROS.
       77 W-NOMEFUNC   PIC X(35) VALUE SPACES.
       SCREEN SECTION.
       01  TELAAVAL.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              AVALIACAO DE DESEMPENHO".
           05  LINE 05  COLUMN 01
               VALUE  "           ANO DO CICLO (AA):".
           05  LINE 07  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 09  COLUMN 01
               VALUE  "           NOTA (1 A 5):".
           05  LINE 11  COLUMN 01
               VALUE  "           CHAPA DO SUPERVISOR:".
           05  LINE 13  COLUMN 01
               VALUE  "           AVALIADO EM (AAMMDD):".
           05  LINE 15  COLUMN 01
               VALUE  "           SITUACAO (A=APROVADA):".
           05  TAVLANO
               LINE 05  COLUMN 31  PIC 9(02)
               USING  AVLANO
               HIGHLIGHT.
           05  TAVLCHAPA
               LINE 07  COLUMN 34  PIC 9(05)
               USING  AVLCHAPA
               HIGHLIGHT.
           05  TAVLNOTA
               LINE 09  COLUMN 26  PIC 9(01)
               USING  AVLNOTA
               HIGHLIGHT.
           05  TAVLSUPERV
               LINE 11  COLUMN 33  PIC 9(05)
               USING  AVLSUPERV
               HIGHLIGHT.
           05  TAVLDTAVAL
               LINE 13  COLUMN 34  PIC 9(06)
               USING  AVLDTAVAL
               HIGHLIGHT.
           05  TAVLSITUACAO
               LINE 15  COLUMN 35  PIC X(01)
               FROM   AVLSITUACAO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADAVAL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADAVAL
                      CLOSE CADAVAL
                      MOVE "*** ARQUIVO CADAVAL SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAVAL"
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
              CLOSE CADAVAL
              GO TO ROT-FIM.
       INC-OP2.
      *    SEM HIERARQUIA NAO HA QUEM AVALIE
           OPEN INPUT CADHIER
           IF W-STHIE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIER" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STHIE
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAVAL CADFUNC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO AVLANO AVLCHAPA AVLNOTA AVLSUPERV
                               AVLDTAVAL AVLPERC AVLSALNOVO
                MOVE SPACES TO AVLSITUACAO AVLOPERAPROV.
                DISPLAY TELAAVAL.
       INC-002.
                ACCEPT TAVLANO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADAVAL CADFUNC CADHIER
                   GO TO ROT-FIM.
                IF AVLANO = ZEROS
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-002A.
                ACCEPT TAVLCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF AVLCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE AVLCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE NOME TO W-NOMEFUNC
                DISPLAY (07, 41) W-NOMEFUNC.
                MOVE "F"      TO HIETIPO
                MOVE AVLCHAPA TO HIECODIGO
                READ CADHIER
                IF W-STHIE NOT = "00" OR HIEPAI = ZEROS
                   MOVE "*** FUNCIONARIO SEM SUPERVISOR NO CADHIER ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                MOVE HIEPAI TO W-SUPERIOR.
       LER-AVAL01.
                MOVE 0 TO W-SEL
                READ CADAVAL
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAAVAL
                      DISPLAY (07, 41) W-NOMEFUNC
                      MOVE "*** AVALIACAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADAVAL"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF ESTATUS NOT = "A"
                   MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-003.
                ACCEPT TAVLNOTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF AVLNOTA < 1 OR AVLNOTA > 5
                   MOVE "*** NOTA INVALIDA (1 A 5) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TAVLSUPERV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF AVLSUPERV NOT = W-SUPERIOR
                   MOVE "*** SO O SUPERVISOR DO CADHIER AVALIA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE AVLSUPERV TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (11, 41) NOME.
                ACCEPT AVLDTAVAL FROM DATE
                DISPLAY TAVLDTAVAL.
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
                WRITE REGAVAL
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AVALIACAO JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAVAL"
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
                IF W-ACT = 03
                   GO TO INC-002.
                IF AVLSITUACAO = "A"
                   MOVE "*** CICLO JA APROVADO - NAO ALTERA ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-ACT = 02
                   MOVE 1 TO W-SEL
                   GO TO INC-003.
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
                DELETE CADAVAL RECORD
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
                REWRITE REGAVAL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADAVAL"   TO MENS
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
