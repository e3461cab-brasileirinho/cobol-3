       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201799.
       AUTHOR. LEONARDO.
      **************************************
      * MEDIDAS DISCIPLINARES DO FUNCIONARIO (CADDISC) *
      **************************************
      * UM REGISTRO POR CHAPA E SEQUENCIA: TIPO
      * (A=ADVERTENCIA, S=SUSPENSAO), DATA DA MEDIDA,
      * MOTIVO E, NA SUSPENSAO, OS DIAS (1 A 30) E O
      * INICIO. A FOLHA (FP201615) DESCONTA OS DIAS
      * DE SUSPENSAO E O DSR; A CARTA PARA ASSINATURA
      * SAI PELO FP201800 E A RESCISAO POR JUSTA CAUSA
      * (FP201641) EXIGE AO MENOS UMA MEDIDA. CADA
      * INCLUSAO, ALTERACAO E EXCLUSAO VAI PARA O
      * CADHISTIX (DL106, TIPO D) COM A IMAGEM DO
      * REGISTRO E A OPERACAO (I/A/E) NA POSICAO 101
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSCCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STSES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DSCCHAVE.
                   05 DSCCHAPA       PIC 9(05).
                   05 DSCSEQ         PIC 9(03).
                03 DSCTIPO           PIC X(01).
                03 DSCDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DSCMOTIVO         PIC X(60).
                03 DSCDIAS           PIC 9(02).
                03 DSCINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(13).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 FILLER            PIC X(67).

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
       77 W-STFUN      PIC X(02) VALUE "00".
       77 W-STSES      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201799".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-HISTTIPO   PIC X(01) VALUE "D".
       77 W-HISTOPER   PIC X(01) VALUE SPACES.
       77 W-CMPDATA    PIC 9(08) VALUE ZEROS.
       77 W-CMPINI     PIC 9(08) VALUE ZEROS.
       01 W-REGHIST    PIC X(118) VALUE SPACES.
       01 W-DESCTIPO   PIC X(12) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELADISC.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "            MEDIDAS DISCIPLINARES".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  "           SEQUENCIA:".
           05  LINE 08  COLUMN 01
               VALUE  "           TIPO (A=ADVERTENCIA S=SUSPENSAO):".
           05  LINE 09  COLUMN 01
               VALUE  "           DATA DA MEDIDA (DD MM AAAA):".
           05  LINE 10  COLUMN 01
               VALUE  "           MOTIVO:".
           05  LINE 12  COLUMN 01
               VALUE  "           DIAS DE SUSPENSAO (1 A 30):".
           05  LINE 13  COLUMN 01
               VALUE  "           INICIO DA SUSPENSAO (DD MM AAAA):".
           05  TDSCCHAPA
               LINE 05  COLUMN 19  PIC 9(05)
               USING  DSCCHAPA
               HIGHLIGHT.
           05  TNOME
               LINE 05  COLUMN 26  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TDSCSEQ
               LINE 06  COLUMN 23  PIC 9(03)
               USING  DSCSEQ
               HIGHLIGHT.
           05  TDSCTIPO
               LINE 08  COLUMN 46  PIC X(01)
               USING  DSCTIPO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 08  COLUMN 49  PIC X(12)
               USING  W-DESCTIPO
               HIGHLIGHT.
           05  TDSCDIA
               LINE 09  COLUMN 41  PIC 9(02)
               USING  DIA OF DSCDATA
               HIGHLIGHT.
           05  TDSCMES
               LINE 09  COLUMN 44  PIC 9(02)
               USING  MES OF DSCDATA
               HIGHLIGHT.
           05  TDSCANO
               LINE 09  COLUMN 47  PIC 9(04)
               USING  ANO OF DSCDATA
               HIGHLIGHT.
           05  TDSCMOTIVO
               LINE 10  COLUMN 20  PIC X(60)
               USING  DSCMOTIVO
               HIGHLIGHT.
           05  TDSCDIAS
               LINE 12  COLUMN 40  PIC 9(02)
               USING  DSCDIAS
               HIGHLIGHT.
           05  TINIDIA
               LINE 13  COLUMN 46  PIC 9(02)
               USING  DIA OF DSCINICIO
               HIGHLIGHT.
           05  TINIMES
               LINE 13  COLUMN 49  PIC 9(02)
               USING  MES OF DSCINICIO
               HIGHLIGHT.
           05  TINIANO
               LINE 13  COLUMN 52  PIC 9(04)
               USING  ANO OF DSCINICIO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SESSAO.
           OPEN INPUT CADSESSAO
           IF W-STSES = "00"
              READ CADSESSAO
              IF W-STSES = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
       INC-OP0.
           OPEN I-O CADDISC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADDISC
                      CLOSE CADDISC
                      MOVE "*** ARQUIVO CADDISC SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADDISC"
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
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDISC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO DSCCHAPA DSCSEQ DSCDATA DSCDIAS
                               DSCINICIO
                MOVE SPACES TO DSCTIPO DSCMOTIVO NOME W-DESCTIPO.
                DISPLAY TELADISC.
       INC-002.
                ACCEPT TDSCCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADDISC CADFUNC
                   GO TO ROT-FIM.
                MOVE DSCCHAPA TO CHAPA
                READ CADFUNC
                IF W-STFUN NOT = "00"
                   MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY TNOME.
       INC-002A.
                ACCEPT TDSCSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF DSCSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-DISC01.
                MOVE 0 TO W-SEL
                READ CADDISC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM DESC-TIPO THRU DESC-TIPO-FIM
                      DISPLAY TELADISC
                      MOVE "*** MEDIDA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ARQ CADDISC" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TDSCTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF DSCTIPO = "a"
                   MOVE "A" TO DSCTIPO.
                IF DSCTIPO = "s"
                   MOVE "S" TO DSCTIPO.
                IF DSCTIPO NOT = "A" AND "S"
                   MOVE "*** TIPO INVALIDO - A OU S ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                PERFORM DESC-TIPO THRU DESC-TIPO-FIM
                DISPLAY TDSCTIPO TDESCTIPO.
       INC-004.
                ACCEPT TDSCDIA
                ACCEPT TDSCMES
                ACCEPT TDSCANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                CALL "DL100" USING DIA OF DSCDATA MES OF DSCDATA
                                   ANO OF DSCDATA W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** DATA DA MEDIDA INVALIDA ***" TO MENS
                   MOVE ZEROS TO DSCDATA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TDSCMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF DSCMOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO DA MEDIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *    ADVERTENCIA NAO TEM DIAS NEM INICIO
                IF DSCTIPO = "A"
                   MOVE ZEROS TO DSCDIAS DSCINICIO
                   DISPLAY TDSCDIAS TINIDIA TINIMES TINIANO
                   GO TO INC-007-FIM.
       INC-006.
                ACCEPT TDSCDIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
      *    CLT ART. 474: SUSPENSAO DE NO MAXIMO 30 DIAS
                IF DSCDIAS = ZEROS OR DSCDIAS > 30
                   MOVE "*** DIAS DE SUSPENSAO DE 1 A 30 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TINIDIA
                ACCEPT TINIMES
                ACCEPT TINIANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                CALL "DL100" USING DIA OF DSCINICIO MES OF DSCINICIO
                                   ANO OF DSCINICIO W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** INICIO DA SUSPENSAO INVALIDO ***" TO MENS
                   MOVE ZEROS TO DSCINICIO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                COMPUTE W-CMPDATA = (ANO OF DSCDATA * 10000)
                                  + (MES OF DSCDATA * 100)
                                  +  DIA OF DSCDATA
                COMPUTE W-CMPINI  = (ANO OF DSCINICIO * 10000)
                                  + (MES OF DSCINICIO * 100)
                                  +  DIA OF DSCINICIO
                IF W-CMPINI < W-CMPDATA
                   MOVE "*** SUSPENSAO ANTES DA DATA DA MEDIDA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-007-FIM.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGDISC
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-HISTOPER
                      PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** MEDIDA JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CADDISC"
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
                DELETE CADDISC RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-HISTOPER
                   PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
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
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDISC
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-HISTOPER
                   PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REG CADDISC"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * DESCRICAO DO TIPO DA MEDIDA           *
      *****************************************
       DESC-TIPO.
                MOVE SPACES TO W-DESCTIPO
                IF DSCTIPO = "A"
                   MOVE "ADVERTENCIA" TO W-DESCTIPO.
                IF DSCTIPO = "S"
                   MOVE "SUSPENSAO"   TO W-DESCTIPO.
       DESC-TIPO-FIM.
                EXIT.
      *
      *****************************************
      * MEDIDA NO HISTORICO (CADHISTIX, DL106)*
      *****************************************
       GRAVA-HIST.
                MOVE SPACES     TO W-REGHIST
                MOVE REGDISC    TO W-REGHIST
                MOVE W-HISTOPER TO W-REGHIST (101:1)
                CALL "DL106" USING DSCCHAPA W-HISTTIPO W-REGHIST
                                   W-OPERADOR.
       GRAVA-HIST-FIM.
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
