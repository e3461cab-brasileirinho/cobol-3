       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201797.
       AUTHOR. LEONARDO.
      **************************************
      * DOCUMENTOS E HABILITACOES DO FUNCIONARIO (CADDOCFUN) *
      **************************************
      * UM REGISTRO POR CHAPA E TIPO DE DOCUMENTO
      * (CADTIPDOC) COM NUMERO, ORGAO EMISSOR E
      * VALIDADE (ZEROS = SEM VENCIMENTO). A
      * RENOVACAO E UMA ALTERACAO DO MESMO REGISTRO.
      * O FP201798 LISTA OS QUE VENCEM EM 30 DIAS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDOCFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DCFCHAVE
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

           SELECT CADTIPDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TDCCODIGO
                    FILE STATUS  IS W-STTDC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOCFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCFUN.DAT".
       01 REGDOCFUN.
                03 DCFCHAVE.
                   05 DCFCHAPA       PIC 9(05).
                   05 DCFTIPO        PIC X(03).
                03 DCFNUMERO         PIC X(20).
                03 DCFORGAO          PIC X(15).
                03 DCFVALIDADE       PIC 9(08).
                03 FILLER            PIC X(09).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 FILLER            PIC X(67).

       FD CADTIPDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPDOC.DAT".
       01 REGTIPDOC.
                03 TDCCODIGO         PIC X(03).
                03 TDCDESCR          PIC X(30).
                03 FILLER            PIC X(17).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STFUN      PIC X(02) VALUE "00".
       77 W-STTDC      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201797".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-VALIDADE.
          03 W-VALDIA     PIC 9(02).
          03 W-VALMES     PIC 9(02).
          03 W-VALANO     PIC 9(04).
       SCREEN SECTION.
       01  TELADOCFUN.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "            DOCUMENTOS DO FUNCIONARIO".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "           DOCUMENTO:".
           05  LINE 09  COLUMN 01
               VALUE  "           NUMERO:".
           05  LINE 11  COLUMN 01
               VALUE  "           ORGAO EMISSOR:".
           05  LINE 13  COLUMN 01
               VALUE  "           VALIDADE:".
           05  LINE 13  COLUMN 34
               VALUE  "(ZEROS = SEM VENCIMENTO)".
           05  TDCFCHAPA
               LINE 05  COLUMN 19  PIC 9(05)
               USING  DCFCHAPA
               HIGHLIGHT.
           05  TNOME
               LINE 05  COLUMN 26  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TDCFTIPO
               LINE 07  COLUMN 23  PIC X(03)
               USING  DCFTIPO
               HIGHLIGHT.
           05  TTDCDESCR
               LINE 07  COLUMN 28  PIC X(30)
               USING  TDCDESCR
               HIGHLIGHT.
           05  TDCFNUMERO
               LINE 09  COLUMN 20  PIC X(20)
               USING  DCFNUMERO
               HIGHLIGHT.
           05  TDCFORGAO
               LINE 11  COLUMN 27  PIC X(15)
               USING  DCFORGAO
               HIGHLIGHT.
           05  TVALIDADE
               LINE 13  COLUMN 22  PIC 99/99/9999
               USING  W-VALIDADE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADDOCFUN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADDOCFUN
                      CLOSE CADDOCFUN
                      MOVE "*** ARQUIVO CADDOCFUN SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADDOCFUN"
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
              CLOSE CADDOCFUN
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADTIPDOC
           IF W-STTDC NOT = "00"
              MOVE "*** CADASTRE OS TIPOS DE DOCUMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADDOCFUN CADFUNC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO DCFCHAPA DCFVALIDADE W-VALIDADE
                MOVE SPACES TO DCFTIPO DCFNUMERO DCFORGAO NOME
                               TDCDESCR.
                DISPLAY TELADOCFUN.
       INC-002.
                ACCEPT TDCFCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADDOCFUN CADFUNC CADTIPDOC
                   GO TO ROT-FIM.
                MOVE DCFCHAPA TO CHAPA
                READ CADFUNC
                IF W-STFUN NOT = "00"
                   MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY TNOME.
       INC-003.
                ACCEPT TDCFTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE DCFTIPO TO TDCCODIGO
                READ CADTIPDOC
                IF W-STTDC NOT = "00"
                   MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY TTDCDESCR.
       LER-DOCFUN01.
                MOVE 0 TO W-SEL
                READ CADDOCFUN
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE DCFVALIDADE (7:2) TO W-VALDIA
                      MOVE DCFVALIDADE (5:2) TO W-VALMES
                      MOVE DCFVALIDADE (1:4) TO W-VALANO
                      DISPLAY TELADOCFUN
                      MOVE "*** DOCUMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ARQ CADDOCFUN" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TDCFNUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF DCFNUMERO = SPACES
                   MOVE "*** NUMERO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TDCFORGAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF DCFORGAO = SPACES
                   MOVE "*** ORGAO EMISSOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TVALIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE ZEROS TO DCFVALIDADE
                IF W-VALIDADE = ZEROS
                   GO TO INC-006-FIM.
                CALL "DL100" USING W-VALDIA W-VALMES W-VALANO
                                   W-DL100-INV
                IF W-DL100-INV = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   MOVE ZEROS TO W-VALIDADE
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                COMPUTE DCFVALIDADE = (W-VALANO * 10000)
                                    + (W-VALMES * 100) + W-VALDIA.
       INC-006-FIM.
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
                WRITE REGDOCFUN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** DOCUMENTO JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CADDOCFUN"
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
                   GO TO INC-004.
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
                DELETE CADDOCFUN RECORD
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
                REWRITE REGDOCFUN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REG CADDOCFUN"   TO MENS
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
