       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201796.
       AUTHOR. LEONARDO.
      **************************************
      * DOCUMENTOS EXIGIDOS POR CARGO (CADCARGODOC) *
      **************************************
      * UM REGISTRO POR CARGO E TIPO DE DOCUMENTO
      * (CADTIPDOC, FP201795) QUE O OCUPANTE PRECISA
      * TER VALIDO. O FP201613 E O FP201703 AVISAM
      * QUANDO A CHAPA ENTRA NO CARGO SEM ELES
      * (ROTINA DL117)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCARGODOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CGDCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS W-STCAR
                    ALTERNATE RECORD KEY IS DENOMINACAO
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
       FD CADCARGODOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGODOC.DAT".
       01 REGCARGODOC.
                03 CGDCHAVE.
                   05 CGDCARGO       PIC 9(03).
                   05 CGDTIPO        PIC X(03).
                03 FILLER            PIC X(14).

       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO            PIC 9(03).
                03 DENOMINACAO       PIC X(15).
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 FILLER            PIC X(31).

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
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STCAR      PIC X(02) VALUE "00".
       77 W-STTDC      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201796".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELACARGODOC.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "            DOCUMENTOS EXIGIDOS POR CARGO".
           05  LINE 05  COLUMN 01
               VALUE  "           CODIGO DO CARGO:".
           05  LINE 07  COLUMN 01
               VALUE  "           DOCUMENTO EXIGIDO:".
           05  TCGDCARGO
               LINE 05  COLUMN 29  PIC 9(03)
               USING  CGDCARGO
               HIGHLIGHT.
           05  TDENOMINACAO
               LINE 05  COLUMN 34  PIC X(15)
               USING  DENOMINACAO
               HIGHLIGHT.
           05  TCGDTIPO
               LINE 07  COLUMN 31  PIC X(03)
               USING  CGDTIPO
               HIGHLIGHT.
           05  TTDCDESCR
               LINE 07  COLUMN 36  PIC X(30)
               USING  TDCDESCR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCARGODOC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCARGODOC
                      CLOSE CADCARGODOC
                      MOVE "*** ARQUIVO CADCARGODOC SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADCARGODOC"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADCARGO
           IF W-STCAR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADCARGO" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STCAR
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCARGODOC
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADTIPDOC
           IF W-STTDC NOT = "00"
              MOVE "*** CADASTRE OS TIPOS DE DOCUMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCARGODOC CADCARGO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO CGDCARGO
                MOVE SPACES TO CGDTIPO DENOMINACAO TDCDESCR.
                DISPLAY TELACARGODOC.
       INC-002.
                ACCEPT TCGDCARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCARGODOC CADCARGO CADTIPDOC
                   GO TO ROT-FIM.
                MOVE CGDCARGO TO CODIGO
                READ CADCARGO
                IF W-STCAR NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY TDENOMINACAO.
       INC-003.
                ACCEPT TCGDTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE CGDTIPO TO TDCCODIGO
                READ CADTIPDOC
                IF W-STTDC NOT = "00"
                   MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY TTDCDESCR.
       LER-CARGODOC01.
                READ CADCARGODOC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE "*** EXIGENCIA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ARQ CADCARGODOC" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCARGODOC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EXIGENCIA JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CADCARGODOC"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/EXCLUSAO           *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
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
                DELETE CADCARGODOC RECORD
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
