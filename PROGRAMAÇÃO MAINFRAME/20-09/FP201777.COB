       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201777.
       AUTHOR. LEONARDO.
      **************************************
      * MODELO DO CHECKLIST POR EVENTO (CADCHKMOD) *
      **************************************
      * ITENS QUE O DL114 COPIA PARA O CHECKLIST DA
      * CHAPA QUANDO O FP201613 GRAVA UMA ADMISSAO (A),
      * UMA DEMISSAO (D) OU UMA TRANSFERENCIA (T).
      * O TIPO DE BAIXA INDICA O CADASTRO QUE FECHA O
      * ITEM SOZINHO (A/D = ASO ADMISSIONAL/DEMISSIONAL,
      * B = BANCO, V = VALE-TRANSPORTE, C = CONTRATO);
      * EM BRANCO O ITEM E BAIXADO PELO OPERADOR NO
      * FP201778. ALTERAR O MODELO NAO MUDA OS
      * CHECKLISTS JA GERADOS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHKMOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKMCHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCHKMOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHKMOD.DAT".
       01 REGCHKMOD.
                03 CKMCHAVE.
                   05 CKMEVENTO      PIC X(01).
                   05 CKMITEM        PIC 9(02).
                03 CKMDESCR          PIC X(30).
                03 CKMAUTO           PIC X(01).
                03 FILLER            PIC X(16).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201777".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DESCEVENTO PIC X(15) VALUE SPACES.
       77 W-DESCAUTO   PIC X(25) VALUE SPACES.
       SCREEN SECTION.
       01  TELACKM.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              MODELO DO CHECKLIST POR EVENTO".
           05  LINE 05  COLUMN 01
               VALUE  "           EVENTO (A/D/T):".
           05  LINE 07  COLUMN 01
               VALUE  "           ITEM:".
           05  LINE 09  COLUMN 01
               VALUE  "           DESCRICAO:".
           05  LINE 11  COLUMN 01
               VALUE  "           BAIXA (A/D/B/V/C, BRANCO=MANUAL):".
           05  LINE 13  COLUMN 01
               VALUE  "           A=ASO ADMISSIONAL  D=ASO DEMISSIONAL".
           05  LINE 14  COLUMN 01
               VALUE  "           B=BANCO  V=VALE-TRANSP.  C=CONTRATO".
           05  TCKMEVENTO
               LINE 05  COLUMN 28  PIC X(01)
               USING  CKMEVENTO
               HIGHLIGHT.
           05  TCKMITEM
               LINE 07  COLUMN 18  PIC 9(02)
               USING  CKMITEM
               HIGHLIGHT.
           05  TCKMDESCR
               LINE 09  COLUMN 23  PIC X(30)
               USING  CKMDESCR
               HIGHLIGHT.
           05  TCKMAUTO
               LINE 11  COLUMN 46  PIC X(01)
               USING  CKMAUTO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCHKMOD
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCHKMOD
                      CLOSE CADCHKMOD
                      MOVE "*** ARQUIVO CADCHKMOD SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHKMOD"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO CKMITEM
                MOVE SPACES TO CKMEVENTO CKMDESCR CKMAUTO.
                DISPLAY TELACKM.
       INC-002.
                ACCEPT TCKMEVENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCHKMOD
                   GO TO ROT-FIM.
                IF CKMEVENTO = "A"
                   MOVE "ADMISSAO"      TO W-DESCEVENTO
                ELSE
                IF CKMEVENTO = "D"
                   MOVE "DEMISSAO"      TO W-DESCEVENTO
                ELSE
                IF CKMEVENTO = "T"
                   MOVE "TRANSFERENCIA" TO W-DESCEVENTO
                ELSE
                   MOVE "*** EVENTO INVALIDO (A/D/T) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 31) W-DESCEVENTO.
       INC-002A.
                ACCEPT TCKMITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CKMITEM = ZEROS
                   MOVE "*** ITEM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-CKM01.
                MOVE 0 TO W-SEL
                READ CADCHKMOD
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACKM
                      DISPLAY (05, 31) W-DESCEVENTO
                      PERFORM MOSTRA-AUTO THRU MOSTRA-AUTO-FIM
                      MOVE "*** ITEM JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADCHKMOD" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TCKMDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF CKMDESCR = SPACES
                   MOVE "*** DESCRICAO DEVE SER INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TCKMAUTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CKMAUTO NOT = SPACES AND "A" AND "D" AND "B"
                                 AND "V" AND "C"
                   MOVE "*** BAIXA INVALIDA (A/D/B/V/C/BRANCO) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *    ASO ADMISSIONAL SO NA ADMISSAO, DEMISSIONAL SO NA DEMISSAO
                IF (CKMAUTO = "A" AND CKMEVENTO NOT = "A")
                   OR (CKMAUTO = "D" AND CKMEVENTO NOT = "D")
                   MOVE "*** TIPO DE ASO NAO CONFERE COM O EVENTO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM MOSTRA-AUTO THRU MOSTRA-AUTO-FIM.
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
                WRITE REGCHKMOD
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** ITEM JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHKMOD"
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
                DELETE CADCHKMOD RECORD
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
                REWRITE REGCHKMOD
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCHKMOD" TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * DESCRICAO DA BAIXA *
      **********************
      *
       MOSTRA-AUTO.
                MOVE SPACES TO W-DESCAUTO
                IF CKMAUTO = SPACES
                   MOVE "MANUAL (OPERADOR)"       TO W-DESCAUTO.
                IF CKMAUTO = "A"
                   MOVE "ASO ADMISSIONAL (CADASO)" TO W-DESCAUTO.
                IF CKMAUTO = "D"
                   MOVE "ASO DEMISSIONAL (CADASO)" TO W-DESCAUTO.
                IF CKMAUTO = "B"
                   MOVE "DADOS BANCARIOS"         TO W-DESCAUTO.
                IF CKMAUTO = "V"
                   MOVE "VALE-TRANSPORTE"         TO W-DESCAUTO.
                IF CKMAUTO = "C"
                   MOVE "CONTRATO (CADCONTR)"     TO W-DESCAUTO.
                DISPLAY (11, 49) W-DESCAUTO.
       MOSTRA-AUTO-FIM.
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
