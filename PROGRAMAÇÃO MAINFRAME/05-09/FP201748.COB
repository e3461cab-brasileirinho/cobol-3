       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201748.
       AUTHOR. LEONARDO.
      **************************************
      * VINCULO SINDICAL POR DEPTO/CARGO   *
      **************************************
      * CADSINDVINC: DEPARTAMENTO + CARGO -> CODIGO
      * DO SINDICATO (CADSIND, FP201747). CODIGO 000
      * NO DEPARTAMENTO OU NO CARGO VALE PARA
      * QUALQUER UM (NUNCA OS DOIS ZERADOS). O DL110
      * PROCURA PRIMEIRO DEPTO+CARGO, DEPOIS 000+CARGO
      * E POR ULTIMO DEPTO+000
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSINDVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VINCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SINCODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SINNOME
                               WITH DUPLICATES.

           SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGODEPTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CENTRODECUSTO
                               WITH DUPLICATES.

           SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSINDVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINDVINC.DAT".
       01 REGSINDVINC.
                03 VINCHAVE.
                   05 VINDEPTO       PIC 9(03).
                   05 VINCARGO       PIC 9(03).
                03 VINSIND           PIC 9(03).
                03 FILLER            PIC X(11).

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

       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGODEPTO    PIC 9(03).
                03 DENOMINACAODEPTO PIC X(15).
                03 CENTRODECUSTO  PIC 9(01).
                03 FILLER   PIC X(45).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201748".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELAVINC.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "           VINCULO SINDICAL POR DEPARTAME".
           05  LINE 03  COLUMN 42
               VALUE  "NTO / CARGO".
           05  LINE 05  COLUMN 01
               VALUE  "           DEPARTAMENTO (000=TODOS):".
           05  LINE 06  COLUMN 01
               VALUE  "           CARGO (000=TODOS):".
           05  LINE 08  COLUMN 01
               VALUE  "           SINDICATO:".
           05  TVINDEPTO
               LINE 05  COLUMN 38  PIC 9(03)
               USING  VINDEPTO
               HIGHLIGHT.
           05  TVINCARGO
               LINE 06  COLUMN 38  PIC 9(03)
               USING  VINCARGO
               HIGHLIGHT.
           05  TVINSIND
               LINE 08  COLUMN 38  PIC 9(03)
               USING  VINSIND
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADSINDVINC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADSINDVINC
                      CLOSE CADSINDVINC
                      MOVE "*** ARQUIVO CADSINDVINC SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSINDVINC"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADSIND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIND" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSINDVINC
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSINDVINC CADSIND
              GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT CADCARGO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSINDVINC CADSIND CADEPTO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO VINDEPTO VINCARGO VINSIND.
                DISPLAY TELAVINC.
       INC-002.
                ACCEPT TVINDEPTO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADSINDVINC CADSIND CADEPTO CADCARGO
                   GO TO ROT-FIM.
                IF VINDEPTO = ZEROS
                   DISPLAY (05, 44) "TODOS          "
                   GO TO INC-002A.
                MOVE VINDEPTO TO CODIGODEPTO
                READ CADEPTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 44) DENOMINACAODEPTO.
       INC-002A.
                ACCEPT TVINCARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF VINCARGO = ZEROS
                   IF VINDEPTO = ZEROS
                      MOVE "*** INFORME DEPARTAMENTO OU CARGO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002
                   ELSE
                      DISPLAY (06, 44) "TODOS          "
                      GO TO LER-VINC01.
                MOVE VINCARGO TO CODIGO
                READ CADCARGO
                IF ST-ERRO NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                DISPLAY (06, 44) DENOMINACAO.
       LER-VINC01.
                MOVE 0 TO W-SEL
                READ CADSINDVINC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAVINC
                      PERFORM LER-VINC02 THRU LER-VINC02-FIM
                      MOVE "*** VINCULO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ CADSINDVINC"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TVINSIND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                MOVE VINSIND TO SINCODIGO
                READ CADSIND
                IF ST-ERRO NOT = "00"
                   MOVE "*** SINDICATO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (08, 44) SINNOME.
                IF W-SEL = 1
                              GO TO ALT-OPC.
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
                WRITE REGSINDVINC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** VINCULO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CADSINDVINC"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * NOMES DO VINCULO JA CADASTRADO        *
      *****************************************
       LER-VINC02.
                IF VINDEPTO = ZEROS
                   DISPLAY (05, 44) "TODOS          "
                ELSE
                   DISPLAY (05, 44) DENOMINACAODEPTO.
                IF VINCARGO = ZEROS
                   DISPLAY (06, 44) "TODOS          "
                ELSE
                   DISPLAY (06, 44) DENOMINACAO.
                MOVE VINSIND TO SINCODIGO
                READ CADSIND
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SINNOME.
                DISPLAY (08, 44) SINNOME.
       LER-VINC02-FIM.
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
                DELETE CADSINDVINC RECORD
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
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGSINDVINC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REG CADSINDVINC"   TO MENS
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
