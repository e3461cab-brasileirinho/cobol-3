      **************************************
      * MANUTENCAO DO CADASTRO DE DADOS BANCARIOS *
      **************************************
      * FORMA DE PAGAMENTO T = CREDITO EM CONTA (TED)
      * OU P = PIX. NO PIX A CHAVE (TIPO C=CPF
      * E=E-MAIL T=TELEFONE A=ALEATORIA) FICA NO
      * CADPIX E A CONTA NAO E OBRIGATORIA; CHAVE
      * CPF TEM DE SER O CPF DO PROPRIO FUNCIONARIO
      * E VALIDO PELO DL103
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS BCOCHAPA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIXCHAPA
                    FILE STATUS  IS W-STPIX.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 BCOAGENCIA       PIC 9(05).
                03 BCOCONTA         PIC 9(10).
                03 BCOTIPOCONTA     PIC X(01).
                03 BCOFORMA         PIC X(01).
                03 FILLER           PIC X(15).

       FD CADPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPIX.DAT".
       01 REGPIX.
                03 PIXCHAPA         PIC 9(05).
                03 PIXTIPO          PIC X(01).
                03 PIXCHAVE         PIC X(77).
                03 FILLER           PIC X(17).

       FD CADFUNC
               LABEL RECORD IS STANDARD
       77 W-DL101-PROG  PIC X(08) VALUE "FP201635".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-STPIX      PIC X(02) VALUE "00".
       77 W-PIXINV     PIC 9(01) VALUE ZEROS.
       77 W-IND        PIC 9(02) COMP VALUE ZEROS.
       77 W-QTDARROBA  PIC 9(02) COMP VALUE ZEROS.
       77 W-DL103-INV  PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-PIXCHAVE   PIC X(77) VALUE SPACES.
       01 W-PIXCHAVER REDEFINES W-PIXCHAVE.
          03 W-PIXCPFX    PIC X(11).
          03 W-PIXCPF REDEFINES W-PIXCPFX PIC 9(11).
          03 W-PIXRESTO   PIC X(66).
       01 W-PIXTAB REDEFINES W-PIXCHAVE.
          03 W-PIXCAR     PIC X(01) OCCURS 77 TIMES.
       SCREEN SECTION.
       01  TELABANCO.
           05  BLANK SCREEN.
               VALUE  "                 CADASTRO DE DADOS BANCARIOS".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 06  COLUMN 01
               VALUE  "           FORMA DE PAGAMENTO (T=TED P=PIX):".
           05  LINE 07  COLUMN 01
               VALUE  "           BANCO:".
           05  LINE 09  COLUMN 01
               VALUE  "           CONTA:".
           05  LINE 13  COLUMN 01
               VALUE  "           TIPO DE CONTA (C/P):".
           05  LINE 15  COLUMN 01
               VALUE  "           TIPO DA CHAVE PIX (C=CPF E=E-MAIL".
           05  LINE 15  COLUMN 46
               VALUE  " T=TELEFONE A=ALEATORIA):".
           05  LINE 17  COLUMN 01
               VALUE  "           CHAVE PIX:".
           05  TBCOCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  BCOCHAPA
               LINE 13  COLUMN 34  PIC X(01)
               USING  BCOTIPOCONTA
               HIGHLIGHT.
           05  TBCOFORMA
               LINE 06  COLUMN 46  PIC X(01)
               USING  BCOFORMA
               HIGHLIGHT.
           05  TPIXTIPO
               LINE 15  COLUMN 72  PIC X(01)
               USING  PIXTIPO
               HIGHLIGHT.
           05  TPIXCHAVE
               LINE 18  COLUMN 02  PIC X(77)
               USING  PIXCHAVE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADPIX
           IF W-STPIX NOT = "00"
              IF W-STPIX = "30"
                 OPEN OUTPUT CADPIX
                 CLOSE CADPIX
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPIX" TO MENS
                 MOVE MENS TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STPIX
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADBANCO CADFUNC
                 GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO BCOCHAPA BCOBANCO BCOAGENCIA BCOCONTA.
                MOVE SPACES TO BCOTIPOCONTA PIXTIPO PIXCHAVE.
                MOVE "T" TO BCOFORMA.
                DISPLAY TELABANCO.
       INC-002.
                ACCEPT TBCOCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADBANCO CADFUNC CADPIX
                   GO TO ROT-FIM.
                IF BCOCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                READ CADBANCO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM LER-PIX THRU LER-PIX-FIM
                      DISPLAY TELABANCO
                      MOVE "*** DADOS BANCARIOS JA CADASTRADOS ***"
                                                       TO MENS
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-002B.
                ACCEPT TBCOFORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF BCOFORMA = "t" OR " "
                   MOVE "T" TO BCOFORMA.
                IF BCOFORMA = "p"
                   MOVE "P" TO BCOFORMA.
                IF BCOFORMA NOT = "T" AND "P"
                   MOVE "*** FORMA INVALIDA (T/P) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                IF BCOFORMA = "P"
                   GO TO INC-007.
       INC-003.
                ACCEPT TBCOBANCO
                IF BCOBANCO = ZEROS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
       INC-004.
                ACCEPT TBCOAGENCIA
                IF BCOAGENCIA = ZEROS
                   GO TO INC-006.
                IF W-SEL = 1
                              GO TO ALT-OPC.
                GO TO INC-OPC.
      *
      *    PIX - TIPO E CHAVE (CADPIX)
       INC-007.
                ACCEPT TPIXTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF PIXTIPO = "c"
                   MOVE "C" TO PIXTIPO.
                IF PIXTIPO = "e"
                   MOVE "E" TO PIXTIPO.
                IF PIXTIPO = "t"
                   MOVE "T" TO PIXTIPO.
                IF PIXTIPO = "a"
                   MOVE "A" TO PIXTIPO.
                IF PIXTIPO NOT = "C" AND "E" AND "T" AND "A"
                   MOVE "*** TIPO DE CHAVE INVALIDO (C/E/T/A) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF PIXTIPO = "C" AND PIXCHAVE = SPACES
                   MOVE SPACES TO W-PIXCHAVE
                   MOVE CPF    TO W-PIXCPF
                   MOVE W-PIXCHAVE TO PIXCHAVE
                   DISPLAY TPIXCHAVE.
       INC-008.
                ACCEPT TPIXCHAVE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                PERFORM VAL-PIX THRU VAL-PIX-FIM
                IF W-PIXINV = 1
                   GO TO INC-008.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF BCOFORMA = "P"
                      GO TO INC-008
                   ELSE
                      GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                WRITE REGBANCO
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRV-PIX THRU GRV-PIX-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
              NEXT SENTENCE.
       LER-CADFUNC-FIM.
           EXIT.
      *
       LER-PIX.
           IF BCOFORMA NOT = "P"
              MOVE "T" TO BCOFORMA.
           MOVE SPACES   TO PIXTIPO PIXCHAVE
           MOVE BCOCHAPA TO PIXCHAPA
           READ CADPIX
           IF W-STPIX NOT = "00"
              MOVE SPACES TO PIXTIPO PIXCHAVE.
       LER-PIX-FIM.
           EXIT.
      *
      *    CHAVE PIX ACOMPANHA O CADBANCO (SO NA FORMA P)
       GRV-PIX.
           IF BCOFORMA NOT = "P"
              GO TO GRV-PIX-FIM.
           MOVE BCOCHAPA TO PIXCHAPA
           WRITE REGPIX
           IF W-STPIX = "22"
              REWRITE REGPIX.
           IF W-STPIX NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPIX" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STPIX
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-PIX-FIM.
           EXIT.
      *
      *****************************************
      * CRITICA DA CHAVE PIX CONFORME O TIPO  *
      *****************************************
       VAL-PIX.
           MOVE 0 TO W-PIXINV
           IF PIXCHAVE = SPACES
              MOVE "*** INFORME A CHAVE PIX ***" TO MENS
              GO TO VAL-PIX-ERRO.
           MOVE PIXCHAVE TO W-PIXCHAVE
           IF PIXTIPO = "E"
              GO TO VAL-PIX-EMAIL.
           IF PIXTIPO NOT = "C"
              GO TO VAL-PIX-FIM.
           IF W-PIXCPFX NOT NUMERIC OR W-PIXRESTO NOT = SPACES
              MOVE "*** CHAVE CPF DEVE TER 11 DIGITOS ***" TO MENS
              GO TO VAL-PIX-ERRO.
           CALL "DL103" USING W-PIXCPF W-DL103-INV
           IF W-DL103-INV = 1
              MOVE "*** CPF DA CHAVE PIX INVALIDO ***" TO MENS
              GO TO VAL-PIX-ERRO.
           IF W-PIXCPF NOT = CPF
              MOVE "*** CHAVE CPF NAO E O CPF DO FUNCIONARIO ***"
                                                       TO MENS
              GO TO VAL-PIX-ERRO.
           GO TO VAL-PIX-FIM.
       VAL-PIX-EMAIL.
           MOVE ZEROS TO W-QTDARROBA
           MOVE 1 TO W-IND.
       VAL-PIX-EMAIL-LOOP.
           IF W-PIXCAR (W-IND) = "@"
              ADD 1 TO W-QTDARROBA.
           ADD 1 TO W-IND
           IF W-IND NOT > 77
              GO TO VAL-PIX-EMAIL-LOOP.
           IF W-QTDARROBA NOT = 1 OR W-PIXCAR (1) = "@"
              MOVE "*** E-MAIL DA CHAVE PIX INVALIDO ***" TO MENS
              GO TO VAL-PIX-ERRO.
           GO TO VAL-PIX-FIM.
       VAL-PIX-ERRO.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE 1 TO W-PIXINV.
       VAL-PIX-FIM.
           EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 1 TO W-SEL
                   GO TO INC-002B.
                IF W-ACT = 03
                   GO TO INC-002.
      *
       EXC-DL1.
                DELETE CADBANCO RECORD
                IF ST-ERRO = "00"
                   MOVE BCOCHAPA TO PIXCHAPA
                   DELETE CADPIX RECORD
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF BCOFORMA = "P"
                      GO TO INC-008
                   ELSE
                      GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       ALT-RW1.
                REWRITE REGBANCO
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRV-PIX THRU GRV-PIX-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
