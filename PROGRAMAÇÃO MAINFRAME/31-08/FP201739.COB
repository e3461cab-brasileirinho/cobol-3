       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201739.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DA TABELA DE RISCO POR DEPTO/CARGO *
      **************************************
      * CADRISCO: EXPOSICAO A AGENTE NOCIVO POR
      * DEPARTAMENTO + CARGO + SEQUENCIA, COM INICIO
      * E FIM (FIM ZERADO = VIGENTE).
      *   TIPO I = INSALUBRIDADE, GRAU 1/2/3
      *            (MINIMO/MEDIO/MAXIMO = 10/20/40%
      *            DO SALARIO MINIMO DO CADPARAM 15)
      *   TIPO P = PERICULOSIDADE (30% DO SALARIO)
      * O CALCULO DO ADICIONAL E DO DL108
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS ST-ERRO.

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
       FD CADRISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRISCO.DAT".
       01 REGRISCO.
                03 RSCCHAVE.
                   05 RSCDEPTO       PIC 9(03).
                   05 RSCCARGO       PIC 9(03).
                   05 RSCSEQ         PIC 9(02).
                03 RSCTIPO           PIC X(01).
                03 RSCGRAU           PIC X(01).
                03 RSCINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 RSCFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 RSCAGENTE         PIC X(30).
                03 FILLER            PIC X(12).

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
       77 W-DL101-PROG  PIC X(08) VALUE "FP201739".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-CMPINI     PIC 9(08) VALUE ZEROS.
       77 W-CMPFIM     PIC 9(08) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELARISCO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              TABELA DE RISCO POR DEPARTA".
           05  LINE 03  COLUMN 42
               VALUE  "MENTO / CARGO".
           05  LINE 05  COLUMN 01
               VALUE  "           DEPARTAMENTO:".
           05  LINE 06  COLUMN 01
               VALUE  "           CARGO:".
           05  LINE 07  COLUMN 01
               VALUE  "           SEQUENCIA:".
           05  LINE 09  COLUMN 01
               VALUE  "           TIPO (I=INSALUB. P=PERICUL.):".
           05  LINE 10  COLUMN 01
               VALUE  "           GRAU INSALUB. (1=MIN 2=MED 3=MAX):".
           05  LINE 12  COLUMN 01
               VALUE  "           INICIO (DD MM AAAA):".
           05  LINE 13  COLUMN 01
               VALUE  "           FIM (DD MM AAAA, 0=VIGENTE):".
           05  LINE 15  COLUMN 01
               VALUE  "           AGENTE NOCIVO:".
           05  TRSCDEPTO
               LINE 05  COLUMN 26  PIC 9(03)
               USING  RSCDEPTO
               HIGHLIGHT.
           05  TRSCCARGO
               LINE 06  COLUMN 26  PIC 9(03)
               USING  RSCCARGO
               HIGHLIGHT.
           05  TRSCSEQ
               LINE 07  COLUMN 26  PIC 9(02)
               USING  RSCSEQ
               HIGHLIGHT.
           05  TRSCTIPO
               LINE 09  COLUMN 43  PIC X(01)
               USING  RSCTIPO
               HIGHLIGHT.
           05  TRSCGRAU
               LINE 10  COLUMN 48  PIC X(01)
               USING  RSCGRAU
               HIGHLIGHT.
           05  TRSCINIDIA
               LINE 12  COLUMN 33  PIC 9(02)
               USING  DIA OF RSCINICIO
               HIGHLIGHT.
           05  TRSCINIMES
               LINE 12  COLUMN 36  PIC 9(02)
               USING  MES OF RSCINICIO
               HIGHLIGHT.
           05  TRSCINIANO
               LINE 12  COLUMN 39  PIC 9(04)
               USING  ANO OF RSCINICIO
               HIGHLIGHT.
           05  TRSCFIMDIA
               LINE 13  COLUMN 41  PIC 9(02)
               USING  DIA OF RSCFIM
               HIGHLIGHT.
           05  TRSCFIMMES
               LINE 13  COLUMN 44  PIC 9(02)
               USING  MES OF RSCFIM
               HIGHLIGHT.
           05  TRSCFIMANO
               LINE 13  COLUMN 47  PIC 9(04)
               USING  ANO OF RSCFIM
               HIGHLIGHT.
           05  TRSCAGENTE
               LINE 15  COLUMN 27  PIC X(30)
               USING  RSCAGENTE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADRISCO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADRISCO
                      CLOSE CADRISCO
                      MOVE "*** ARQUIVO CADRISCO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRISCO"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRISCO
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADCARGO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRISCO CADEPTO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO RSCDEPTO RSCCARGO RSCSEQ
                               RSCINICIO RSCFIM
                MOVE SPACES TO RSCTIPO RSCGRAU RSCAGENTE.
                DISPLAY TELARISCO.
       INC-002.
                ACCEPT TRSCDEPTO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADRISCO CADEPTO CADCARGO
                   GO TO ROT-FIM.
                MOVE RSCDEPTO TO CODIGODEPTO
                READ CADEPTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 32) DENOMINACAODEPTO.
       INC-002A.
                ACCEPT TRSCCARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE RSCCARGO TO CODIGO
                READ CADCARGO
                IF ST-ERRO NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                DISPLAY (06, 32) DENOMINACAO.
       INC-002B.
                ACCEPT TRSCSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF RSCSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
       LER-RISCO01.
                MOVE 0 TO W-SEL
                READ CADRISCO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELARISCO
                      DISPLAY (05, 32) DENOMINACAODEPTO
                      DISPLAY (06, 32) DENOMINACAO
                      MOVE "*** EXPOSICAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ CADRISCO"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TRSCTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF RSCTIPO = "i"
                   MOVE "I" TO RSCTIPO.
                IF RSCTIPO = "p"
                   MOVE "P" TO RSCTIPO.
                IF RSCTIPO NOT = "I" AND "P"
                   MOVE "*** TIPO DEVE SER I OU P ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *    PERICULOSIDADE NAO TEM GRAU
                IF RSCTIPO = "P"
                   MOVE SPACES TO RSCGRAU
                   DISPLAY TELARISCO
                   GO TO INC-004.
       INC-003A.
                ACCEPT TRSCGRAU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF RSCGRAU NOT = "1" AND "2" AND "3"
                   MOVE "*** GRAU DEVE SER 1, 2 OU 3 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
       INC-004.
                ACCEPT TRSCINIDIA
                ACCEPT TRSCINIMES
                ACCEPT TRSCINIANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                CALL "DL100" USING DIA OF RSCINICIO MES OF RSCINICIO
                                   ANO OF RSCINICIO W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                   MOVE ZEROS TO RSCINICIO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TRSCFIMDIA
                ACCEPT TRSCFIMMES
                ACCEPT TRSCFIMANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RSCFIM NOT = ZEROS
                   CALL "DL100" USING DIA OF RSCFIM MES OF RSCFIM
                                      ANO OF RSCFIM W-DL100-INV
                   IF W-DL100-INV NOT = ZEROS
                      MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
                      MOVE ZEROS TO RSCFIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005.
                IF RSCFIM NOT = ZEROS
                   COMPUTE W-CMPINI = (ANO OF RSCINICIO * 10000)
                                    + (MES OF RSCINICIO * 100)
                                    +  DIA OF RSCINICIO
                   COMPUTE W-CMPFIM = (ANO OF RSCFIM * 10000)
                                    + (MES OF RSCFIM * 100)
                                    +  DIA OF RSCFIM
                   IF W-CMPFIM < W-CMPINI
                      MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                      MOVE ZEROS TO RSCFIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005.
       INC-006.
                ACCEPT TRSCAGENTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF RSCAGENTE = SPACES
                   MOVE "*** INFORME O AGENTE NOCIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
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
                WRITE REGRISCO
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EXPOSICAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CADRISCO"
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
                DELETE CADRISCO RECORD
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
                REWRITE REGRISCO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REG CADRISCO "   TO MENS
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
