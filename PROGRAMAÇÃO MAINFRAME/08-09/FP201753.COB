       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201753.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DO CADASTRO DE ATESTADOS MEDICOS (CADATEST) *
      **************************************
      * ATESTADO POR CHAPA E SEQUENCIA: DATA DE INICIO,
      * DIAS DE AFASTAMENTO, CID E CRM/UF DO MEDICO.
      * OS DIAS DO ATESTADO SAO FALTAS JUSTIFICADAS NA
      * FOLHA (FP201615) ATE O LIMITE DOS 15 DIAS A
      * CARGO DA EMPRESA: ATESTADOS DO MESMO CID COM
      * INICIO NOS 60 DIAS ANTERIORES SE SOMAM E, AO
      * PASSAR DE 15 DIAS, O PROGRAMA ABRE NO CADAFAST
      * UM AFASTAMENTO TIPO D (DOENCA) A PARTIR DO DIA
      * SEGUINTE AO ULTIMO PAGO PELA EMPRESA - DAI EM
      * DIANTE O PAGAMENTO E DO INSS. ATSDIASEMP GUARDA
      * OS DIAS PAGOS PELA EMPRESA E ATSAFASEQ A
      * SEQUENCIA DO AFASTAMENTO ABERTO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATSCHAVE
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

           SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFACHAVE
                    FILE STATUS  IS W-STAFA
                    ALTERNATE RECORD KEY IS AFACHAPA
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
                03 ATSCHAVE.
                   05 ATSCHAPA       PIC 9(05).
                   05 ATSSEQ         PIC 9(03).
                03 ATSINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 ATSDIAS           PIC 9(03).
                03 ATSCID            PIC X(06).
                03 ATSCRM            PIC X(08).
                03 ATSCRMUF          PIC X(02).
                03 ATSDIASEMP        PIC 9(03).
                03 ATSAFASEQ         PIC 9(02).
                03 FILLER            PIC X(12).

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

       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
                03 AFACHAVE.
                   05 AFACHAPA       PIC 9(05).
                   05 AFASEQ         PIC 9(02).
                03 AFATIPO           PIC X(01).
                03 AFAINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 AFAPREVRET.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 AFARETORNO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 FILLER            PIC X(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STAFA      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201753".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-ANO  PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ATSSALVA   PIC X(50) VALUE SPACES.
       77 W-SEQATU     PIC 9(03) VALUE ZEROS.
       77 W-CIDATU     PIC X(06) VALUE SPACES.
       77 W-DIASANT    PIC 9(04) VALUE ZEROS.
       77 W-JAABERTO   PIC X(01) VALUE "N".
       77 W-GERAAFA    PIC X(01) VALUE "N".
       77 W-AFASEQ     PIC 9(02) VALUE ZEROS.
       77 W-NUMATS     PIC 9(06) VALUE ZEROS.
       77 W-NUMDIA     PIC 9(06) VALUE ZEROS.
       77 W-NDDIA      PIC 9(02) VALUE ZEROS.
       77 W-NDMES      PIC 9(02) VALUE ZEROS.
       77 W-NDANO      PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(02) VALUE ZEROS.
       77 W-DTQTD      PIC 9(03) VALUE ZEROS.
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       01 W-DTSOMA.
          03 W-DTDIA   PIC 9(02).
          03 W-DTMES   PIC 9(02).
          03 W-DTANO   PIC 9(02).
       01 WS-MENSAFA.
          03 FILLER      PIC X(16) VALUE "*** AFASTAMENTO ".
          03 WS-MENSSEQ  PIC 99.
          03 FILLER      PIC X(28) VALUE
             " ABERTO NO CADAFAST (INSS) ".
      *    DIAS ACUMULADOS ATE O INICIO DE CADA MES (ANO COMUM)
       01 W-TABACUM.
          03 FILLER    PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 W-TABACUMR REDEFINES W-TABACUM.
          03 W-DIASACUM PIC 9(03) OCCURS 12 TIMES.
       01 W-TABMES.
          03 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 W-TABMESR REDEFINES W-TABMES.
          03 W-DIASMES PIC 9(02) OCCURS 12 TIMES.
       SCREEN SECTION.
       01  TELAATEST.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "               CADASTRO DE ATESTADOS MEDICOS".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "           SEQUENCIA:".
           05  LINE 09  COLUMN 01
               VALUE  "           DATA DE INICIO:".
           05  LINE 11  COLUMN 01
               VALUE  "           DIAS DE AFASTAMENTO:".
           05  LINE 13  COLUMN 01
               VALUE  "           CID:".
           05  LINE 15  COLUMN 01
               VALUE  "           CRM DO MEDICO:".
           05  LINE 15  COLUMN 37
               VALUE  "UF:".
           05  LINE 17  COLUMN 01
               VALUE  "           DIAS PAGOS PELA EMPRESA:".
           05  LINE 19  COLUMN 01
               VALUE  "           AFASTAMENTO INSS (SEQ. CADAFAST):".
           05  TATSCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  ATSCHAPA
               HIGHLIGHT.
           05  TATSSEQ
               LINE 07  COLUMN 23  PIC 9(03)
               USING  ATSSEQ
               HIGHLIGHT.
           05  TATSINICIO
               LINE 09  COLUMN 28  PIC 99/99/99
               USING  ATSINICIO
               HIGHLIGHT.
           05  TATSDIAS
               LINE 11  COLUMN 33  PIC 9(03)
               USING  ATSDIAS
               HIGHLIGHT.
           05  TATSCID
               LINE 13  COLUMN 17  PIC X(06)
               USING  ATSCID
               HIGHLIGHT.
           05  TATSCRM
               LINE 15  COLUMN 27  PIC X(08)
               USING  ATSCRM
               HIGHLIGHT.
           05  TATSCRMUF
               LINE 15  COLUMN 41  PIC X(02)
               USING  ATSCRMUF
               HIGHLIGHT.
           05  TATSDIASEMP
               LINE 17  COLUMN 37  PIC 9(03)
               USING  ATSDIASEMP
               HIGHLIGHT.
           05  TATSAFASEQ
               LINE 19  COLUMN 46  PIC 9(02)
               USING  ATSAFASEQ
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADATEST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADATEST
                      CLOSE CADATEST
                      MOVE "*** ARQUIVO CADATEST SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADATEST"
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
              CLOSE CADATEST
              GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O CADAFAST
           IF W-STAFA NOT = "00"
              IF W-STAFA = "30"
                 OPEN OUTPUT CADAFAST
                 CLOSE CADAFAST
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAFAST" TO MENS
                 MOVE MENS TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STAFA
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADATEST CADFUNC
                 GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO ATSCHAPA ATSSEQ ATSINICIO ATSDIAS
                               ATSDIASEMP ATSAFASEQ
                MOVE SPACES TO ATSCID ATSCRM ATSCRMUF.
                DISPLAY TELAATEST.
       INC-002.
                ACCEPT TATSCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADATEST CADFUNC CADAFAST
                   GO TO ROT-FIM.
                IF ATSCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ATSCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (05, 41) NOME.
       INC-002A.
                ACCEPT TATSSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF ATSSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-ATEST01.
                MOVE 0 TO W-SEL
                READ CADATEST
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAATEST
                      DISPLAY (05, 41) NOME
                      MOVE "*** ATESTADO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADATEST"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TATSINICIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF ATSINICIO = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                COMPUTE W-DL100-ANO = 2000 + ANO OF ATSINICIO
                CALL "DL100" USING DIA OF ATSINICIO MES OF ATSINICIO
                                    W-DL100-ANO W-DL100-INV
                IF W-DL100-INV = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   MOVE ZEROS TO ATSINICIO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TATSDIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF ATSDIAS = ZEROS
                   MOVE "*** QUANTIDADE DE DIAS INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TATSCID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF ATSCID = SPACES
                   MOVE "*** INFORME O CID ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TATSCRM
                ACCEPT TATSCRMUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF ATSCRM = SPACES OR ATSCRMUF = SPACES
                   MOVE "*** INFORME O CRM E A UF DO MEDICO ***" TO MENS
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
                PERFORM CAL-GRUPO THRU CAL-GRUPO-FIM
                WRITE REGATEST
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM GERA-AFAST THRU GERA-AFAST-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** ATESTADO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADATEST"
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
                DELETE CADATEST RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   IF ATSAFASEQ NOT = ZEROS
                      MOVE "*** O AFASTAMENTO CONTINUA NO CADAFAST ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                   ELSE
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
                PERFORM CAL-GRUPO THRU CAL-GRUPO-FIM
                REWRITE REGATEST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM GERA-AFAST THRU GERA-AFAST-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADATEST"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * SOMA DOS ATESTADOS DO MESMO CID COM   *
      * INICIO NOS 60 DIAS ANTERIORES E DIAS  *
      * A CARGO DA EMPRESA (LIMITE DE 15).    *
      * ATESTADO QUE JA ABRIU AFASTAMENTO NAO *
      * E RECALCULADO                         *
      *****************************************
      *
       CAL-GRUPO.
                MOVE "N" TO W-GERAAFA
                IF ATSAFASEQ NOT = ZEROS
                   GO TO CAL-GRUPO-FIM.
                MOVE REGATEST TO W-ATSSALVA
                MOVE ATSSEQ   TO W-SEQATU
                MOVE ATSCID   TO W-CIDATU
                MOVE ZEROS    TO W-DIASANT
                MOVE "N"      TO W-JAABERTO
                MOVE DIA OF ATSINICIO TO W-NDDIA
                MOVE MES OF ATSINICIO TO W-NDMES
                MOVE ANO OF ATSINICIO TO W-NDANO
                PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
                MOVE W-NUMDIA TO W-NUMATS
                MOVE ZEROS    TO ATSSEQ
                START CADATEST KEY NOT < ATSCHAVE
                IF ST-ERRO NOT = "00"
                   GO TO CAL-GRUPO-DIAS.
       CAL-GRUPO-LE.
                READ CADATEST NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CAL-GRUPO-DIAS.
                IF ATSCHAPA NOT = CHAPA
                   GO TO CAL-GRUPO-DIAS.
                IF ATSSEQ = W-SEQATU
                   GO TO CAL-GRUPO-LE.
                IF ATSCID NOT = W-CIDATU
                   GO TO CAL-GRUPO-LE.
                MOVE DIA OF ATSINICIO TO W-NDDIA
                MOVE MES OF ATSINICIO TO W-NDMES
                MOVE ANO OF ATSINICIO TO W-NDANO
                PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
                IF W-NUMDIA > W-NUMATS
                   GO TO CAL-GRUPO-LE.
                IF W-NUMATS - W-NUMDIA > 60
                   GO TO CAL-GRUPO-LE.
                ADD ATSDIAS TO W-DIASANT
                IF ATSAFASEQ NOT = ZEROS
                   MOVE "S" TO W-JAABERTO.
                GO TO CAL-GRUPO-LE.
       CAL-GRUPO-DIAS.
                MOVE W-ATSSALVA TO REGATEST
      *         BENEFICIO JA ABERTO PARA O CID NA JANELA: O NOVO
      *         ATESTADO VOLTA DIRETO PARA O INSS
                IF W-JAABERTO = "S"
                   MOVE 15 TO W-DIASANT.
                IF W-DIASANT NOT < 15
                   MOVE ZEROS TO ATSDIASEMP
                ELSE
                   COMPUTE ATSDIASEMP = 15 - W-DIASANT.
                IF ATSDIASEMP > ATSDIAS
                   MOVE ATSDIAS TO ATSDIASEMP.
                IF ATSDIASEMP < ATSDIAS
                   MOVE "S" TO W-GERAAFA.
       CAL-GRUPO-FIM.
                EXIT.
      *
      *****************************************
      * ABRE O AFASTAMENTO TIPO D NO CADAFAST *
      * NA PROXIMA SEQUENCIA DA CHAPA, DO DIA *
      * SEGUINTE AO ULTIMO PAGO PELA EMPRESA  *
      * ATE O FIM DO ATESTADO (RETORNO        *
      * PREVISTO) E LIGA-O AO ATESTADO        *
      *****************************************
      *
       GERA-AFAST.
                IF W-GERAAFA NOT = "S"
                   GO TO GERA-AFAST-FIM.
                MOVE ZEROS    TO W-AFASEQ
                MOVE ATSCHAPA TO AFACHAPA
                MOVE ZEROS    TO AFASEQ
                START CADAFAST KEY NOT < AFACHAVE
                IF W-STAFA NOT = "00"
                   GO TO GERA-AFAST-GRAVA.
       GERA-AFAST-LE.
                READ CADAFAST NEXT RECORD
                IF W-STAFA NOT = "00"
                   GO TO GERA-AFAST-GRAVA.
                IF AFACHAPA NOT = ATSCHAPA
                   GO TO GERA-AFAST-GRAVA.
                MOVE AFASEQ TO W-AFASEQ
                GO TO GERA-AFAST-LE.
       GERA-AFAST-GRAVA.
                IF W-AFASEQ = 99
                   MOVE "*** CHAPA SEM SEQUENCIA LIVRE NO CADAFAST ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-AFAST-FIM.
                MOVE SPACES   TO REGAFAST
                MOVE ATSCHAPA TO AFACHAPA
                COMPUTE AFASEQ = W-AFASEQ + 1
                MOVE "D"      TO AFATIPO
                MOVE ATSINICIO  TO W-DTSOMA
                MOVE ATSDIASEMP TO W-DTQTD
                PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
                MOVE W-DTSOMA TO AFAINICIO
                MOVE ATSINICIO  TO W-DTSOMA
                MOVE ATSDIAS    TO W-DTQTD
                PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
                MOVE W-DTSOMA TO AFAPREVRET
                MOVE ZEROS    TO AFARETORNO
                WRITE REGAFAST
                IF W-STAFA NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAFAST" TO MENS
                   MOVE MENS TO W-DL101-OPER
                   CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                      W-STAFA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-AFAST-FIM.
                MOVE AFASEQ TO ATSAFASEQ
                REWRITE REGATEST
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADATEST" TO MENS
                   MOVE MENS TO W-DL101-OPER
                   CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                      ST-ERRO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-AFAST-FIM.
                MOVE AFASEQ TO WS-MENSSEQ
                MOVE WS-MENSAFA TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-AFAST-FIM.
                EXIT.
      *
      *    AVANCA W-DTSOMA (DD/MM/AA) EM W-DTQTD DIAS CORRIDOS
       SOMA-DIAS.
                IF W-DTQTD = ZEROS
                   GO TO SOMA-DIAS-FIM.
                MOVE W-DIASMES (W-DTMES) TO W-ULTDIA
                IF W-DTMES = 2
                   DIVIDE W-DTANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
                   IF W-RESTO = ZEROS
                      MOVE 29 TO W-ULTDIA.
                ADD 1 TO W-DTDIA
                IF W-DTDIA > W-ULTDIA
                   MOVE 01 TO W-DTDIA
                   ADD 1 TO W-DTMES
                   IF W-DTMES > 12
                      MOVE 01 TO W-DTMES
                      ADD 1 TO W-DTANO.
                SUBTRACT 1 FROM W-DTQTD
                GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
                EXIT.
      *
      *    NUMERO DO DIA CONTADO DE 01/01/2000 (ANO COM 2 DIGITOS)
       CALC-NUMDIA.
                DIVIDE W-NDANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
                COMPUTE W-NUMDIA = (W-NDANO * 365)
                                 + W-DIASACUM (W-NDMES) + W-NDDIA
                ADD W-QUOC TO W-NUMDIA
      *         ANOS BISSEXTOS ANTERIORES (2000 INCLUSIVE)
                IF W-RESTO NOT = ZEROS
                   ADD 1 TO W-NUMDIA.
                IF W-RESTO = ZEROS AND W-NDMES > 2
                   ADD 1 TO W-NUMDIA.
       CALC-NUMDIA-FIM.
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
