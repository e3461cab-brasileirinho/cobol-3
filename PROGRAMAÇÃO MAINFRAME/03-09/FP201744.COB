       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201744.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DAS ENTREGAS DE EPI (CADEPIENT) *
      **************************************
      * ENTREGA POR CHAPA E SEQUENCIA: CODIGO DO EPI
      * (CADEPI), DATA, QUANTIDADE, CA VIGENTE NA
      * ENTREGA E DATA DA DEVOLUCAO (ZERO = EM USO).
      * NAO ACEITA ENTREGA DE EPI COM CA VENCIDO NA
      * DATA. E A BASE DA FICHA DE EPI (FP201745), DO
      * AVISO SEMANAL (FP201746) E DA RELACAO DE EPI
      * NAO DEVOLVIDOS NA RESCISAO (FP201641)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEPIENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENTCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENTCHAPA
                               WITH DUPLICATES.

           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPICODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EPIDESCR
                               WITH DUPLICATES.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIENT.DAT".
       01 REGEPIENT.
                03 ENTCHAVE.
                   05 ENTCHAPA       PIC 9(05).
                   05 ENTSEQ         PIC 9(03).
                03 ENTEPI            PIC 9(04).
                03 ENTDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ENTQTD            PIC 9(03).
                03 ENTCA             PIC 9(06).
                03 ENTDEVOL.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(13).

       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
                03 EPICODIGO         PIC 9(04).
                03 EPIDESCR          PIC X(30).
                03 EPICA             PIC 9(06).
                03 EPICAVAL.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 EPIINTERV         PIC 9(03).
                03 FILLER            PIC X(19).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201744".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-CMPENT     PIC 9(08) VALUE ZEROS.
       77 W-CMPDEV     PIC 9(08) VALUE ZEROS.
       77 W-CMPVAL     PIC 9(08) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       SCREEN SECTION.
       01  TELAENT.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          ENTREGA DE EQUIPAMENTOS DE PROT".
           05  LINE 03  COLUMN 42
               VALUE  "ECAO INDIVIDUAL (EPI)".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 06  COLUMN 01
               VALUE  "           SEQUENCIA:".
           05  LINE 08  COLUMN 01
               VALUE  "           CODIGO DO EPI:".
           05  LINE 09  COLUMN 01
               VALUE  "           DATA DA ENTREGA (DD MM AAAA):".
           05  LINE 10  COLUMN 01
               VALUE  "           QUANTIDADE:".
           05  LINE 11  COLUMN 01
               VALUE  "           CA NA ENTREGA:".
           05  LINE 13  COLUMN 01
               VALUE  "           DEVOLUCAO (DD MM AAAA, 0=EM USO):".
           05  TENTCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  ENTCHAPA
               HIGHLIGHT.
           05  TENTSEQ
               LINE 06  COLUMN 23  PIC 9(03)
               USING  ENTSEQ
               HIGHLIGHT.
           05  TENTEPI
               LINE 08  COLUMN 27  PIC 9(04)
               USING  ENTEPI
               HIGHLIGHT.
           05  TENTDIA
               LINE 09  COLUMN 42  PIC 9(02)
               USING  DIA OF ENTDATA
               HIGHLIGHT.
           05  TENTMES
               LINE 09  COLUMN 45  PIC 9(02)
               USING  MES OF ENTDATA
               HIGHLIGHT.
           05  TENTANO
               LINE 09  COLUMN 48  PIC 9(04)
               USING  ANO OF ENTDATA
               HIGHLIGHT.
           05  TENTQTD
               LINE 10  COLUMN 24  PIC 9(03)
               USING  ENTQTD
               HIGHLIGHT.
           05  TENTCA
               LINE 11  COLUMN 27  PIC 9(06)
               USING  ENTCA
               HIGHLIGHT.
           05  TDEVDIA
               LINE 13  COLUMN 46  PIC 9(02)
               USING  DIA OF ENTDEVOL
               HIGHLIGHT.
           05  TDEVMES
               LINE 13  COLUMN 49  PIC 9(02)
               USING  MES OF ENTDEVOL
               HIGHLIGHT.
           05  TDEVANO
               LINE 13  COLUMN 52  PIC 9(04)
               USING  ANO OF ENTDEVOL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADEPIENT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADEPIENT
                      CLOSE CADEPIENT
                      MOVE "*** ARQUIVO CADEPIENT SENDO CRIADO **"
                                                        TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPIENT"
                                                        TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADEPI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPI" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPIENT
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPIENT CADEPI
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO ENTCHAPA ENTSEQ ENTEPI ENTDATA ENTQTD
                               ENTCA ENTDEVOL.
                DISPLAY TELAENT.
       INC-002.
                ACCEPT TENTCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADEPIENT CADEPI CADFUNC
                   GO TO ROT-FIM.
                IF ENTCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ENTCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (05, 41) NOME.
       INC-002A.
                ACCEPT TENTSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF ENTSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-ENT01.
                MOVE 0 TO W-SEL
                READ CADEPIENT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      GO TO LER-ENT02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADEPIENT" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                GO TO INC-003.
       LER-ENT02.
                DISPLAY TELAENT
                DISPLAY (05, 41) NOME
                MOVE ENTEPI TO EPICODIGO
                READ CADEPI
                IF ST-ERRO = "00"
                   DISPLAY (08, 33) EPIDESCR.
                MOVE "*** ENTREGA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-003.
                ACCEPT TENTEPI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                MOVE ENTEPI TO EPICODIGO
                READ CADEPI
                IF ST-ERRO NOT = "00"
                   MOVE "*** EPI NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (08, 33) EPIDESCR.
       INC-004.
                ACCEPT TENTDIA
                ACCEPT TENTMES
                ACCEPT TENTANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                CALL "DL100" USING DIA OF ENTDATA MES OF ENTDATA
                                   ANO OF ENTDATA W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** DATA DA ENTREGA INVALIDA ***" TO MENS
                   MOVE ZEROS TO ENTDATA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *    CA VENCIDO NA DATA DA ENTREGA NAO PODE SER ENTREGUE
                COMPUTE W-CMPENT = (ANO OF ENTDATA * 10000)
                                 + (MES OF ENTDATA * 100)
                                 +  DIA OF ENTDATA
                COMPUTE W-CMPVAL = (ANO OF EPICAVAL * 10000)
                                 + (MES OF EPICAVAL * 100)
                                 +  DIA OF EPICAVAL
                IF W-CMPVAL < W-CMPENT
                   MOVE "*** CA DO EPI VENCIDO NA DATA DA ENTREGA ***"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-SEL = 0
                   MOVE EPICA TO ENTCA.
                DISPLAY TENTCA.
       INC-005.
                ACCEPT TENTQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF ENTQTD = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TDEVDIA
                ACCEPT TDEVMES
                ACCEPT TDEVANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF ENTDEVOL = ZEROS
                   GO TO INC-006-FIM.
                CALL "DL100" USING DIA OF ENTDEVOL MES OF ENTDEVOL
                                   ANO OF ENTDEVOL W-DL100-INV
                IF W-DL100-INV NOT = ZEROS
                   MOVE "*** DATA DA DEVOLUCAO INVALIDA ***" TO MENS
                   MOVE ZEROS TO ENTDEVOL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                COMPUTE W-CMPDEV = (ANO OF ENTDEVOL * 10000)
                                 + (MES OF ENTDEVOL * 100)
                                 +  DIA OF ENTDEVOL
                IF W-CMPDEV < W-CMPENT
                   MOVE "*** DEVOLUCAO ANTERIOR A ENTREGA ***" TO MENS
                   MOVE ZEROS TO ENTDEVOL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
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
                WRITE REGEPIENT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** ENTREGA JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEPIENT"
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
                DELETE CADEPIENT RECORD
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
                REWRITE REGEPIENT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADEPIENT" TO MENS
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
