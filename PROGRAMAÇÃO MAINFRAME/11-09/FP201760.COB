       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201760.
       AUTHOR. LEONARDO.
      **************************************
      * LANCAMENTO DE REEMBOLSO DE DESPESAS (CADREEMB) *
      **************************************
      * DESPESA POR CHAPA E SEQUENCIA: CATEGORIA
      * (CADCATDESP), DATA, KM OU VALOR, NUMERO DO
      * COMPROVANTE E FORMA DE PAGAMENTO (F=NA FOLHA
      * B=CREDITO EM CONTA). CRITICA O LIMITE POR
      * DESPESA E O LIMITE MENSAL DA CATEGORIA E NAO
      * ACEITA O MESMO COMPROVANTE DUAS VEZES NA CHAPA.
      * ENTRA PENDENTE (P) PARA APROVACAO DO SUPERIOR
      * NO QUIOSQUE (FP201725); SO PENDENTE PODE SER
      * ALTERADO OU EXCLUIDO. A=APROVADO R=RECUSADO
      * G=PAGO (FP201761)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREEMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMBCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCATDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTDCODIGO
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       01 REGREEMB.
                03 RMBCHAVE.
                   05 RMBCHAPA       PIC 9(05).
                   05 RMBSEQ         PIC 9(03).
                03 RMBCATEG          PIC 9(02).
                03 RMBDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 RMBKM             PIC 9(05).
                03 RMBVALOR          PIC 9(06)V99.
                03 RMBCOMPROV        PIC X(15).
                03 RMBDESCR          PIC X(30).
                03 RMBFORMA          PIC X(01).
                03 RMBSTATUS         PIC X(01).
                03 RMBSUPERV         PIC 9(05).
                03 RMBDTDEC          PIC 9(06).
                03 RMBMOTIVO         PIC X(20).
                03 RMBPAGMES         PIC 9(02).
                03 RMBPAGANO         PIC 9(02).
                03 RMBCDC            PIC 9(01).
                03 FILLER            PIC X(08).

       FD CADCATDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATDESP.DAT".
       01 REGCATDESP.
                03 CTDCODIGO         PIC 9(02).
                03 CTDDESCR          PIC X(25).
                03 CTDTIPO           PIC X(01).
                03 CTDVALKM          PIC 9(02)V99.
                03 CTDLIMITE         PIC 9(06)V99.
                03 CTDLIMMES         PIC 9(06)V99.
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

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201760".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-ANO  PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NOME       PIC X(35) VALUE SPACES.
       77 W-CDC        PIC 9(01) VALUE ZEROS.
       77 W-SITUACAO   PIC X(10) VALUE SPACES.
       77 W-SEQATU     PIC 9(03) VALUE ZEROS.
       77 W-COMPROV    PIC X(15) VALUE SPACES.
       77 W-CATEG      PIC 9(02) VALUE ZEROS.
       77 W-MESDESP    PIC 9(02) VALUE ZEROS.
       77 W-ANODESP    PIC 9(02) VALUE ZEROS.
       77 W-SOMAMES    PIC 9(07)V99 VALUE ZEROS.
       77 W-DUPLIC     PIC X(01) VALUE "N".
       77 W-KM         PIC 9(07)V99 VALUE ZEROS.
       01 W-RMBSALVA   PIC X(120) VALUE SPACES.
       SCREEN SECTION.
       01  TELAREEMB.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "               REEMBOLSO DE DESPESAS".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "           SEQUENCIA:".
           05  LINE 08  COLUMN 01
               VALUE  "           CATEGORIA:".
           05  LINE 09  COLUMN 01
               VALUE  "           DATA DA DESPESA:".
           05  LINE 10  COLUMN 01
               VALUE  "           KM RODADOS:".
           05  LINE 11  COLUMN 01
               VALUE  "           VALOR:".
           05  LINE 12  COLUMN 01
               VALUE  "           NUMERO DO COMPROVANTE:".
           05  LINE 13  COLUMN 01
               VALUE  "           DESCRICAO:".
           05  LINE 14  COLUMN 01
               VALUE  "           PAGAMENTO (F=FOLHA B=BANCO):".
           05  LINE 16  COLUMN 01
               VALUE  "           SITUACAO:".
           05  LINE 17  COLUMN 01
               VALUE  "           DECIDIDO POR:".
           05  LINE 17  COLUMN 35
               VALUE  "EM:".
           05  LINE 18  COLUMN 01
               VALUE  "           MOTIVO:".
           05  LINE 19  COLUMN 01
               VALUE  "           PAGO NA COMPETENCIA:".
           05  TRMBCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  RMBCHAPA
               HIGHLIGHT.
           05  TRMBSEQ
               LINE 07  COLUMN 23  PIC 9(03)
               USING  RMBSEQ
               HIGHLIGHT.
           05  TRMBCATEG
               LINE 08  COLUMN 23  PIC 9(02)
               USING  RMBCATEG
               HIGHLIGHT.
           05  TRMBDATA
               LINE 09  COLUMN 29  PIC 99/99/99
               USING  RMBDATA
               HIGHLIGHT.
           05  TRMBKM
               LINE 10  COLUMN 24  PIC ZZZZ9
               USING  RMBKM
               HIGHLIGHT.
           05  TRMBVALOR
               LINE 11  COLUMN 19  PIC ZZZ.ZZ9,99
               USING  RMBVALOR
               HIGHLIGHT.
           05  TRMBCOMPROV
               LINE 12  COLUMN 35  PIC X(15)
               USING  RMBCOMPROV
               HIGHLIGHT.
           05  TRMBDESCR
               LINE 13  COLUMN 23  PIC X(30)
               USING  RMBDESCR
               HIGHLIGHT.
           05  TRMBFORMA
               LINE 14  COLUMN 41  PIC X(01)
               USING  RMBFORMA
               HIGHLIGHT.
           05  TRMBSTATUS
               LINE 16  COLUMN 22  PIC X(01)
               FROM   RMBSTATUS.
           05  TW-SITUACAO
               LINE 16  COLUMN 24  PIC X(10)
               FROM   W-SITUACAO.
           05  TRMBSUPERV
               LINE 17  COLUMN 26  PIC ZZZZ9
               FROM   RMBSUPERV.
           05  TRMBDTDEC
               LINE 17  COLUMN 39  PIC 99/99/99
               FROM   RMBDTDEC.
           05  TRMBMOTIVO
               LINE 18  COLUMN 20  PIC X(20)
               FROM   RMBMOTIVO.
           05  TRMBPAGMES
               LINE 19  COLUMN 33  PIC 99
               FROM   RMBPAGMES.
           05  LINE 19  COLUMN 35  VALUE "/".
           05  TRMBPAGANO
               LINE 19  COLUMN 36  PIC 99
               FROM   RMBPAGANO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADREEMB
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADREEMB
                      CLOSE CADREEMB
                      MOVE "*** ARQUIVO CADREEMB SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADREEMB"
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
              CLOSE CADREEMB
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADCATDESP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCATDESP" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREEMB CADFUNC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO RMBCHAPA RMBSEQ RMBCATEG RMBDATA RMBKM
                               RMBVALOR RMBSUPERV RMBDTDEC RMBPAGMES
                               RMBPAGANO RMBCDC
                MOVE SPACES TO RMBCOMPROV RMBDESCR RMBMOTIVO
                               W-SITUACAO
                MOVE "F"    TO RMBFORMA
                MOVE "P"    TO RMBSTATUS
                DISPLAY TELAREEMB.
       INC-002.
                ACCEPT TRMBCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADREEMB CADFUNC CADCATDESP
                   GO TO ROT-FIM.
                IF RMBCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE RMBCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE NOME    TO W-NOME
                MOVE FUNCCDC TO W-CDC
                DISPLAY (05, 41) W-NOME.
       INC-002A.
                ACCEPT TRMBSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RMBSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-REEMB01.
                MOVE 0 TO W-SEL
                READ CADREEMB
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOS-SITUACAO THRU MOS-SITUACAO-FIM
                      DISPLAY TELAREEMB
                      DISPLAY (05, 41) W-NOME
                      PERFORM MOS-CATEG THRU MOS-CATEG-FIM
                      MOVE 1 TO W-SEL
                      IF RMBSTATUS NOT = "P"
                         MOVE "*** REEMBOLSO JA DECIDIDO - SO CONSULTA"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-001
                      ELSE
                         MOVE "*** REEMBOLSO JA CADASTRADO ***" TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADREEMB"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   IF ESTATUS = "D"
                      MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                   ELSE
                      MOVE W-CDC TO RMBCDC
                      PERFORM MOS-SITUACAO THRU MOS-SITUACAO-FIM
                      DISPLAY TW-SITUACAO.
       INC-003.
                ACCEPT TRMBCATEG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                MOVE RMBCATEG TO CTDCODIGO
                READ CADCATDESP
                IF ST-ERRO NOT = "00"
                   MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (08, 27) CTDDESCR.
       INC-004.
                ACCEPT TRMBDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                COMPUTE W-DL100-ANO = 2000 + ANO OF RMBDATA
                CALL "DL100" USING DIA OF RMBDATA MES OF RMBDATA
                                    W-DL100-ANO W-DL100-INV
                IF W-DL100-INV = 1
                   MOVE "*** DATA DA DESPESA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF CTDTIPO = "V"
                   MOVE ZEROS TO RMBKM
                   DISPLAY TRMBKM
                   GO TO INC-006.
       INC-005.
                ACCEPT TRMBKM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RMBKM = ZEROS
                   MOVE "*** INFORME OS KM RODADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                COMPUTE W-KM ROUNDED = RMBKM * CTDVALKM
                IF W-KM > 999999,99
                   MOVE "*** QUILOMETRAGEM EXCESSIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-KM TO RMBVALOR
                DISPLAY TRMBVALOR
                GO TO INC-006A.
       INC-006.
                ACCEPT TRMBVALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RMBVALOR = ZEROS
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-006A.
                IF CTDLIMITE NOT = ZEROS AND RMBVALOR > CTDLIMITE
                   MOVE "*** VALOR ACIMA DO LIMITE DA CATEGORIA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-007.
                ACCEPT TRMBCOMPROV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RMBCOMPROV = SPACES
                   MOVE "*** INFORME O NUMERO DO COMPROVANTE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                PERFORM VER-REEMB THRU VER-REEMB-FIM
                IF W-DUPLIC = "S"
                   MOVE "*** COMPROVANTE JA LANCADO NESTA CHAPA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF CTDLIMMES NOT = ZEROS AND
                   W-SOMAMES + RMBVALOR > CTDLIMMES
                   MOVE "*** ULTRAPASSA O LIMITE MENSAL DA CATEGORIA"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-008.
                ACCEPT TRMBDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT TRMBFORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF RMBFORMA = "f"
                   MOVE "F" TO RMBFORMA.
                IF RMBFORMA = "b"
                   MOVE "B" TO RMBFORMA.
                IF RMBFORMA NOT = "F" AND "B"
                   MOVE "*** PAGAMENTO INVALIDO (F OU B) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGREEMB
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** REEMBOLSO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREEMB"
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
                DELETE CADREEMB RECORD
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
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGREEMB
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADREEMB"  TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * DESPESAS JA LANCADAS NA CHAPA: CONFERE *
      * O COMPROVANTE E SOMA O MES DA DESPESA  *
      * NA CATEGORIA (MENOS RECUSADAS E A      *
      * PROPRIA DESPESA EM ALTERACAO)          *
      *****************************************
      *
       VER-REEMB.
                MOVE "N"        TO W-DUPLIC
                MOVE ZEROS      TO W-SOMAMES
                MOVE REGREEMB   TO W-RMBSALVA
                MOVE RMBSEQ     TO W-SEQATU
                MOVE RMBCOMPROV TO W-COMPROV
                MOVE RMBCATEG   TO W-CATEG
                MOVE MES OF RMBDATA TO W-MESDESP
                MOVE ANO OF RMBDATA TO W-ANODESP
                MOVE ZEROS      TO RMBSEQ
                START CADREEMB KEY NOT < RMBCHAVE
                IF ST-ERRO NOT = "00"
                   GO TO VER-REEMB-RET.
       VER-REEMB-LE.
                READ CADREEMB NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO VER-REEMB-RET.
                IF RMBCHAPA NOT = CHAPA
                   GO TO VER-REEMB-RET.
                IF RMBSEQ = W-SEQATU
                   GO TO VER-REEMB-LE.
                IF RMBSTATUS = "R"
                   GO TO VER-REEMB-LE.
                IF RMBCOMPROV = W-COMPROV
                   MOVE "S" TO W-DUPLIC.
                IF RMBCATEG = W-CATEG AND
                   MES OF RMBDATA = W-MESDESP AND
                   ANO OF RMBDATA = W-ANODESP
                   ADD RMBVALOR TO W-SOMAMES.
                GO TO VER-REEMB-LE.
       VER-REEMB-RET.
                MOVE W-RMBSALVA TO REGREEMB.
       VER-REEMB-FIM.
                EXIT.
      *
       MOS-CATEG.
                MOVE RMBCATEG TO CTDCODIGO
                READ CADCATDESP
                IF ST-ERRO = "00"
                   DISPLAY (08, 27) CTDDESCR.
       MOS-CATEG-FIM.
                EXIT.
      *
       MOS-SITUACAO.
                MOVE SPACES TO W-SITUACAO
                IF RMBSTATUS = "P"
                   MOVE "PENDENTE" TO W-SITUACAO.
                IF RMBSTATUS = "A"
                   MOVE "APROVADO" TO W-SITUACAO.
                IF RMBSTATUS = "R"
                   MOVE "RECUSADO" TO W-SITUACAO.
                IF RMBSTATUS = "G"
                   MOVE "PAGO" TO W-SITUACAO.
       MOS-SITUACAO-FIM.
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
