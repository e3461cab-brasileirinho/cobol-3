       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201778.
       AUTHOR. LEONARDO.
      **************************************
      * BAIXA DOS ITENS DO CHECKLIST (CADCHK) *
      **************************************
      * O CHECKLIST E GERADO PELO DL114 QUANDO O
      * FP201613 GRAVA ADMISSAO, DEMISSAO OU
      * TRANSFERENCIA. AO ENTRAR, O DL114 BAIXA OS
      * ITENS AUTOMATICOS CUJO CADASTRO JA EXISTE
      * (ASO, BANCO, VT, CONTRATO). AQUI O OPERADOR DA
      * SESSAO BAIXA OS ITENS MANUAIS; ITEM AUTOMATICO
      * SO FECHA QUANDO O CADASTRO FOR FEITO.
      * OCORRENCIA ZERO = ULTIMO CHECKLIST DA CHAPA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHKCHAVE
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

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCHK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHK.DAT".
       01 REGCHK.
                03 CHKCHAVE.
                   05 CHKCHAPA       PIC 9(05).
                   05 CHKOCOR        PIC 9(02).
                   05 CHKITEM        PIC 9(02).
                03 CHKEVENTO         PIC X(01).
                03 CHKDESCR          PIC X(30).
                03 CHKAUTO           PIC X(01).
                03 CHKDTABERT        PIC 9(06).
                03 CHKSITUACAO       PIC X(01).
                03 CHKDTFECHA        PIC 9(06).
                03 CHKOPER           PIC X(08).
                03 FILLER            PIC X(10).

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
                03 FILLER     PIC X(25).

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
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201778".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-CHKCHAPA   PIC 9(05) VALUE ZEROS.
       77 W-CHKOCOR    PIC 9(02) VALUE ZEROS.
       77 W-CHKITEM    PIC 9(02) VALUE ZEROS.
       77 W-DESCEVENTO PIC X(15) VALUE SPACES.
       77 W-DESCAUTO   PIC X(25) VALUE SPACES.
       77 W-DESCSIT    PIC X(10) VALUE SPACES.
       01 W-DL114-FUNCAO PIC X(01) VALUE "V".
       01 W-DL114-CHAPA  PIC 9(05) VALUE ZEROS.
       01 W-DL114-EVENTO PIC X(01) VALUE SPACES.
       01 W-DL114-QTDE   PIC 9(03) VALUE ZEROS.
       SCREEN SECTION.
       01  TELACHK.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              BAIXA DO CHECKLIST DE PESSOAL".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "           OCORRENCIA (0=ULTIMA):".
           05  LINE 09  COLUMN 01
               VALUE  "           ITEM:".
           05  LINE 11  COLUMN 01
               VALUE  "           BAIXA:".
           05  LINE 13  COLUMN 01
               VALUE  "           ABERTO EM (AAMMDD):".
           05  LINE 15  COLUMN 01
               VALUE  "           SITUACAO:".
           05  LINE 17  COLUMN 01
               VALUE  "           FECHADO EM (AAMMDD):".
           05  LINE 17  COLUMN 42
               VALUE  "POR:".
           05  TCHKCHAPA
               LINE 05  COLUMN 19  PIC 9(05)
               USING  W-CHKCHAPA
               HIGHLIGHT.
           05  TCHKOCOR
               LINE 07  COLUMN 35  PIC 9(02)
               USING  W-CHKOCOR
               HIGHLIGHT.
           05  TCHKITEM
               LINE 09  COLUMN 18  PIC 9(02)
               USING  W-CHKITEM
               HIGHLIGHT.
           05  TCHKDTABERT
               LINE 13  COLUMN 32  PIC 9(06)
               FROM   CHKDTABERT.
           05  TCHKDTFECHA
               LINE 17  COLUMN 33  PIC 9(06)
               FROM   CHKDTFECHA.
           05  TCHKOPER
               LINE 17  COLUMN 47  PIC X(08)
               FROM   CHKOPER.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *    BAIXA AUTOMATICA DE TODAS AS CHAPAS ANTES DE ABRIR
           CALL "DL114" USING W-DL114-FUNCAO W-DL114-CHAPA
                              W-DL114-EVENTO W-DL114-QTDE.
      *
       INC-OP0.
           OPEN I-O CADCHK
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCHK
                      CLOSE CADCHK
                      MOVE "*** ARQUIVO CADCHK SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHK"
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
              CLOSE CADCHK
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-CHKCHAPA W-CHKOCOR W-CHKITEM
                               CHKDTABERT CHKDTFECHA
                MOVE SPACES TO CHKOPER.
                DISPLAY TELACHK.
       INC-002.
                ACCEPT TCHKCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCHK CADFUNC
                   GO TO ROT-FIM.
                IF W-CHKCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CHKCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 26) NOME.
       INC-003.
                ACCEPT TCHKOCOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-CHKOCOR = ZEROS
                   PERFORM ULTIMA-OCOR THRU ULTIMA-OCOR-FIM
                   DISPLAY TCHKOCOR.
                IF W-CHKOCOR = ZEROS
                   MOVE "*** CHAPA SEM CHECKLIST ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
      *    O EVENTO VEM DO PRIMEIRO ITEM DA OCORRENCIA
                MOVE W-CHKCHAPA TO CHKCHAPA
                MOVE W-CHKOCOR  TO CHKOCOR
                MOVE ZEROS      TO CHKITEM
                START CADCHK KEY NOT < CHKCHAVE
                IF ST-ERRO = "00"
                   READ CADCHK NEXT RECORD.
                IF ST-ERRO NOT = "00" OR CHKCHAPA NOT = W-CHKCHAPA
                                      OR CHKOCOR NOT = W-CHKOCOR
                   MOVE "*** OCORRENCIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE SPACES TO W-DESCEVENTO
                IF CHKEVENTO = "A"
                   MOVE "ADMISSAO"      TO W-DESCEVENTO.
                IF CHKEVENTO = "D"
                   MOVE "DEMISSAO"      TO W-DESCEVENTO.
                IF CHKEVENTO = "T"
                   MOVE "TRANSFERENCIA" TO W-DESCEVENTO.
                DISPLAY (07, 42) W-DESCEVENTO.
       INC-004.
                MOVE ZEROS  TO CHKDTABERT CHKDTFECHA
                MOVE SPACES TO CHKOPER W-DESCAUTO W-DESCSIT
                DISPLAY TCHKDTABERT TCHKDTFECHA TCHKOPER
                DISPLAY (09, 25) LIMPA
                DISPLAY (11, 19) W-DESCAUTO
                DISPLAY (15, 22) W-DESCSIT
                ACCEPT TCHKITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-CHKCHAPA TO CHKCHAPA
                MOVE W-CHKOCOR  TO CHKOCOR
                MOVE W-CHKITEM  TO CHKITEM
                READ CADCHK
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "23"
                      MOVE "*** ITEM NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADCHK"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                DISPLAY (09, 25) CHKDESCR
                PERFORM MOSTRA-ITEM THRU MOSTRA-ITEM-FIM
                IF CHKSITUACAO = "F"
                   MOVE "*** ITEM JA BAIXADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF CHKAUTO NOT = SPACES
                   MOVE "*** ITEM AUTOMATICO - AGUARDA O CADASTRO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "BAIXAR ITEM (S/N) : ".
                ACCEPT (23, 60) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ITEM NAO BAIXADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       ALT-RW1.
                MOVE "F"        TO CHKSITUACAO
                ACCEPT CHKDTFECHA FROM DATE
                MOVE W-OPERADOR TO CHKOPER
                REWRITE REGCHK
                IF ST-ERRO = "00" OR "02"
                   PERFORM MOSTRA-ITEM THRU MOSTRA-ITEM-FIM
                   MOVE "*** ITEM BAIXADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCHK"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************
      * ULTIMA OCORRENCIA DA CHAPA      *
      ***********************************
      *
       ULTIMA-OCOR.
                MOVE W-CHKCHAPA TO CHKCHAPA
                MOVE ZEROS      TO CHKOCOR CHKITEM
                START CADCHK KEY NOT < CHKCHAVE
                IF ST-ERRO NOT = "00"
                   GO TO ULTIMA-OCOR-FIM.
       ULTIMA-OCOR-LE.
                READ CADCHK NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO ULTIMA-OCOR-FIM.
                IF CHKCHAPA NOT = W-CHKCHAPA
                   GO TO ULTIMA-OCOR-FIM.
                MOVE CHKOCOR TO W-CHKOCOR
                GO TO ULTIMA-OCOR-LE.
       ULTIMA-OCOR-FIM.
                EXIT.
      *
      ***********************************
      * TIPO DE BAIXA E SITUACAO        *
      ***********************************
      *
       MOSTRA-ITEM.
                MOVE SPACES TO W-DESCAUTO
                IF CHKAUTO = SPACES
                   MOVE "MANUAL (OPERADOR)"       TO W-DESCAUTO.
                IF CHKAUTO = "A"
                   MOVE "ASO ADMISSIONAL (CADASO)" TO W-DESCAUTO.
                IF CHKAUTO = "D"
                   MOVE "ASO DEMISSIONAL (CADASO)" TO W-DESCAUTO.
                IF CHKAUTO = "B"
                   MOVE "DADOS BANCARIOS"         TO W-DESCAUTO.
                IF CHKAUTO = "V"
                   MOVE "VALE-TRANSPORTE"         TO W-DESCAUTO.
                IF CHKAUTO = "C"
                   MOVE "CONTRATO (CADCONTR)"     TO W-DESCAUTO.
                IF CHKSITUACAO = "F"
                   MOVE "FECHADO"  TO W-DESCSIT
                ELSE
                   MOVE "PENDENTE" TO W-DESCSIT.
                DISPLAY (11, 19) W-DESCAUTO
                DISPLAY (15, 22) W-DESCSIT
                DISPLAY TCHKDTABERT TCHKDTFECHA TCHKOPER.
       MOSTRA-ITEM-FIM.
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
