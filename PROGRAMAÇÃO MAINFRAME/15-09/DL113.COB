       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL113.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE COTAS LEGAIS (PCD E APRENDIZ) *
      **************************************
      * CONTA OS FUNCIONARIOS ATIVOS (ESTATUS NAO D)
      * DA EMPRESA DL113-EMPRESA, SEM A CHAPA
      * DL113-CHAPA (ZEROS = NENHUMA EXCLUIDA), E
      * DEVOLVE AS COTAS EXIGIDAS:
      *   PCD (LEI 8.213 ART. 93) SOBRE O TOTAL DE
      *   EMPREGADOS: ATE 99 = 0; 100 A 200 = 2%;
      *   201 A 500 = 3%; 501 A 1000 = 4%; ACIMA = 5%.
      *   PCD E O FUNCPCD = S DO CADFUNC.
      *   APRENDIZ (CLT ART. 429) DE 5% A 15% DAS
      *   FUNCOES QUE EXIGEM FORMACAO PROFISSIONAL
      *   (FORMACAOPROF DO CADCARGO DIFERENTE DE N),
      *   SEM CONTAR OS PROPRIOS APRENDIZES.
      * O TIPO DO CONTRATO VEM DO CADCONTR (SEM
      * REGISTRO, DO FUNCTIPOCONTR). ESTAGIARIO (E)
      * NAO E EMPREGADO E NAO ENTRA EM NENHUMA CONTA.
      * FRACAO NO MINIMO ARREDONDA PARA CIMA; NO
      * MAXIMO DE APRENDIZ, PARA BAIXO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS W-STCRG
                    ALTERNATE RECORD KEY IS DENOMINACAO
                               WITH DUPLICATES.

           SELECT CADCONTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTRCHAPA
                    FILE STATUS  IS W-STCTR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 FUNCTIPOCONTR PIC X(01).
                03 FUNCSEXO   PIC X(01).
                03 FUNCRACA   PIC 9(01).
                03 FUNCPCD    PIC X(01).
                03 FUNCTIPODEF PIC 9(01).
                03 FILLER     PIC X(01).

       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO            PIC 9(03).
                03 DENOMINACAO       PIC X(15).
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 CODIGOCBO         PIC 9(06).
                03 FORMACAOPROF      PIC X(01).
                03 FILLER            PIC X(24).

       FD CADCONTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTR.DAT".
       01 REGCONTR.
                03 CTRCHAPA          PIC 9(05).
                03 CTRTIPO           PIC X(01).
                03 CTRFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STCRG       PIC X(02) VALUE "00".
       77 W-STCTR       PIC X(02) VALUE "00".
       77 W-TEMCRG      PIC X(01) VALUE "N".
       77 W-TEMCTR      PIC X(01) VALUE "N".
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 W-PERC        PIC 9(01) VALUE ZEROS.
       77 W-PRODUTO     PIC 9(07) VALUE ZEROS.
       77 W-QUOC        PIC 9(05) VALUE ZEROS.
       77 W-RESTO       PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL113-EMPRESA  PIC 9(02).
       01 DL113-CHAPA    PIC 9(05).
       01 DL113-ATIVOS   PIC 9(05).
       01 DL113-PCD      PIC 9(05).
       01 DL113-COTAPCD  PIC 9(05).
       01 DL113-BASEAPR  PIC 9(05).
       01 DL113-APREND   PIC 9(05).
       01 DL113-APRMIN   PIC 9(05).
       01 DL113-APRMAX   PIC 9(05).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL113-EMPRESA DL113-CHAPA
                                 DL113-ATIVOS DL113-PCD
                                 DL113-COTAPCD DL113-BASEAPR
                                 DL113-APREND DL113-APRMIN
                                 DL113-APRMAX.
       COT-000.
           MOVE ZEROS TO DL113-ATIVOS DL113-PCD DL113-COTAPCD
                         DL113-BASEAPR DL113-APREND DL113-APRMIN
                         DL113-APRMAX
           MOVE "N" TO W-TEMCRG W-TEMCTR
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              GO TO COT-FIM.
           OPEN INPUT CADCARGO
           IF W-STCRG = "00"
              MOVE "S" TO W-TEMCRG.
           OPEN INPUT CADCONTR
           IF W-STCTR = "00"
              MOVE "S" TO W-TEMCTR.
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF W-STFUN NOT = "00"
              GO TO COT-CALCULA.
      *
       COT-LE.
           READ CADFUNC NEXT RECORD
           IF W-STFUN NOT = "00"
              GO TO COT-CALCULA.
           IF FUNCEMPRESA NOT = DL113-EMPRESA
              GO TO COT-LE.
           IF ESTATUS = "D" OR CHAPA = DL113-CHAPA
              GO TO COT-LE.
           MOVE FUNCTIPOCONTR TO W-TIPO
           IF W-TEMCTR = "S"
              MOVE CHAPA TO CTRCHAPA
              READ CADCONTR
              IF W-STCTR = "00"
                 MOVE CTRTIPO TO W-TIPO.
           IF W-TIPO = "E"
              GO TO COT-LE.
           ADD 1 TO DL113-ATIVOS
           IF FUNCPCD = "S"
              ADD 1 TO DL113-PCD.
           IF W-TIPO = "A"
              ADD 1 TO DL113-APREND
              GO TO COT-LE.
           IF W-TEMCRG = "S"
              MOVE FUNCCARGO TO CODIGO
              READ CADCARGO
              IF W-STCRG = "00" AND FORMACAOPROF = "N"
                 GO TO COT-LE.
           ADD 1 TO DL113-BASEAPR
           GO TO COT-LE.
      *
       COT-CALCULA.
           MOVE ZEROS TO W-PERC
           IF DL113-ATIVOS > 99
              MOVE 2 TO W-PERC.
           IF DL113-ATIVOS > 200
              MOVE 3 TO W-PERC.
           IF DL113-ATIVOS > 500
              MOVE 4 TO W-PERC.
           IF DL113-ATIVOS > 1000
              MOVE 5 TO W-PERC.
           COMPUTE W-PRODUTO = DL113-ATIVOS * W-PERC
           DIVIDE W-PRODUTO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO > ZEROS
              ADD 1 TO W-QUOC.
           MOVE W-QUOC TO DL113-COTAPCD
           COMPUTE W-PRODUTO = DL113-BASEAPR * 5
           DIVIDE W-PRODUTO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO > ZEROS
              ADD 1 TO W-QUOC.
           MOVE W-QUOC TO DL113-APRMIN
           COMPUTE W-PRODUTO = DL113-BASEAPR * 15
           DIVIDE W-PRODUTO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           MOVE W-QUOC TO DL113-APRMAX
           CLOSE CADFUNC
           IF W-TEMCRG = "S"
              CLOSE CADCARGO.
           IF W-TEMCTR = "S"
              CLOSE CADCONTR.
       COT-FIM.
           EXIT PROGRAM.
