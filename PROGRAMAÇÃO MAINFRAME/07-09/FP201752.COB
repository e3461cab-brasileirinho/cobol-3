       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201752.
       AUTHOR. LEONARDO.
      **************************************
      * IMPORTACAO DAS VENDAS DO ERP E     *
      * CALCULO DA COMISSAO                *
      **************************************
      * LE O ARQUIVO MENSAL DE VENDAS DO ERP
      * (VENDASERP), SOMA AS VENDAS DA COMPETENCIA
      * POR CHAPA E, PARA FUNCIONARIO ATIVO E
      * COMISSIONADO (TIPO DE SALARIO C):
      *   - GRAVA AS VENDAS NO PNTVENDAS DO CADPONTO
      *   - CALCULA A COMISSAO PELAS FAIXAS DO CARGO
      *     NO CADREGCOM (FP201751) E O REFLEXO NO
      *     DSR (COMISSAO / DIAS UTEIS X DOMINGOS E
      *     FERIADOS DO MES - DL105)
      *   - GRAVA VENDAS, COMISSAO E DSR NO CADCOMIS,
      *     QUE A FOLHA (FP201615) PAGA NAS RUBRICAS
      *     008 E 009
      * CHAPA INEXISTENTE, INATIVA, NAO COMISSIONADA
      * OU DE CARGO SEM REGRA E REJEITADA. O RELATORIO
      * RELCOMIS CONCILIA O TOTAL DE VENDAS DO ARQUIVO
      * COM O QUE FICOU LANCADO NO CADCOMIS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDASERP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PNTCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PNTCHAPA
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

           SELECT CADREGCOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCMCHAVE
                    FILE STATUS  IS W-STRCM.

           SELECT CADCOMIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMSCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT RELCOMIS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VENDASERP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VENDASERP.DAT".
       01 REGVENDA.
                03 VNDCHAPA          PIC 9(05).
                03 VNDPERIODO.
                   05 VNDMES  PIC 9(02).
                   05 VNDANO  PIC 9(02).
                03 VNDVALOR          PIC 9(08)V99.
                03 FILLER            PIC X(13).

       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
                03 PNTCHAVE.
                   05 PNTCHAPA       PIC 9(05).
                   05 PNTPERIODO.
                      07 PNTMES      PIC 9(02).
                      07 PNTANO      PIC 9(02).
                03 PNTHORAS          PIC 9(03).
                03 PNTDIAS           PIC 9(02).
                03 PNTTAREFAS        PIC 9(03).
                03 PNTVENDAS         PIC 9(06)V99.
                03 PNTEMPRESA        PIC 9(02).
                03 PNTHOREX50        PIC 9(03).
                03 PNTHOREX100       PIC 9(03).
                03 PNTHORNOT         PIC 9(03).
                03 FILLER            PIC X(04).

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
                03 FILLER     PIC X(05).

       FD CADREGCOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREGCOM.DAT".
       01 REGREGCOM.
                03 RCMCHAVE.
                   05 RCMCARGO       PIC 9(03).
                   05 RCMFAIXA       PIC 9(02).
                03 RCMVALINI         PIC 9(08)V99.
                03 RCMVALFIM         PIC 9(08)V99.
                03 RCMPERC           PIC 9(02)V99.
                03 FILLER            PIC X(11).

       FD CADCOMIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMIS.DAT".
       01 REGCOMIS.
                03 CMSCHAVE.
                   05 CMSCHAPA       PIC 9(05).
                   05 CMSPERIODO.
                      07 CMSMES      PIC 9(02).
                      07 CMSANO      PIC 9(02).
                03 CMSVENDAS         PIC 9(08)V99.
                03 CMSVALOR          PIC 9(06)V99.
                03 CMSDSR            PIC 9(06)V99.
                03 CMSUTEIS          PIC 9(02).
                03 CMSREPOUSO        PIC 9(02).
                03 FILLER            PIC X(16).

       FD RELCOMIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCOMIS.DAT".
       01 REGRELCOMIS PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-CHAPA     PIC 9(05).
          03 SW-VALOR     PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STRCM       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201752".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-CHAPAANT    PIC 9(05) VALUE ZEROS.
       77 W-QTDLIN      PIC 9(05) VALUE ZEROS.
       77 W-VENDAS      PIC 9(09)V99 VALUE ZEROS.
       77 W-COMIS       PIC 9(08)V99 VALUE ZEROS.
       77 W-DSR         PIC 9(08)V99 VALUE ZEROS.
       77 W-PARTE       PIC 9(09)V99 VALUE ZEROS.
       77 W-TEMREGRA    PIC X(01) VALUE "N".
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       77 W-UTEIS       PIC 9(02) VALUE ZEROS.
       77 W-REPOUSO     PIC 9(02) VALUE ZEROS.
       77 W-TOTARQ      PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTFORA     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTREJ      PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTACEITO   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTCOMIS    PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTDSR      PIC 9(11)V99 VALUE ZEROS.
       77 W-POSTVENDAS  PIC 9(11)V99 VALUE ZEROS.
       77 W-POSTCOMIS   PIC 9(11)V99 VALUE ZEROS.
       77 W-POSTDSR     PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDGRAV     PIC 9(05) VALUE ZEROS.
       77 W-QTDREJ      PIC 9(05) VALUE ZEROS.
       77 W-DIAVAR      PIC 9(02) VALUE ZEROS.
       77 W-DIASEMANA   PIC 9(01) VALUE ZEROS.
       77 W-MESZ        PIC S9(03) VALUE ZEROS.
       77 W-ANOZ        PIC S9(05) VALUE ZEROS.
       77 W-ZK          PIC 9(03) VALUE ZEROS.
       77 W-ZJ          PIC 9(03) VALUE ZEROS.
       77 W-ZH          PIC 9(03) VALUE ZEROS.
       77 W-ZQUOC       PIC 9(05) VALUE ZEROS.
       77 W-ZSOMA       PIC 9(05) VALUE ZEROS.
       77 W-DL100-ANO   PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV   PIC 9(01) VALUE ZEROS.
       77 W-DL105-FUN   PIC X(01) VALUE SPACES.
       77 W-DL105-DIA   PIC 9(02) VALUE ZEROS.
       77 W-DL105-MES   PIC 9(02) VALUE ZEROS.
       77 W-DL105-ANO   PIC 9(04) VALUE ZEROS.
       77 W-DL105-NUM   PIC 9(03) VALUE ZEROS.
       77 W-DL105-RES   PIC 9(01) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-CAB1.
          03 FILLER       PIC X(50) VALUE
             "IMPORTACAO DE VENDAS E COMISSOES - COMPETENCIA: ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(12) VALUE "   UTEIS:  ".
          03 WS-CABUTEIS  PIC Z9.
          03 FILLER       PIC X(12) VALUE "   REPOUSO: ".
          03 WS-CABREP    PIC Z9.
       01 WS-CAB2.
          03 FILLER       PIC X(50) VALUE
             "CHAPA  NOME                            VENDAS".
          03 FILLER       PIC X(50) VALUE
             "    COMISSAO        DSR  SITUACAO".
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNOME   PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETVENDAS PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETCOMIS  PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDSR    PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETSIT    PIC X(30).
       01 WS-LINTOT.
          03 WS-TOTTXT    PIC X(40).
          03 WS-TOTVAL    PIC ZZZ.ZZZ.ZZZ,99.
       01 WS-RODOK      PIC X(50) VALUE
          "VENDAS ACEITAS CONFEREM COM O LANCADO NO CADCOMIS".
       01 WS-RODERR     PIC X(50) VALUE
          "*** DIVERGENCIA ENTRE VENDAS ACEITAS E CADCOMIS".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "IMPORTACAO DE VENDAS E CALCULO DE COMISSAO"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
      *
       INC-OP0.
           OPEN I-O CADPONTO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPONTO
                 CLOSE CADPONTO
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPONTO"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPONTO"
                 GO TO ROT-FIMS.
       INC-OP1.
           OPEN I-O CADCOMIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOMIS
                 CLOSE CADCOMIS
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOMIS"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOMIS"
                 GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADREGCOM
           IF W-STRCM NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADREGCOM"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRCM
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREGCOM"
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN INPUT VENDASERP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO VENDASERP"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO VENDASERP"
              GO TO ROT-FIMS.
       INC-OP5.
           OPEN OUTPUT RELCOMIS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCOMIS"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCOMIS"
              GO TO ROT-FIMS.
      *
           PERFORM CAL-DIASMES THRU CAL-DIASMES-FIM
           MOVE W-MES     TO WS-CABMES
           MOVE W-ANO     TO WS-CABANO
           MOVE W-UTEIS   TO WS-CABUTEIS
           MOVE W-REPOUSO TO WS-CABREP
           MOVE SPACES  TO REGRELCOMIS
           MOVE WS-CAB1 TO REGRELCOMIS
           WRITE REGRELCOMIS
           MOVE WS-CAB2 TO REGRELCOMIS
           WRITE REGRELCOMIS
           SORT SORTWK
               ON ASCENDING KEY SW-CHAPA
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM
           PERFORM IMP-POSTADO THRU IMP-POSTADO-FIM
           PERFORM IMP-CONCILIA THRU IMP-CONCILIA-FIM
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           MOVE W-TOTCOMIS TO W-CTLVALOR
           ADD  W-TOTDSR   TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADPONTO CADCOMIS CADFUNC CADREGCOM VENDASERP
                 RELCOMIS
           DISPLAY "CHAPAS GRAVADAS : " W-QTDGRAV
           DISPLAY "CHAPAS REJEITADAS: " W-QTDREJ
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - LINHAS DE VENDA DA  *
      * COMPETENCIA (AS DEMAIS SO SOMAM NO    *
      * TOTAL DO ARQUIVO)                     *
      *****************************************
       SRT-ENTRADA.
           CONTINUE.
       SRT-LOOP.
           READ VENDASERP
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           ADD VNDVALOR TO W-TOTARQ
           IF VNDMES NOT = W-MES OR VNDANO NOT = W-ANO
              ADD VNDVALOR TO W-TOTFORA
              GO TO SRT-LOOP.
           MOVE VNDCHAPA TO SW-CHAPA
           MOVE VNDVALOR TO SW-VALOR
           RELEASE REGSORTWK
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - SOMA POR CHAPA        *
      *****************************************
       SRT-SAIDA.
           CONTINUE.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N"      TO W-PRIMEIRO
              MOVE SW-CHAPA TO W-CHAPAANT.
           IF SW-CHAPA NOT = W-CHAPAANT
              PERFORM IMP-CHAPA THRU IMP-CHAPA-FIM
              MOVE SW-CHAPA TO W-CHAPAANT.
           ADD SW-VALOR TO W-VENDAS
           ADD 1 TO W-QTDLIN
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-FIM.
           IF W-PRIMEIRO NOT = "S"
              PERFORM IMP-CHAPA THRU IMP-CHAPA-FIM.
           EXIT.
      *
      *****************************************
      * CRITICA DA CHAPA, CALCULO E GRAVACAO  *
      *****************************************
       IMP-CHAPA.
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS  TO W-COMIS W-DSR
           MOVE W-CHAPAANT TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
              GO TO IMP-CHAPA-LINHA.
           IF ESTATUS NOT = "A"
              MOVE "CHAPA INATIVA" TO W-MOTIVO
              GO TO IMP-CHAPA-LINHA.
           IF FUNCTIPOSAL NOT = "C"
              MOVE "CHAPA NAO COMISSIONADA" TO W-MOTIVO
              GO TO IMP-CHAPA-LINHA.
           IF W-VENDAS > 999999,99
              MOVE "VENDAS ACIMA DO LIMITE DO PONTO" TO W-MOTIVO
              GO TO IMP-CHAPA-LINHA.
           PERFORM IMP-COMISSAO THRU IMP-COMISSAO-FIM
           IF W-TEMREGRA NOT = "S"
              MOVE ZEROS TO W-COMIS
              MOVE "CARGO SEM REGRA DE COMISSAO" TO W-MOTIVO
              GO TO IMP-CHAPA-LINHA.
      *    REFLEXO NO DSR: COMISSAO DOS DIAS UTEIS
      *    (SEGUNDA A SABADO) PAGA NOS DOMINGOS E
      *    FERIADOS DO MES
           IF W-UTEIS > ZEROS
              COMPUTE W-DSR ROUNDED = W-COMIS / W-UTEIS
                                    * W-REPOUSO.
           PERFORM IMP-GRAVA THRU IMP-GRAVA-FIM.
       IMP-CHAPA-LINHA.
           IF W-MOTIVO = SPACES
              MOVE "GRAVADO" TO W-MOTIVO
              ADD 1 TO W-QTDGRAV
              ADD W-QTDLIN TO W-CTLGRAV
              ADD W-VENDAS TO W-TOTACEITO
              ADD W-COMIS  TO W-TOTCOMIS
              ADD W-DSR    TO W-TOTDSR
           ELSE
              ADD 1 TO W-QTDREJ
              ADD W-VENDAS TO W-TOTREJ
              MOVE ZEROS TO W-COMIS W-DSR.
           MOVE SPACES      TO WS-LINDET
           MOVE W-CHAPAANT  TO WS-DETCHAPA
           MOVE NOME        TO WS-DETNOME
           MOVE W-VENDAS    TO WS-DETVENDAS
           MOVE W-COMIS     TO WS-DETCOMIS
           MOVE W-DSR       TO WS-DETDSR
           MOVE W-MOTIVO    TO WS-DETSIT
           MOVE SPACES      TO REGRELCOMIS
           MOVE WS-LINDET   TO REGRELCOMIS
           WRITE REGRELCOMIS
           MOVE ZEROS TO W-VENDAS W-QTDLIN.
       IMP-CHAPA-FIM.
           EXIT.
      *
      *****************************************
      * COMISSAO ESCALONADA PELAS FAIXAS DO   *
      * CARGO (CADA FAIXA PAGA SO A PARTE DAS *
      * VENDAS DENTRO DELA)                   *
      *****************************************
       IMP-COMISSAO.
           MOVE "N"   TO W-TEMREGRA
           MOVE ZEROS TO W-COMIS
           MOVE FUNCCARGO TO RCMCARGO
           MOVE ZEROS     TO RCMFAIXA
           START CADREGCOM KEY NOT < RCMCHAVE
           IF W-STRCM NOT = "00"
              GO TO IMP-COMISSAO-FIM.
       IMP-COMISSAO-LOOP.
           READ CADREGCOM NEXT RECORD
           IF W-STRCM NOT = "00"
              GO TO IMP-COMISSAO-FIM.
           IF RCMCARGO NOT = FUNCCARGO
              GO TO IMP-COMISSAO-FIM.
           MOVE "S" TO W-TEMREGRA
           IF W-VENDAS NOT > RCMVALINI
              GO TO IMP-COMISSAO-LOOP.
           IF RCMVALFIM NOT = ZEROS AND W-VENDAS > RCMVALFIM
              COMPUTE W-PARTE = RCMVALFIM - RCMVALINI
           ELSE
              COMPUTE W-PARTE = W-VENDAS - RCMVALINI.
           COMPUTE W-COMIS ROUNDED = W-COMIS
                                   + (W-PARTE * RCMPERC / 100)
           GO TO IMP-COMISSAO-LOOP.
       IMP-COMISSAO-FIM.
           EXIT.
      *
      *****************************************
      * VENDAS NO CADPONTO E COMISSAO/DSR NO  *
      * CADCOMIS (REIMPORTACAO SUBSTITUI)     *
      *****************************************
       IMP-GRAVA.
           MOVE W-CHAPAANT TO PNTCHAPA
           MOVE W-MES      TO PNTMES
           MOVE W-ANO      TO PNTANO
           READ CADPONTO
           IF ST-ERRO = "00"
              MOVE W-VENDAS TO PNTVENDAS
              REWRITE REGPONTO
           ELSE
              MOVE W-CHAPAANT TO PNTCHAPA
              MOVE W-MES      TO PNTMES
              MOVE W-ANO      TO PNTANO
              MOVE ZEROS      TO PNTHORAS PNTDIAS PNTTAREFAS
              MOVE ZEROS      TO PNTHOREX50 PNTHOREX100 PNTHORNOT
              MOVE FUNCEMPRESA TO PNTEMPRESA
              MOVE W-VENDAS   TO PNTVENDAS
              WRITE REGPONTO.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPONTO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              MOVE "ERRO NA GRAVACAO DO CADPONTO" TO W-MOTIVO
              GO TO IMP-GRAVA-FIM.
           MOVE W-CHAPAANT TO CMSCHAPA
           MOVE W-MES      TO CMSMES
           MOVE W-ANO      TO CMSANO
           READ CADCOMIS
           MOVE W-CHAPAANT TO CMSCHAPA
           MOVE W-MES      TO CMSMES
           MOVE W-ANO      TO CMSANO
           MOVE W-VENDAS   TO CMSVENDAS
           MOVE W-COMIS    TO CMSVALOR
           MOVE W-DSR      TO CMSDSR
           MOVE W-UTEIS    TO CMSUTEIS
           MOVE W-REPOUSO  TO CMSREPOUSO
           IF ST-ERRO = "00"
              REWRITE REGCOMIS
           ELSE
              WRITE REGCOMIS.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOMIS"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              MOVE "ERRO NA GRAVACAO DO CADCOMIS" TO W-MOTIVO.
       IMP-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * DIAS UTEIS (SEGUNDA A SABADO) E DE    *
      * REPOUSO (DOMINGOS E FERIADOS DO       *
      * CADFERIADO VIA DL105) DA COMPETENCIA  *
      *****************************************
       CAL-DIASMES.
           MOVE ZEROS TO W-UTEIS W-REPOUSO W-DIAVAR
           COMPUTE W-DL100-ANO = 2000 + W-ANO.
       CAL-DIASMES-LOOP.
           ADD 1 TO W-DIAVAR
           IF W-DIAVAR > 31
              GO TO CAL-DIASMES-FIM.
           CALL "DL100" USING W-DIAVAR W-MES W-DL100-ANO
                              W-DL100-INV
           IF W-DL100-INV NOT = ZEROS
              GO TO CAL-DIASMES-FIM.
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           IF W-DIASEMANA = 1
              ADD 1 TO W-REPOUSO
              GO TO CAL-DIASMES-LOOP.
           IF W-DIASEMANA = 7
              ADD 1 TO W-UTEIS
              GO TO CAL-DIASMES-LOOP.
           MOVE "U"         TO W-DL105-FUN
           MOVE W-DIAVAR    TO W-DL105-DIA
           MOVE W-MES       TO W-DL105-MES
           MOVE W-DL100-ANO TO W-DL105-ANO
           MOVE ZEROS       TO W-DL105-NUM
           CALL "DL105" USING W-DL105-FUN W-DL105-DIA W-DL105-MES
                              W-DL105-ANO W-DL105-NUM W-DL105-RES
           IF W-DL105-RES = 1
              ADD 1 TO W-UTEIS
           ELSE
              ADD 1 TO W-REPOUSO.
           GO TO CAL-DIASMES-LOOP.
       CAL-DIASMES-FIM.
           EXIT.
      *
      *****************************************
      * DIA DA SEMANA (1=DOM ... 7=SAB) PELO  *
      * ALGORITMO DE ZELLER SOBRE DD/MM/20AA  *
      *****************************************
       CAL-DIASEM.
           MOVE W-MES TO W-MESZ
           COMPUTE W-ANOZ = 2000 + W-ANO
           IF W-MESZ < 3
              ADD 12 TO W-MESZ
              SUBTRACT 1 FROM W-ANOZ.
           DIVIDE W-ANOZ BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZSOMA = W-DIAVAR + W-ZK
           COMPUTE W-ZQUOC = (13 * (W-MESZ + 1)) / 5
           ADD W-ZQUOC TO W-ZSOMA
           DIVIDE W-ZK BY 4 GIVING W-ZQUOC
           ADD W-ZQUOC TO W-ZSOMA
           DIVIDE W-ZJ BY 4 GIVING W-ZQUOC
           ADD W-ZQUOC TO W-ZSOMA
           COMPUTE W-ZSOMA = W-ZSOMA + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC REMAINDER W-ZH
      *    ZELLER: 0=SABADO, 1=DOMINGO, ..., 6=SEXTA
           IF W-ZH = ZEROS
              MOVE 7 TO W-DIASEMANA
           ELSE
              MOVE W-ZH TO W-DIASEMANA.
       CAL-DIASEM-FIM.
           EXIT.
      *
      *****************************************
      * TOTAL LANCADO NO CADCOMIS PARA A      *
      * COMPETENCIA (INCLUI IMPORTACOES       *
      * ANTERIORES DE CHAPAS FORA DO ARQUIVO) *
      *****************************************
       IMP-POSTADO.
           MOVE ZEROS TO W-POSTVENDAS W-POSTCOMIS W-POSTDSR
           MOVE LOW-VALUES TO CMSCHAVE
           START CADCOMIS KEY NOT < CMSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO IMP-POSTADO-FIM.
       IMP-POSTADO-LOOP.
           READ CADCOMIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO IMP-POSTADO-FIM.
           IF CMSMES NOT = W-MES OR CMSANO NOT = W-ANO
              GO TO IMP-POSTADO-LOOP.
           ADD CMSVENDAS TO W-POSTVENDAS
           ADD CMSVALOR  TO W-POSTCOMIS
           ADD CMSDSR    TO W-POSTDSR
           GO TO IMP-POSTADO-LOOP.
       IMP-POSTADO-FIM.
           EXIT.
      *
      *****************************************
      * CONCILIACAO: TOTAL DO ARQUIVO X FORA  *
      * DA COMPETENCIA + REJEITADO + ACEITO,  *
      * E ACEITO X LANCADO NO CADCOMIS        *
      *****************************************
       IMP-CONCILIA.
           MOVE SPACES TO REGRELCOMIS
           WRITE REGRELCOMIS
           MOVE "TOTAL DE VENDAS NO ARQUIVO............: "
                                TO WS-TOTTXT
           MOVE W-TOTARQ     TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE "  (-) FORA DA COMPETENCIA.............: "
                                TO WS-TOTTXT
           MOVE W-TOTFORA    TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE "  (-) DE CHAPAS REJEITADAS............: "
                                TO WS-TOTTXT
           MOVE W-TOTREJ     TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE "  (=) VENDAS ACEITAS..................: "
                                TO WS-TOTTXT
           MOVE W-TOTACEITO  TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE "COMISSOES CALCULADAS NESTA IMPORTACAO.: "
                                TO WS-TOTTXT
           MOVE W-TOTCOMIS   TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE "DSR S/ COMISSOES NESTA IMPORTACAO.....: "
                                TO WS-TOTTXT
           MOVE W-TOTDSR     TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE SPACES TO REGRELCOMIS
           WRITE REGRELCOMIS
           MOVE "VENDAS LANCADAS NO CADCOMIS...........: "
                                TO WS-TOTTXT
           MOVE W-POSTVENDAS TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE "COMISSOES LANCADAS NO CADCOMIS........: "
                                TO WS-TOTTXT
           MOVE W-POSTCOMIS  TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE "DSR LANCADO NO CADCOMIS...............: "
                                TO WS-TOTTXT
           MOVE W-POSTDSR    TO WS-TOTVAL
           PERFORM IMP-LINTOT THRU IMP-LINTOT-FIM
           MOVE SPACES TO REGRELCOMIS
           IF W-POSTVENDAS = W-TOTACEITO AND
              W-POSTCOMIS  = W-TOTCOMIS
              MOVE WS-RODOK  TO REGRELCOMIS
           ELSE
              MOVE WS-RODERR TO REGRELCOMIS.
           WRITE REGRELCOMIS.
       IMP-CONCILIA-FIM.
           EXIT.
      *
       IMP-LINTOT.
           MOVE SPACES    TO REGRELCOMIS
           MOVE WS-LINTOT TO REGRELCOMIS
           WRITE REGRELCOMIS.
       IMP-LINTOT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMS.
           STOP RUN.
