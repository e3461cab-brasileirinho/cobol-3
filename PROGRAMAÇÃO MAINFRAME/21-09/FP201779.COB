       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201779.
       AUTHOR. LEONARDO.
      **************************************
      * ITENS PENDENTES DO CHECKLIST POR   *
      * IDADE (RELATORIO DIARIO)           *
      **************************************
      * CHAMA O DL114 PARA BAIXAR OS ITENS AUTOMATICOS
      * DE TODAS AS CHAPAS CUJO CADASTRO JA FOI FEITO
      * E LISTA NO RELCHK OS ITENS QUE CONTINUAM
      * PENDENTES (P) NO CADCHK, DO MAIS ANTIGO PARA O
      * MAIS NOVO, AGRUPADOS POR FAIXA DE IDADE
      * (MAIS DE 30 DIAS, 8 A 30 DIAS, ATE 7 DIAS)
      * COM OS DIAS DESDE A ABERTURA DO ITEM
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

           SELECT RELCHK ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
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

       FD RELCHK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCHK.DAT".
       01 REGRELCHK PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-FAIXA    PIC 9(01).
          03 SW-DIAS     PIC 9(05).
          03 SW-CHAPA    PIC 9(05).
          03 SW-OCOR     PIC 9(02).
          03 SW-ITEM     PIC 9(02).
          03 SW-EVENTO   PIC X(01).
          03 SW-DESCR    PIC X(30).
          03 SW-AUTO     PIC X(01).
          03 SW-DTABERT  PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201779".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-TEMFUN      PIC X(01) VALUE "N".
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-FAIXAANT    PIC 9(01) VALUE ZEROS.
       77 W-FAIXAQTD    PIC 9(05) VALUE ZEROS.
       77 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       77 W-TOTFECH     PIC 9(05) VALUE ZEROS.
       77 W-TOTDIAS     PIC 9(07) VALUE ZEROS.
       77 W-NUMHOJE     PIC 9(07) VALUE ZEROS.
       77 W-NUMDIA      PIC 9(07) VALUE ZEROS.
       77 W-NDDIA       PIC 9(02) VALUE ZEROS.
       77 W-NDMES       PIC 9(02) VALUE ZEROS.
       77 W-NDANO       PIC 9(04) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-RESTOD      PIC 9(02) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-DL114-FUNCAO PIC X(01) VALUE "V".
       01 W-DL114-CHAPA  PIC 9(05) VALUE ZEROS.
       01 W-DL114-EVENTO PIC X(01) VALUE SPACES.
       01 W-DL114-QTDE   PIC 9(03) VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-DATA       PIC 9(06) VALUE ZEROS.
       01 W-DATAR REDEFINES W-DATA.
          03 W-DATAANO PIC 9(02).
          03 W-DATAMES PIC 9(02).
          03 W-DATADIA PIC 9(02).
      *    DIAS ACUMULADOS ATE O INICIO DE CADA MES (ANO COMUM)
       01 W-TABACUM.
          03 FILLER    PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 W-TABACUMR REDEFINES W-TABACUM.
          03 W-DIASACUM PIC 9(03) OCCURS 12 TIMES.
       01 WS-CAB1.
          03 FILLER       PIC X(48) VALUE
             "CHECKLIST DE PESSOAL - PENDENTES EM (AAMMDD):   ".
          03 WS-CABDATA   PIC 9(06).
       01 WS-CABDET     PIC X(100) VALUE
          "   DIAS CHAPA NOME                 EV OC IT DESCRICAO
      -    "              BAIXA  ABERTO".
       01 WS-LINFAIXA.
          03 FILLER       PIC X(07) VALUE "FAIXA: ".
          03 WS-LFDESCR   PIC X(20).
       01 WS-LINDET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETDIAS   PIC ZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETNOME   PIC X(20).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETEVENTO PIC X(01).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETOCOR   PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETITEM   PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDESCR  PIC X(30).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETBAIXA  PIC X(06).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDTAB   PIC 9(06).
       01 WS-LINTOTFX.
          03 FILLER       PIC X(22) VALUE "  ITENS NA FAIXA:     ".
          03 WS-TFQTDE    PIC ZZZZ9.
       01 WS-RODAPE1.
          03 FILLER       PIC X(22) VALUE "TOTAL DE PENDENTES:  ".
          03 WS-RODPEND   PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(37) VALUE
             "BAIXADOS AUTOMATICAMENTE NESTA EXEC: ".
          03 WS-RODAUTO   PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE
      *    BAIXA AUTOMATICA DE TODAS AS CHAPAS ANTES DE LISTAR
           CALL "DL114" USING W-DL114-FUNCAO W-DL114-CHAPA
                              W-DL114-EVENTO W-DL114-QTDE
           OPEN INPUT CADCHK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCHK" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCHK"
              GO TO ROT-FIM.
       INC-OP1.
      *    SEM CADFUNC SAI SO A CHAPA
           OPEN INPUT CADFUNC
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFUN.
       INC-OP2.
           OPEN OUTPUT RELCHK
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCHK" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCHK"
              CLOSE CADCHK
              GO TO CHK-FECHA-TAB.
      *
           MOVE W-HOJEDIA TO W-NDDIA
           MOVE W-HOJEMES TO W-NDMES
           COMPUTE W-NDANO = 2000 + W-HOJEANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMHOJE
           MOVE W-HOJE    TO WS-CABDATA
           MOVE SPACES    TO REGRELCHK
           MOVE WS-CAB1   TO REGRELCHK
           WRITE REGRELCHK
           MOVE SPACES    TO REGRELCHK
           MOVE WS-CABDET TO REGRELCHK
           WRITE REGRELCHK
           SORT SORTWK
               ON DESCENDING KEY SW-FAIXA SW-DIAS
               ON ASCENDING  KEY SW-CHAPA SW-OCOR SW-ITEM
               INPUT PROCEDURE  IS CHK-ENTRADA
               OUTPUT PROCEDURE IS CHK-SAIDA.
      *
           MOVE W-TOTPEND    TO WS-RODPEND
           MOVE W-DL114-QTDE TO WS-RODAUTO
           MOVE SPACES     TO REGRELCHK
           WRITE REGRELCHK
           MOVE WS-RODAPE1 TO REGRELCHK
           WRITE REGRELCHK
           MOVE SPACES     TO REGRELCHK
           MOVE WS-RODAPE2 TO REGRELCHK
           WRITE REGRELCHK
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           MOVE W-TOTDIAS TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "ITENS PENDENTES       : " W-TOTPEND
           DISPLAY "ITENS JA FECHADOS     : " W-TOTFECH
           DISPLAY "BAIXADOS AUTOMATICOS  : " W-DL114-QTDE
           CLOSE CADCHK RELCHK.
       CHK-FECHA-TAB.
           IF W-TEMFUN = "S"
              CLOSE CADFUNC.
           GO TO ROT-FIM.
      *
      *****************************************
      * ENTRADA DO SORT - ITENS PENDENTES     *
      * COM OS DIAS DESDE A ABERTURA          *
      *****************************************
       CHK-ENTRADA.
           MOVE ZEROS TO CHKCHAPA CHKOCOR CHKITEM
           START CADCHK KEY NOT < CHKCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CHK-ENTRADA-FIM.
       CHK-ENTRADA-LOOP.
           READ CADCHK NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CHK-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF CHKSITUACAO NOT = "P"
              ADD 1 TO W-TOTFECH
              GO TO CHK-ENTRADA-LOOP.
           MOVE CHKDTABERT TO W-DATA
           PERFORM DATA-NUMDIA THRU DATA-NUMDIA-FIM
           MOVE SPACES      TO REGSORTWK
           MOVE ZEROS       TO SW-DIAS
           IF W-NUMHOJE > W-NUMDIA
              COMPUTE SW-DIAS = W-NUMHOJE - W-NUMDIA.
           IF SW-DIAS > 30
              MOVE 3 TO SW-FAIXA
           ELSE
           IF SW-DIAS > 7
              MOVE 2 TO SW-FAIXA
           ELSE
              MOVE 1 TO SW-FAIXA.
           MOVE CHKCHAPA    TO SW-CHAPA
           MOVE CHKOCOR     TO SW-OCOR
           MOVE CHKITEM     TO SW-ITEM
           MOVE CHKEVENTO   TO SW-EVENTO
           MOVE CHKDESCR    TO SW-DESCR
           MOVE CHKAUTO     TO SW-AUTO
           MOVE CHKDTABERT  TO SW-DTABERT
           RELEASE REGSORTWK
           GO TO CHK-ENTRADA-LOOP.
       CHK-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR FAIXA      *
      *****************************************
       CHK-SAIDA.
           CONTINUE.
       CHK-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO CHK-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM REL-ABRE-FX THRU REL-ABRE-FX-FIM.
           IF SW-FAIXA NOT = W-FAIXAANT
              PERFORM REL-FECHA-FX THRU REL-FECHA-FX-FIM
              PERFORM REL-ABRE-FX THRU REL-ABRE-FX-FIM.
           PERFORM REL-DETALHE THRU REL-DETALHE-FIM
           GO TO CHK-SAIDA-LOOP.
       CHK-SAIDA-FIM.
           IF W-PRIMEIRO NOT = "S"
              PERFORM REL-FECHA-FX THRU REL-FECHA-FX-FIM.
           EXIT.
      *
       REL-ABRE-FX.
           MOVE SW-FAIXA TO W-FAIXAANT
           MOVE ZEROS    TO W-FAIXAQTD
           IF SW-FAIXA = 3
              MOVE "MAIS DE 30 DIAS"  TO WS-LFDESCR
           ELSE
           IF SW-FAIXA = 2
              MOVE "DE 8 A 30 DIAS"   TO WS-LFDESCR
           ELSE
              MOVE "ATE 7 DIAS"       TO WS-LFDESCR.
           MOVE SPACES      TO REGRELCHK
           WRITE REGRELCHK
           MOVE WS-LINFAIXA TO REGRELCHK
           WRITE REGRELCHK.
       REL-ABRE-FX-FIM.
           EXIT.
      *
       REL-DETALHE.
           ADD 1       TO W-CTLGRAV W-FAIXAQTD W-TOTPEND
           ADD SW-DIAS TO W-TOTDIAS
           MOVE SW-DIAS    TO WS-DETDIAS
           MOVE SW-CHAPA   TO WS-DETCHAPA
           MOVE SPACES     TO WS-DETNOME
           IF W-TEMFUN = "S"
              MOVE SW-CHAPA TO CHAPA
              READ CADFUNC
              IF ST-ERRO = "00"
                 MOVE NOME TO WS-DETNOME.
           MOVE SW-EVENTO  TO WS-DETEVENTO
           MOVE SW-OCOR    TO WS-DETOCOR
           MOVE SW-ITEM    TO WS-DETITEM
           MOVE SW-DESCR   TO WS-DETDESCR
           IF SW-AUTO = SPACES
              MOVE "MANUAL" TO WS-DETBAIXA
           ELSE
              MOVE "AUTOM." TO WS-DETBAIXA.
           MOVE SW-DTABERT TO WS-DETDTAB
           MOVE SPACES    TO REGRELCHK
           MOVE WS-LINDET TO REGRELCHK
           WRITE REGRELCHK.
       REL-DETALHE-FIM.
           EXIT.
      *
       REL-FECHA-FX.
           MOVE W-FAIXAQTD  TO WS-TFQTDE
           MOVE SPACES      TO REGRELCHK
           MOVE WS-LINTOTFX TO REGRELCHK
           WRITE REGRELCHK.
       REL-FECHA-FX-FIM.
           EXIT.
      *
      *****************************************
      * NUMERO DO DIA DE UMA DATA AAMMDD      *
      *****************************************
       DATA-NUMDIA.
           MOVE W-DATADIA TO W-NDDIA
           MOVE W-DATAMES TO W-NDMES
           COMPUTE W-NDANO = 2000 + W-DATAANO
           IF W-NDMES < 01 OR W-NDMES > 12
              MOVE W-NUMHOJE TO W-NUMDIA
              GO TO DATA-NUMDIA-FIM.
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM.
       DATA-NUMDIA-FIM.
           EXIT.
      *
      *****************************************
      * NUMERO DO DIA PARA COMPARAR DATAS     *
      *****************************************
       CALC-NUMDIA.
           DIVIDE W-NDANO BY 4 GIVING W-QUOC REMAINDER W-RESTOD
           COMPUTE W-NUMDIA = (W-NDANO * 365)
                            + W-DIASACUM (W-NDMES) + W-NDDIA
           ADD W-QUOC TO W-NUMDIA
           IF W-RESTOD NOT = ZEROS
              ADD 1 TO W-NUMDIA.
           IF W-RESTOD = ZEROS AND W-NDMES > 2
              ADD 1 TO W-NUMDIA.
       CALC-NUMDIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
