       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201767.
       AUTHOR. LEONARDO.
      **************************************
      * COTAS LEGAIS DE PCD E APRENDIZ POR EMPRESA *
      **************************************
      * PARA CADA EMPRESA DO CADEMPRESA MOSTRA O
      * QUADRO DA COMPETENCIA CONTADO PELO DL113:
      * EMPREGADOS ATIVOS, PCD (FUNCPCD DO CADFUNC)
      * E APRENDIZES COM CONTRATO ATIVO NO CADCONTR,
      * CONTRA A COTA EXIGIDA (LEI 8.213 ART. 93 E
      * CLT ART. 429). EMPRESA ABAIXO DA COTA SAI
      * MARCADA COM QUANTOS FALTAM CONTRATAR. O
      * RELCOTAS VAI PARA O ACERVO PELO FP201723
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT RELCOTAS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
                03 EMPCODIGO        PIC 9(02).
                03 EMPRAZAO         PIC X(30).
                03 EMPCNPJ          PIC 9(14).
                03 FILLER           PIC X(14).

       FD RELCOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCOTAS.DAT".
       01 REGRELCOTAS PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201767".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-CHAPAEXC    PIC 9(05) VALUE ZEROS.
       77 W-ATIVOS      PIC 9(05) VALUE ZEROS.
       77 W-PCD         PIC 9(05) VALUE ZEROS.
       77 W-COTAPCD     PIC 9(05) VALUE ZEROS.
       77 W-BASEAPR     PIC 9(05) VALUE ZEROS.
       77 W-APREND      PIC 9(05) VALUE ZEROS.
       77 W-APRMIN      PIC 9(05) VALUE ZEROS.
       77 W-APRMAX      PIC 9(05) VALUE ZEROS.
       77 W-FALTA       PIC 9(05) VALUE ZEROS.
       77 W-FORA        PIC X(01) VALUE "N".
       77 W-TOTEMP      PIC 9(03) VALUE ZEROS.
       77 W-TOTFORA     PIC 9(03) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-CAB1.
          03 FILLER       PIC X(40) VALUE
             "COTAS LEGAIS DE PCD E APRENDIZ - ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
       01 WS-CABEMP.
          03 FILLER       PIC X(09) VALUE "EMPRESA: ".
          03 WS-EMPCOD    PIC 9(02).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-EMPNOME   PIC X(30).
          03 FILLER       PIC X(08) VALUE "  CNPJ: ".
          03 WS-EMPCNPJ   PIC 9(14).
       01 WS-LINPCD.
          03 FILLER       PIC X(20) VALUE
             "  PCD - EMPREGADOS: ".
          03 WS-PCDATIV   PIC ZZZZ9.
          03 FILLER       PIC X(08) VALUE "  COTA: ".
          03 WS-PCDCOTA   PIC ZZZZ9.
          03 FILLER       PIC X(08) VALUE "  TEMOS:".
          03 WS-PCDQTDE   PIC ZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-PCDSIT    PIC X(30).
       01 WS-LINAPR.
          03 FILLER       PIC X(20) VALUE
             "  APRENDIZ - BASE:  ".
          03 WS-APRBASE   PIC ZZZZ9.
          03 FILLER       PIC X(08) VALUE "  COTA: ".
          03 WS-APRMIN    PIC ZZZZ9.
          03 FILLER       PIC X(03) VALUE " A ".
          03 WS-APRMAX    PIC ZZZZ9.
          03 FILLER       PIC X(08) VALUE "  TEMOS:".
          03 WS-APRQTDE   PIC ZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-APRSIT    PIC X(30).
       01 WS-SITFALTA.
          03 FILLER       PIC X(16) VALUE "*** ABAIXO - FAL".
          03 FILLER       PIC X(05) VALUE "TAM: ".
          03 WS-SITQTDE   PIC ZZZZ9.
          03 FILLER       PIC X(04) VALUE " ***".
       01 WS-RODAPE.
          03 FILLER       PIC X(10) VALUE "EMPRESAS: ".
          03 WS-RODEMP    PIC ZZ9.
          03 FILLER       PIC X(26) VALUE
             "   ABAIXO DE ALGUMA COTA: ".
          03 WS-RODFORA   PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "COTAS LEGAIS DE PCD E APRENDIZ"
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
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN OUTPUT RELCOTAS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCOTAS"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCOTAS"
              GO TO ROT-FIMS.
      *
           MOVE W-MES TO WS-CABMES
           MOVE W-ANO TO WS-CABANO
           MOVE SPACES  TO REGRELCOTAS
           MOVE WS-CAB1 TO REGRELCOTAS
           WRITE REGRELCOTAS
           MOVE ZEROS TO EMPCODIGO
           START CADEMPRESA KEY NOT < EMPCODIGO
           IF ST-ERRO NOT = "00"
              GO TO COT-RODAPE.
      *
       COT-LE.
           READ CADEMPRESA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO COT-RODAPE.
           ADD 1 TO W-CTLLIDOS W-TOTEMP
           MOVE "N" TO W-FORA
           CALL "DL113" USING EMPCODIGO W-CHAPAEXC W-ATIVOS W-PCD
                              W-COTAPCD W-BASEAPR W-APREND
                              W-APRMIN W-APRMAX
           MOVE EMPCODIGO TO WS-EMPCOD
           MOVE EMPRAZAO  TO WS-EMPNOME
           MOVE EMPCNPJ   TO WS-EMPCNPJ
           MOVE SPACES    TO REGRELCOTAS
           WRITE REGRELCOTAS
           MOVE WS-CABEMP TO REGRELCOTAS
           WRITE REGRELCOTAS
      *
           MOVE W-ATIVOS  TO WS-PCDATIV
           MOVE W-COTAPCD TO WS-PCDCOTA
           MOVE W-PCD     TO WS-PCDQTDE
           IF W-PCD < W-COTAPCD
              COMPUTE W-FALTA = W-COTAPCD - W-PCD
              MOVE W-FALTA     TO WS-SITQTDE
              MOVE WS-SITFALTA TO WS-PCDSIT
              MOVE "S" TO W-FORA
           ELSE
              MOVE "COTA ATENDIDA" TO WS-PCDSIT.
           MOVE SPACES    TO REGRELCOTAS
           MOVE WS-LINPCD TO REGRELCOTAS
           WRITE REGRELCOTAS
      *
           MOVE W-BASEAPR TO WS-APRBASE
           MOVE W-APRMIN  TO WS-APRMIN
           MOVE W-APRMAX  TO WS-APRMAX
           MOVE W-APREND  TO WS-APRQTDE
           IF W-APREND < W-APRMIN
              COMPUTE W-FALTA = W-APRMIN - W-APREND
              MOVE W-FALTA     TO WS-SITQTDE
              MOVE WS-SITFALTA TO WS-APRSIT
              MOVE "S" TO W-FORA
           ELSE IF W-APREND > W-APRMAX
              MOVE "ACIMA DO MAXIMO LEGAL (15%)" TO WS-APRSIT
           ELSE
              MOVE "COTA ATENDIDA" TO WS-APRSIT.
           MOVE SPACES    TO REGRELCOTAS
           MOVE WS-LINAPR TO REGRELCOTAS
           WRITE REGRELCOTAS
           ADD 1 TO W-CTLGRAV
           ADD W-ATIVOS TO W-CTLVALOR
           IF W-FORA = "S"
              ADD 1 TO W-TOTFORA.
           GO TO COT-LE.
      *
       COT-RODAPE.
           MOVE W-TOTEMP  TO WS-RODEMP
           MOVE W-TOTFORA TO WS-RODFORA
           MOVE SPACES    TO REGRELCOTAS
           WRITE REGRELCOTAS
           MOVE WS-RODAPE TO REGRELCOTAS
           WRITE REGRELCOTAS
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADEMPRESA RELCOTAS
           DISPLAY "EMPRESAS             : " W-TOTEMP
           DISPLAY "ABAIXO DE ALGUMA COTA: " W-TOTFORA
           GO TO ROT-FIMS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMS.
           STOP RUN.
