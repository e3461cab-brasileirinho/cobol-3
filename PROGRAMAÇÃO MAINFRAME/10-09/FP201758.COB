       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201758.
       AUTHOR. LEONARDO.
      **************************************
      * AGENDA DE AUDIENCIAS E PROVISAO TRABALHISTA *
      **************************************
      * RELPROC - AUDIENCIAS DOS PROCESSOS ABERTOS NO
      * MES INFORMADO E NO SEGUINTE, EM ORDEM DE DATA
      * E HORA, E O QUADRO DA PROVISAO POR CENTRO DE
      * CUSTO: VALOR PEDIDO DOS PROCESSOS ABERTOS DE
      * RISCO PROVAVEL (POSSIVEL E REMOTO SO SAEM NO
      * TOTAL, PARA NOTA EXPLICATIVA).
      * A DIFERENCA ENTRE A PROVISAO PROVAVEL E A JA
      * LANCADA (PRCPROVCONT) VAI PARA O LANCTO DO
      * FP201645 PELAS CONTAS TIPO J DO CADCONTA
      * (CODIGO = CENTRO DE CUSTO; DEBITO = DESPESA,
      * CREDITO = PROVISAO). AUMENTO CONSTITUI, QUEDA
      * (ENCERRAMENTO, MUDANCA DE RISCO OU DE VALOR)
      * ESTORNA. CENTRO DE CUSTO SEM CONTA J FICA SEM
      * LANCAMENTO E A DIFERENCA SAI NO MES SEGUINTE.
      * RODAR DEPOIS DA EXPORTACAO CONTABIL DA FOLHA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRCCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT FUNCARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-CHAPA
                    FILE STATUS  IS W-STARQ
                    ALTERNATE RECORD KEY IS AQ-NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AQ-CPF
                               WITH DUPLICATES.

           SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTACHAVE
                    FILE STATUS  IS W-STCONTA.

           SELECT LANCTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STLANC.

           SELECT RELPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STREL.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
                03 PRCCHAVE.
                   05 PRCCHAPA       PIC 9(05).
                   05 PRCSEQ         PIC 9(02).
                03 PRCNUMERO         PIC X(25).
                03 PRCVARA           PIC X(30).
                03 PRCPEDIDOS        PIC X(60).
                03 PRCVALOR          PIC 9(09)V99.
                03 PRCRISCO          PIC 9(01).
                03 PRCSITUACAO       PIC X(01).
                03 PRCCDC            PIC 9(01).
                03 PRCAUDIENCIAS.
                   05 PRCAUD1.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA1       PIC 9(04).
                   05 PRCAUD2.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA2       PIC 9(04).
                   05 PRCAUD3.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA3       PIC 9(04).
                03 PRCAUDTAB REDEFINES PRCAUDIENCIAS.
                   05 PRCAUDT OCCURS 3 TIMES.
                      07 PRCAUDDIA   PIC 9(02).
                      07 PRCAUDMES   PIC 9(02).
                      07 PRCAUDANO   PIC 9(02).
                      07 PRCAUDHORA  PIC 9(04).
                03 PRCPROVCONT       PIC 9(09)V99.
                03 FILLER            PIC X(20).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 FILLER            PIC X(67).

       FD FUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCARQ.DAT".
       01 AQ-REGFUNC.
                03 AQ-CHAPA          PIC 9(05).
                03 AQ-NOME           PIC X(35).
                03 AQ-CPF            PIC 9(11).
                03 FILLER            PIC X(67).

       FD CADCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTA.DAT".
       01 REGCONTA.
                03 CTACHAVE.
                   05 CTATIPO        PIC X(01).
                   05 CTACODIGO      PIC 9(02).
                03 CTADEBITO         PIC 9(08).
                03 CTACREDITO        PIC 9(08).
                03 CTADESCR          PIC X(25).
                03 FILLER            PIC X(16).

       FD LANCTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCTO.DAT".
       01 REGLANCTO.
                03 LCTDATA           PIC 9(06).
                03 LCTMES            PIC 9(02).
                03 LCTANO            PIC 9(02).
                03 LCTCONTA          PIC 9(08).
                03 LCTDC             PIC X(01).
                03 LCTVALOR          PIC 9(11)V99.
                03 LCTHIST           PIC X(25).
                03 FILLER            PIC X(13).

       FD RELPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPROC.DAT".
       01 REGRELPROC PIC X(120).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-DATA     PIC 9(06).
          03 SW-HORA     PIC 9(04).
          03 SW-CHAPA    PIC 9(05).
          03 SW-SEQ      PIC 9(02).
          03 SW-NUMERO   PIC X(25).
          03 SW-VARA     PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STARQ       PIC X(02) VALUE "00".
       77 W-STCONTA     PIC X(02) VALUE "00".
       77 W-STLANC      PIC X(02) VALUE "00".
       77 W-STREL       PIC X(02) VALUE "00".
       77 W-TEMARQ      PIC X(01) VALUE "N".
       77 W-TEMCONTA    PIC X(01) VALUE "N".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201758".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-HOJE        PIC 9(06) VALUE ZEROS.
       77 W-DTINI       PIC 9(06) VALUE ZEROS.
       77 W-DTFIM       PIC 9(06) VALUE ZEROS.
       77 W-DTAUD       PIC 9(06) VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-IC          PIC 9(02) COMP VALUE ZEROS.
       77 W-ALVO        PIC 9(09)V99 VALUE ZEROS.
       77 W-DIFER       PIC S9(09)V99 VALUE ZEROS.
       77 W-TOTPROV     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTPOSS     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTREMO     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTAUD      PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
      *    PROVISAO POR CENTRO DE CUSTO (OCORRENCIA = CDC + 1)
       01 W-TABCDC.
          03 W-CDCLIN OCCURS 10 TIMES.
             05 W-CDCQTD     PIC 9(05).
             05 W-CDCPROV    PIC 9(11)V99.
             05 W-CDCCONST   PIC 9(11)V99.
             05 W-CDCESTOR   PIC 9(11)V99.
             05 W-CDCCONTA   PIC X(01).
       01 W-DTAUDR.
          03 W-DAANO       PIC 9(02).
          03 W-DAMES       PIC 9(02).
          03 W-DADIA       PIC 9(02).
       01 W-DTAUDN REDEFINES W-DTAUDR PIC 9(06).
       01 WS-CAB1.
          03 FILLER        PIC X(42) VALUE
             "AGENDA DE AUDIENCIAS TRABALHISTAS - MESES ".
          03 WS-CABMES1    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABANO1    PIC 9(02).
          03 FILLER        PIC X(03) VALUE " E ".
          03 WS-CABMES2    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABANO2    PIC 9(02).
       01 WS-CAB2.
          03 FILLER        PIC X(48) VALUE
             "DATA     HORA   CHAPA NOME                      ".
          03 FILLER        PIC X(50) VALUE
             "      PROCESSO                   VARA/TRIBUNAL".
       01 WS-LINAUD.
          03 WS-AUDDATA    PIC 99/99/99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-AUDHH      PIC 99.
          03 FILLER        PIC X(01) VALUE ":".
          03 WS-AUDMM      PIC 99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-AUDCHAPA   PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-AUDNOME    PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-AUDNUMERO  PIC X(25).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-AUDVARA    PIC X(30).
       01 WS-RODAUD.
          03 FILLER        PIC X(22) VALUE "AUDIENCIAS NO PERIODO:".
          03 WS-RODAUDQTD  PIC ZZZZ9.
       01 WS-CABPRV1.
          03 FILLER        PIC X(55) VALUE
             "PROVISAO TRABALHISTA (RISCO PROVAVEL) POR C.CUSTO - ".
          03 WS-PRVMES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-PRVANO     PIC 9(02).
       01 WS-CABPRV2.
          03 FILLER        PIC X(11) VALUE "C.CUSTO".
          03 FILLER        PIC X(08) VALUE " QTD.".
          03 FILLER        PIC X(19) VALUE "PROVISAO PROVAVEL".
          03 FILLER        PIC X(19) VALUE "  CONSTITUIDA MES".
          03 FILLER        PIC X(17) VALUE "    ESTORNADA MES".
       01 WS-LINPRV.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 WS-PRVCDC     PIC 9(01).
          03 FILLER        PIC X(07) VALUE SPACES.
          03 WS-PRVQTD     PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 WS-PRVVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-PRVCONST   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-PRVESTOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-PRVOBS     PIC X(25).
       01 WS-LINRISCO.
          03 FILLER        PIC X(20) VALUE "TOTAL PROVAVEL:     ".
          03 WS-RSCPROV    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(13) VALUE "   POSSIVEL: ".
          03 WS-RSCPOSS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(11) VALUE "   REMOTO: ".
          03 WS-RSCREMO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "AGENDA DE AUDIENCIAS E PROVISAO TRABALHISTA"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
           ACCEPT W-HOJE FROM DATE.
      *    JANELA DA AGENDA: MES INFORMADO E O SEGUINTE
           COMPUTE W-DTINI = (W-ANO * 10000) + (W-MES * 100) + 01
           MOVE W-MES TO WS-CABMES1 WS-PRVMES
           MOVE W-ANO TO WS-CABANO1 WS-PRVANO
           IF W-MES = 12
              MOVE 01 TO WS-CABMES2
              COMPUTE WS-CABANO2 = W-ANO + 1
           ELSE
              COMPUTE WS-CABMES2 = W-MES + 1
              MOVE W-ANO TO WS-CABANO2.
           COMPUTE W-DTFIM = (WS-CABANO2 * 10000)
                           + (WS-CABMES2 * 100) + 31
           MOVE ZEROS TO W-TABCDC.
      *
       INC-OP0.
           OPEN I-O CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROC"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
           OPEN INPUT FUNCARQ
           IF W-STARQ = "00"
              MOVE "S" TO W-TEMARQ.
       INC-OP2.
           OPEN INPUT CADCONTA
           IF W-STCONTA = "00"
              MOVE "S" TO W-TEMCONTA.
       INC-OP3.
           OPEN OUTPUT RELPROC
           IF W-STREL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELPROC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STREL
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPROC"
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN EXTEND LANCTO
           IF W-STLANC NOT = "00"
              OPEN OUTPUT LANCTO.
           IF W-STLANC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO LANCTO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STLANC
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO LANCTO"
              GO TO ROT-FIMS.
      *
           MOVE SPACES  TO REGRELPROC
           MOVE WS-CAB1 TO REGRELPROC
           WRITE REGRELPROC
           MOVE SPACES  TO REGRELPROC
           MOVE WS-CAB2 TO REGRELPROC
           WRITE REGRELPROC
           SORT SORTWK
               ON ASCENDING KEY SW-DATA SW-HORA SW-CHAPA
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM.
           MOVE W-TOTAUD  TO WS-RODAUDQTD
           MOVE SPACES    TO REGRELPROC
           WRITE REGRELPROC
           MOVE WS-RODAUD TO REGRELPROC
           WRITE REGRELPROC
      *
           PERFORM PRV-QUADRO THRU PRV-QUADRO-FIM
           MOVE W-TOTAUD TO W-CTLGRAV
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           MOVE W-TOTPROV TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADPROC CADFUNC RELPROC LANCTO
           IF W-TEMARQ = "S"
              CLOSE FUNCARQ.
           IF W-TEMCONTA = "S"
              CLOSE CADCONTA.
           DISPLAY "AUDIENCIAS NO PERIODO : " W-TOTAUD
           DISPLAY "PROVISAO PROVAVEL     : " W-TOTPROV
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - AUDIENCIAS DA JANELA*
      * E ACUMULO DA PROVISAO POR C.CUSTO     *
      *****************************************
       SRT-ENTRADA.
           MOVE ZEROS TO PRCCHAVE
           START CADPROC KEY NOT < PRCCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-LOOP.
           READ CADPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           PERFORM PRV-PROCESSO THRU PRV-PROCESSO-FIM
           IF PRCSITUACAO NOT = "A"
              GO TO SRT-LOOP.
           MOVE 1 TO W-IND.
       SRT-AUD.
           IF W-IND > 3
              GO TO SRT-LOOP.
           MOVE PRCAUDANO (W-IND) TO W-DAANO
           MOVE PRCAUDMES (W-IND) TO W-DAMES
           MOVE PRCAUDDIA (W-IND) TO W-DADIA
           MOVE W-DTAUDN TO W-DTAUD
           IF W-DTAUD = ZEROS
              OR W-DTAUD < W-DTINI OR W-DTAUD > W-DTFIM
              ADD 1 TO W-IND
              GO TO SRT-AUD.
           MOVE W-DTAUD           TO SW-DATA
           MOVE PRCAUDHORA (W-IND) TO SW-HORA
           MOVE PRCCHAPA          TO SW-CHAPA
           MOVE PRCSEQ            TO SW-SEQ
           MOVE PRCNUMERO         TO SW-NUMERO
           MOVE PRCVARA           TO SW-VARA
           RELEASE REGSORTWK
           ADD 1 TO W-IND
           GO TO SRT-AUD.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - LINHAS DA AGENDA      *
      *****************************************
       SRT-SAIDA.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           MOVE SW-DATA TO W-DTAUDN
           COMPUTE WS-AUDDATA = (W-DADIA * 10000) + (W-DAMES * 100)
                              +  W-DAANO
           DIVIDE SW-HORA BY 100 GIVING WS-AUDHH REMAINDER WS-AUDMM
           MOVE SW-CHAPA  TO WS-AUDCHAPA CHAPA
           READ CADFUNC
           IF W-STFUN = "00"
              MOVE NOME TO WS-AUDNOME
              GO TO SRT-SAIDA-GRAVA.
           MOVE SPACES TO WS-AUDNOME
           IF W-TEMARQ = "S"
              MOVE SW-CHAPA TO AQ-CHAPA
              READ FUNCARQ
              IF W-STARQ = "00"
                 MOVE AQ-NOME TO WS-AUDNOME.
       SRT-SAIDA-GRAVA.
           MOVE SW-NUMERO TO WS-AUDNUMERO
           MOVE SW-VARA   TO WS-AUDVARA
           MOVE SPACES    TO REGRELPROC
           MOVE WS-LINAUD TO REGRELPROC
           WRITE REGRELPROC
           ADD 1 TO W-TOTAUD
           GO TO SRT-SAIDA.
       SRT-SAIDA-FIM.
           EXIT.
      *
      *****************************************
      * PROVISAO DE UM PROCESSO - ALVO = VALOR*
      * PEDIDO SE ABERTO E PROVAVEL. A DIFE-  *
      * RENCA PARA O JA LANCADO ENTRA NO C.   *
      * CUSTO E O PROCESSO FICA ATUALIZADO SE *
      * O C.CUSTO TEM CONTA J                 *
      *****************************************
       PRV-PROCESSO.
           MOVE ZEROS TO W-ALVO
           COMPUTE W-IC = PRCCDC + 1
           IF PRCSITUACAO = "A"
              IF PRCRISCO = 1
                 MOVE PRCVALOR TO W-ALVO
                 ADD 1        TO W-CDCQTD (W-IC)
                 ADD PRCVALOR TO W-CDCPROV (W-IC) W-TOTPROV
              ELSE
                 IF PRCRISCO = 2
                    ADD PRCVALOR TO W-TOTPOSS
                 ELSE
                    ADD PRCVALOR TO W-TOTREMO.
           COMPUTE W-DIFER = W-ALVO - PRCPROVCONT
           IF W-DIFER = ZEROS
              GO TO PRV-PROCESSO-FIM.
           PERFORM PRV-CONTA THRU PRV-CONTA-FIM
           IF W-CDCCONTA (W-IC) NOT = "S"
              GO TO PRV-PROCESSO-FIM.
           IF W-DIFER > ZEROS
              ADD W-DIFER TO W-CDCCONST (W-IC)
           ELSE
              SUBTRACT W-DIFER FROM W-CDCESTOR (W-IC).
           MOVE W-ALVO TO PRCPROVCONT
           REWRITE REGPROC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPROC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO.
       PRV-PROCESSO-FIM.
           EXIT.
      *
      *    CONTA J DO CENTRO DE CUSTO (S=TEM  N=NAO TEM)
       PRV-CONTA.
           IF W-CDCCONTA (W-IC) = "S" OR "N"
              GO TO PRV-CONTA-FIM.
           MOVE "N" TO W-CDCCONTA (W-IC)
           IF W-TEMCONTA NOT = "S"
              GO TO PRV-CONTA-FIM.
           MOVE "J"    TO CTATIPO
           MOVE PRCCDC TO CTACODIGO
           READ CADCONTA
           IF W-STCONTA = "00"
              MOVE "S" TO W-CDCCONTA (W-IC).
       PRV-CONTA-FIM.
           EXIT.
      *
      *****************************************
      * QUADRO DA PROVISAO E LANCAMENTOS      *
      *****************************************
       PRV-QUADRO.
           MOVE SPACES     TO REGRELPROC
           WRITE REGRELPROC
           MOVE WS-CABPRV1 TO REGRELPROC
           WRITE REGRELPROC
           MOVE SPACES     TO REGRELPROC
           MOVE WS-CABPRV2 TO REGRELPROC
           WRITE REGRELPROC
           MOVE 1 TO W-IC.
       PRV-QUADRO-LOOP.
           IF W-IC > 10
              GO TO PRV-QUADRO-TOTAL.
           IF W-CDCQTD (W-IC) = ZEROS AND W-CDCCONST (W-IC) = ZEROS
              AND W-CDCESTOR (W-IC) = ZEROS
              AND W-CDCCONTA (W-IC) NOT = "N"
              ADD 1 TO W-IC
              GO TO PRV-QUADRO-LOOP.
           COMPUTE WS-PRVCDC = W-IC - 1
           MOVE W-CDCQTD (W-IC)    TO WS-PRVQTD
           MOVE W-CDCPROV (W-IC)   TO WS-PRVVALOR
           MOVE W-CDCCONST (W-IC)  TO WS-PRVCONST
           MOVE W-CDCESTOR (W-IC)  TO WS-PRVESTOR
           IF W-CDCCONTA (W-IC) = "N"
              MOVE "SEM CONTA J - NAO LANCADO" TO WS-PRVOBS
           ELSE
              MOVE SPACES TO WS-PRVOBS.
           MOVE SPACES    TO REGRELPROC
           MOVE WS-LINPRV TO REGRELPROC
           WRITE REGRELPROC
           PERFORM PRV-LANCA THRU PRV-LANCA-FIM
           ADD 1 TO W-IC
           GO TO PRV-QUADRO-LOOP.
       PRV-QUADRO-TOTAL.
           MOVE W-TOTPROV TO WS-RSCPROV
           MOVE W-TOTPOSS TO WS-RSCPOSS
           MOVE W-TOTREMO TO WS-RSCREMO
           MOVE SPACES      TO REGRELPROC
           WRITE REGRELPROC
           MOVE WS-LINRISCO TO REGRELPROC
           WRITE REGRELPROC.
       PRV-QUADRO-FIM.
           EXIT.
      *
      *    CONSTITUICAO: D DESPESA / C PROVISAO
      *    ESTORNO     : D PROVISAO / C DESPESA
       PRV-LANCA.
           IF W-CDCCONTA (W-IC) NOT = "S"
              GO TO PRV-LANCA-FIM.
           MOVE "J" TO CTATIPO
           COMPUTE CTACODIGO = W-IC - 1
           READ CADCONTA
           IF W-STCONTA NOT = "00"
              GO TO PRV-LANCA-FIM.
           IF W-CDCCONST (W-IC) > ZEROS
              MOVE CTADEBITO          TO LCTCONTA
              MOVE "D"                TO LCTDC
              MOVE W-CDCCONST (W-IC)  TO LCTVALOR
              MOVE CTADESCR           TO LCTHIST
              PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
              MOVE CTACREDITO         TO LCTCONTA
              MOVE "C"                TO LCTDC
              PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM.
           IF W-CDCESTOR (W-IC) > ZEROS
              MOVE CTACREDITO         TO LCTCONTA
              MOVE "D"                TO LCTDC
              MOVE W-CDCESTOR (W-IC)  TO LCTVALOR
              MOVE "ESTORNO PROV.TRABALHISTA" TO LCTHIST
              PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
              MOVE CTADEBITO          TO LCTCONTA
              MOVE "C"                TO LCTDC
              PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM.
       PRV-LANCA-FIM.
           EXIT.
      *
       PRV-GRAVA.
           MOVE W-HOJE TO LCTDATA
           MOVE W-MES  TO LCTMES
           MOVE W-ANO  TO LCTANO
           WRITE REGLANCTO.
       PRV-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMS.
           STOP RUN.
