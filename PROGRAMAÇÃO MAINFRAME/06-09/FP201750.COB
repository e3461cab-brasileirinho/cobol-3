       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201750.
       AUTHOR. LEONARDO.
      **************************************
      * RELATORIO MENSAL DA CONTRIBUICAO   *
      * ASSISTENCIAL POR SINDICATO         *
      **************************************
      * LE A RUBRICA 109 DO FOPAGDET NA COMPETENCIA
      * INFORMADA E AGRUPA POR SINDICATO DO DEPTO/
      * CARGO ATUAL DO FUNCIONARIO (DL110), COM O
      * TOTAL A REPASSAR A CADA SINDICATO (NOME E
      * CNPJ DO CADSIND) E O TOTAL GERAL
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT FOPAGDET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPDCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SINCODIGO
                    FILE STATUS  IS W-STSIN.

           SELECT RELSIND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
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
                03 FILLER     PIC X(05).

       FD FOPAGDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGDET.DAT".
       01 REGFOPDET.
                03 FPDCHAVE.
                   05 FPDCHAPA       PIC 9(05).
                   05 FPDPERIODO.
                      07 FPDMES      PIC 9(02).
                      07 FPDANO      PIC 9(02).
                   05 FPDRUBRICA     PIC 9(03).
                03 FPDTIPO           PIC X(01).
                03 FPDREFER          PIC 9(03)V99.
                03 FPDVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(10).

       FD CADSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIND.DAT".
       01 REGSIND.
                03 SINCODIGO         PIC 9(03).
                03 SINNOME           PIC X(30).
                03 SINCNPJ           PIC 9(14).
                03 SINDATABASE       PIC 9(02).
                03 SINPERC           PIC 9(03)V99.
                03 SINPISO           PIC 9(06)V99.
                03 SINCONTRIB        PIC 9(02)V99.
                03 SINULTANO         PIC 9(04).
                03 FILLER            PIC X(20).

       FD RELSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSIND.DAT".
       01 REGRELSIND PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-SIND      PIC 9(03).
          03 SW-CHAPA     PIC 9(05).
          03 SW-REFER     PIC 9(03)V99.
          03 SW-VALOR     PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STSIN       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201750".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-SIND        PIC 9(03) VALUE ZEROS.
       77 W-PISO        PIC 9(06)V99 VALUE ZEROS.
       77 W-CONTRIB     PIC 9(02)V99 VALUE ZEROS.
       77 W-SINDANT     PIC 9(03) VALUE ZEROS.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-TEMSIND     PIC X(01) VALUE "N".
       77 W-QTDSIND     PIC 9(05) VALUE ZEROS.
       77 W-TOTSIND     PIC 9(09)V99 VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-CAB1.
          03 FILLER       PIC X(50) VALUE
             "CONTRIBUICAO ASSISTENCIAL A REPASSAR POR SINDICATO".
          03 FILLER       PIC X(16) VALUE " - COMPETENCIA: ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
       01 WS-CAB2.
          03 FILLER       PIC X(46) VALUE "  CHAPA  NOME".
          03 FILLER       PIC X(54) VALUE
             "  PERC         VALOR".
       01 WS-LINSIND.
          03 FILLER       PIC X(11) VALUE "SINDICATO: ".
          03 WS-SINCOD    PIC 9(03).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-SINNOME   PIC X(30).
          03 FILLER       PIC X(08) VALUE "  CNPJ: ".
          03 WS-SINCNPJ   PIC 99.999.999/9999B99.
       01 WS-LINDET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNOME   PIC X(35).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETPERC   PIC ZZ9,99.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETVALOR  PIC ZZZ.ZZ9,99.
       01 WS-LINTOT.
          03 FILLER       PIC X(26) VALUE
             "  TOTAL DO SINDICATO    - ".
          03 WS-TOTQTD    PIC ZZZZ9.
          03 FILLER       PIC X(14) VALUE " FUNCIONARIOS ".
          03 FILLER       PIC X(08) VALUE SPACES.
          03 WS-TOTVALOR  PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-RODAPE.
          03 FILLER       PIC X(26) VALUE
             "TOTAL GERAL A REPASSAR - ".
          03 WS-RODQTD    PIC ZZZZ9.
          03 FILLER       PIC X(14) VALUE " FUNCIONARIOS ".
          03 FILLER       PIC X(08) VALUE SPACES.
          03 WS-RODVALOR  PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "CONTRIBUICAO ASSISTENCIAL POR SINDICATO"
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
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT FOPAGDET
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FOPAGDET"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGDET"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN OUTPUT RELSIND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELSIND" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELSIND"
              GO TO ROT-FIMS.
      *
           MOVE W-MES TO WS-CABMES
           MOVE W-ANO TO WS-CABANO
           MOVE SPACES  TO REGRELSIND
           MOVE WS-CAB1 TO REGRELSIND
           WRITE REGRELSIND
           MOVE WS-CAB2 TO REGRELSIND
           WRITE REGRELSIND
           SORT SORTWK
               ON ASCENDING KEY SW-SIND SW-CHAPA
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM
           MOVE W-CTLGRAV  TO WS-RODQTD
           MOVE W-CTLVALOR TO WS-RODVALOR
           MOVE SPACES    TO REGRELSIND
           WRITE REGRELSIND
           MOVE WS-RODAPE TO REGRELSIND
           WRITE REGRELSIND
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADFUNC FOPAGDET RELSIND
           DISPLAY "CONTRIBUICOES LISTADAS: " W-CTLGRAV
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - RUBRICA 109 DE CADA *
      * CHAPA NA COMPETENCIA                  *
      *****************************************
       SRT-ENTRADA.
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-LOOP.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE CHAPA TO FPDCHAPA
           MOVE W-MES TO FPDMES
           MOVE W-ANO TO FPDANO
           MOVE 109   TO FPDRUBRICA
           READ FOPAGDET
           IF ST-ERRO NOT = "00"
              GO TO SRT-LOOP.
           IF FPDVALOR = ZEROS
              GO TO SRT-LOOP.
      *    SINDICATO PELO DEPTO/CARGO ATUAL; SE O VINCULO
      *    SAIU DEPOIS DA FOLHA, LISTA NO SINDICATO 000
           CALL "DL110" USING FUNCDEPTO FUNCCARGO
                              W-SIND W-PISO W-CONTRIB
           MOVE W-SIND   TO SW-SIND
           MOVE CHAPA    TO SW-CHAPA
           MOVE FPDREFER TO SW-REFER
           MOVE FPDVALOR TO SW-VALOR
           RELEASE REGSORTWK
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR SINDICATO  *
      *****************************************
       SRT-SAIDA.
           OPEN INPUT CADSIND
           IF W-STSIN = "00"
              MOVE "S" TO W-TEMSIND.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM SRT-CABSIND THRU SRT-CABSIND-FIM.
           IF SW-SIND NOT = W-SINDANT
              PERFORM SRT-TOTSIND THRU SRT-TOTSIND-FIM
              PERFORM SRT-CABSIND THRU SRT-CABSIND-FIM.
           MOVE SW-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           MOVE SW-CHAPA  TO WS-DETCHAPA
           MOVE NOME      TO WS-DETNOME
           MOVE SW-REFER  TO WS-DETPERC
           MOVE SW-VALOR  TO WS-DETVALOR
           MOVE SPACES    TO REGRELSIND
           MOVE WS-LINDET TO REGRELSIND
           WRITE REGRELSIND
           ADD 1 TO W-CTLGRAV W-QTDSIND
           ADD SW-VALOR TO W-CTLVALOR W-TOTSIND
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-FIM.
           IF W-PRIMEIRO = "N"
              PERFORM SRT-TOTSIND THRU SRT-TOTSIND-FIM.
           IF W-TEMSIND = "S"
              CLOSE CADSIND.
           EXIT.
      *
       SRT-CABSIND.
           MOVE SW-SIND TO W-SINDANT
           MOVE SW-SIND TO SINCODIGO
           MOVE "23"    TO W-STSIN
           IF W-TEMSIND = "S"
              READ CADSIND.
           IF W-STSIN NOT = "00"
              MOVE SPACES TO SINNOME
              MOVE ZEROS  TO SINCNPJ.
           IF SW-SIND = ZEROS
              MOVE "SEM SINDICATO VINCULADO" TO SINNOME.
           MOVE SW-SIND  TO WS-SINCOD
           MOVE SINNOME  TO WS-SINNOME
           MOVE SINCNPJ  TO WS-SINCNPJ
           MOVE SPACES     TO REGRELSIND
           WRITE REGRELSIND
           MOVE WS-LINSIND TO REGRELSIND
           WRITE REGRELSIND.
       SRT-CABSIND-FIM.
           EXIT.
      *
       SRT-TOTSIND.
           MOVE W-QTDSIND TO WS-TOTQTD
           MOVE W-TOTSIND TO WS-TOTVALOR
           MOVE SPACES    TO REGRELSIND
           MOVE WS-LINTOT TO REGRELSIND
           WRITE REGRELSIND
           MOVE ZEROS TO W-QTDSIND W-TOTSIND.
       SRT-TOTSIND-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           STOP RUN.
       ROT-FIMS.
           STOP RUN.
