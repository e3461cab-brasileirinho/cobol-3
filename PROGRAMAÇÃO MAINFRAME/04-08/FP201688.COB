      * TOTALIZA SALARIO PAGO, INSS, IRRF E 13,
      * BUSCA OS DEPENDENTES NO CADDEPEN E IMPRIME
      * UM INFORME POR FUNCIONARIO. ACEITA UMA
      * CHAPA ESPECIFICA OU TODO O CADASTRO.
      * COMPETENCIA COM ABERTURA NO FOPAGDET E
      * TOTALIZADA POR RUBRICA: PROVENTOS COM
      * INCIDENCIA DE IRRF NO CADRUBRICA SAO
      * TRIBUTAVEIS, OS DEMAIS ISENTOS; INSS E IRRF
      * PELAS RUBRICAS 101 E 102
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS DEPCHAPA
                               WITH DUPLICATES.

           SELECT FOPAGDET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPDCHAVE
                    FILE STATUS  IS W-STDET.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUBCODIGO
                    FILE STATUS  IS W-STRUB.

           SELECT RELINFOR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 DEPPARENTESCO     PIC X(01).
                03 FILLER            PIC X(12).

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

       FD CADRUBRICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBRICA.DAT".
       01 REGRUBRICA.
                03 RUBCODIGO        PIC 9(03).
                03 RUBDESCR         PIC X(25).
                03 RUBTIPO          PIC X(01).
                03 RUBINSS          PIC X(01).
                03 RUBIRRF          PIC X(01).
                03 RUBFGTS          PIC X(01).
                03 FILLER           PIC X(18).

       FD RELINFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINFOR.DAT".
       77 W-TOTINSS     PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTIRRF     PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT13       PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTISENTO   PIC 9(08)V99 VALUE ZEROS.
       77 W-STDET       PIC X(02) VALUE "00".
       77 W-STRUB       PIC X(02) VALUE "00".
       77 W-TEMDETARQ   PIC X(01) VALUE "N".
       77 W-TEMRUBARQ   PIC X(01) VALUE "N".
       77 W-TEMDET      PIC X(01) VALUE "N".
       77 W-TEVEFOLHA   PIC 9(01) VALUE ZEROS.
       77 W-NUMDEP      PIC 9(02) VALUE ZEROS.
       77 W-TOTINF      PIC 9(05) VALUE ZEROS.
          03 FILLER       PIC X(28) VALUE
             "  13 SALARIO..............:".
          03 WS-INF13     PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LINVAL6.
          03 FILLER       PIC X(28) VALUE
             "  RENDIMENTOS ISENTOS.....:".
          03 WS-INFISENTO PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LINVAL5.
          03 FILLER       PIC X(28) VALUE
             "  DEPENDENTES CADASTRADOS.:".
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDEPEN"
              GO TO ROT-FIMS.
       INC-OP2A.
           OPEN INPUT FOPAGDET
           IF W-STDET = "00"
              MOVE "S" TO W-TEMDETARQ.
           OPEN INPUT CADRUBRICA
           IF W-STRUB = "00"
              MOVE "S" TO W-TEMRUBARQ.
       INC-OP3.
           OPEN OUTPUT RELINFOR
           IF ST-ERRO NOT = "00"
      *****************************************
       INF-EMITE.
           MOVE ZEROS TO W-TOTPAGO W-TOTINSS W-TOTIRRF W-TOT13
           MOVE ZEROS TO W-TOTISENTO
           MOVE ZEROS TO W-TEVEFOLHA W-MESCALC.
       INF-MES-LOOP.
           ADD 1 TO W-MESCALC
           IF ST-ERRO NOT = "00"
              GO TO INF-MES-LOOP.
           MOVE 1 TO W-TEVEFOLHA
           PERFORM INF-DETALHE THRU INF-DETALHE-FIM
           IF W-TEMDET = "S"
              GO TO INF-MES-LOOP.
           IF W-MESCALC = 13
              ADD FPHSALPAGO TO W-TOT13
           ELSE
           ADD FPHINSS TO W-TOTINSS
           ADD FPHIRRF TO W-TOTIRRF
           GO TO INF-MES-LOOP.
      *
      *****************************************
      * RUBRICAS DA CHAPA NA COMPETENCIA      *
      *****************************************
       INF-DETALHE.
           MOVE "N" TO W-TEMDET
           IF W-TEMDETARQ NOT = "S"
              GO TO INF-DETALHE-FIM.
           MOVE CHAPA     TO FPDCHAPA
           MOVE W-MESCALC TO FPDMES
           MOVE W-ANOBASE TO FPDANO
           MOVE ZEROS     TO FPDRUBRICA
           START FOPAGDET KEY NOT < FPDCHAVE
           IF W-STDET NOT = "00"
              GO TO INF-DETALHE-FIM.
       INF-DETALHE-LOOP.
           READ FOPAGDET NEXT RECORD
           IF W-STDET NOT = "00"
              GO TO INF-DETALHE-FIM.
           IF FPDCHAPA NOT = CHAPA OR FPDMES NOT = W-MESCALC OR
              FPDANO NOT = W-ANOBASE
              GO TO INF-DETALHE-FIM.
           MOVE "S" TO W-TEMDET
           IF FPDTIPO = "D"
              IF FPDRUBRICA = 101
                 ADD FPDVALOR TO W-TOTINSS
                 GO TO INF-DETALHE-LOOP
              ELSE
                 IF FPDRUBRICA = 102
                    ADD FPDVALOR TO W-TOTIRRF
                    GO TO INF-DETALHE-LOOP
                 ELSE
                    GO TO INF-DETALHE-LOOP.
           IF FPDTIPO NOT = "P"
              GO TO INF-DETALHE-LOOP.
      *    RUBRICA SEM CADASTRO E TRATADA COMO TRIBUTAVEL
           MOVE "S" TO RUBIRRF
           IF W-TEMRUBARQ = "S"
              MOVE FPDRUBRICA TO RUBCODIGO
              READ CADRUBRICA
              IF W-STRUB NOT = "00"
                 MOVE "S" TO RUBIRRF.
           IF RUBIRRF NOT = "S"
              ADD FPDVALOR TO W-TOTISENTO
              GO TO INF-DETALHE-LOOP.
           IF W-MESCALC = 13
              ADD FPDVALOR TO W-TOT13
           ELSE
              ADD FPDVALOR TO W-TOTPAGO.
           GO TO INF-DETALHE-LOOP.
       INF-DETALHE-FIM.
           EXIT.
      *
       INF-DEPEN.
      *    SEM FOLHA NO ANO NAO EMITE INFORME
           MOVE SPACES     TO REGRELINFOR
           MOVE WS-LINVAL4 TO REGRELINFOR
           WRITE REGRELINFOR
           MOVE W-TOTISENTO TO WS-INFISENTO
           MOVE SPACES     TO REGRELINFOR
           MOVE WS-LINVAL6 TO REGRELINFOR
           WRITE REGRELINFOR
           MOVE W-NUMDEP   TO WS-INFDEP
           MOVE SPACES     TO REGRELINFOR
           MOVE WS-LINVAL5 TO REGRELINFOR
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMDETARQ = "S"
              CLOSE FOPAGDET.
           IF W-TEMRUBARQ = "S"
              CLOSE CADRUBRICA.
           CLOSE CADFUNC FOPAGHIST CADDEPEN RELINFOR
           DISPLAY "INFORMES EMITIDOS: " W-TOTINF
           GO TO ROT-FIMS.
