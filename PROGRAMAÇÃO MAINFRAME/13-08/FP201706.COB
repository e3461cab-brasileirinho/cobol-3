      **************************************
      * PAGAMENTO MENSAL DE AUTONOMOS (RPA) *
      **************************************
      * PAGA OS PRESTADORES ATIVOS DO CADRPA (VALOR
      * FIXO DO CADASTRO MAIS AS HORAS DE INSTRUTOR
      * DA COMPETENCIA LANCADAS PELO FP201789 NO
      * CADRPAHORA) COM RETENCAO DE INSS (PARAMETRO 12, PADRAO 11%)
      * E ISS (PARAMETRO 13, PADRAO 5%) E IRRF PELA
      * TABELA PROGRESSIVA (DL102, SEM DEPENDENTES,
      * RECOLHIDO NO DARF DO FP201763). GRAVA O
      * HISTORICO EM RPAHIST (BASE DOS INFORMES DO
      * FP201707), GERA A REMESSA BANCARIA PROPRIA
      * (REMRPA, MESMO LAYOUT DO FP201636) E
                    ALTERNATE RECORD KEY IS RPHCODIGO
                               WITH DUPLICATES.

           SELECT CADRPAHORA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RHRCHAVE
                    FILE STATUS  IS W-STRHR.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 RPHINSS           PIC 9(06)V99.
                03 RPHISS            PIC 9(06)V99.
                03 RPHLIQ            PIC 9(06)V99.
                03 RPHIRRF           PIC 9(06)V99.
                03 FILLER            PIC X(03).

       FD CADRPAHORA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPAHORA.DAT".
       01 REGRPAHORA.
                03 RHRCHAVE.
                   05 RHRCODIGO      PIC 9(05).
                   05 RHRMES         PIC 9(02).
                   05 RHRANO         PIC 9(02).
                03 RHRHORAS          PIC 9(04).
                03 RHRVALOR          PIC 9(06)V99.
                03 RHRTURMAS         PIC 9(03).
                03 FILLER            PIC X(10).

       FD CADPARAM
               LABEL RECORD IS STANDARD
       FD RELRPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRPA.DAT".
       01 REGRELRPA PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STCONTA     PIC X(02) VALUE "00".
       77 W-STLANC      PIC X(02) VALUE "00".
       77 W-STRHR       PIC X(02) VALUE "00".
       77 W-TEMRHR      PIC X(01) VALUE "N".
       77 W-VALBRUTO    PIC 9(06)V99 VALUE ZEROS.
       77 W-DL101-PROG  PIC X(08) VALUE "FP201706".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-PERCISS     PIC 9(02)V99 VALUE ZEROS.
       77 W-VALINSS     PIC 9(06)V99 VALUE ZEROS.
       77 W-VALISS      PIC 9(06)V99 VALUE ZEROS.
       77 W-VALIRRF     PIC 9(06)V99 VALUE ZEROS.
       77 W-INSSAUX     PIC 9(06)V99 VALUE ZEROS.
       77 W-NUMDEP      PIC 9(02) VALUE ZEROS.
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-VALLIQ      PIC 9(06)V99 VALUE ZEROS.
       77 W-TEMCONTA    PIC X(01) VALUE "N".
       77 W-TOTPAGOS    PIC 9(05) VALUE ZEROS.
       77 W-TOTBRUTO    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTINSS     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTISS      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTIRRF     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTLIQ      PIC 9(09)V99 VALUE ZEROS.
       77 W-HASHCONTA   PIC 9(13) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
          03 WS-LININSS   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(06) VALUE " ISS: ".
          03 WS-LINISS    PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(07) VALUE " IRRF: ".
          03 WS-LINIRRF   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(06) VALUE " LIQ: ".
          03 WS-LINLIQ    PIC ZZZ.ZZ9,99.
       01 WS-RODAPE.
              MOVE "S" TO W-TEMCONTA
           ELSE
              MOVE "N" TO W-TEMCONTA.
      *    HORAS DE INSTRUTOR (FP201789) SAO OPCIONAIS
           OPEN INPUT CADRPAHORA
           IF W-STRHR = "00"
              MOVE "S" TO W-TEMRHR.
       INC-OP4.
           OPEN OUTPUT REMRPA
           IF ST-ERRO NOT = "00"
           READ RPAHIST
           IF ST-ERRO = "00"
              GO TO RPA-LOOP.
           MOVE RPAVALOR TO W-VALBRUTO
           IF W-TEMRHR = "S"
              MOVE RPACODIGO TO RHRCODIGO
              MOVE W-MES     TO RHRMES
              MOVE W-ANO     TO RHRANO
              READ CADRPAHORA
              IF W-STRHR = "00"
                 ADD RHRVALOR TO W-VALBRUTO.
           IF W-VALBRUTO = ZEROS
              GO TO RPA-LOOP.
           PERFORM RPA-PAGA THRU RPA-PAGA-FIM
           GO TO RPA-LOOP.
      *
      * RETENCOES, HISTORICO, REMESSA E LINHA *
      *****************************************
       RPA-PAGA.
           COMPUTE W-VALINSS ROUNDED = W-VALBRUTO * W-PERCINSS / 100
           COMPUTE W-VALISS  ROUNDED = W-VALBRUTO * W-PERCISS / 100
           MOVE ZEROS TO W-NUMDEP
           COMPUTE W-REFCOMP = (W-ANO * 100) + W-MES
           CALL "DL102" USING W-VALBRUTO W-NUMDEP W-REFCOMP
                              W-INSSAUX W-VALIRRF
           COMPUTE W-VALLIQ = W-VALBRUTO - W-VALINSS - W-VALISS
                            - W-VALIRRF
           MOVE RPACODIGO TO RPHCODIGO
           MOVE W-MES     TO RPHMES
           MOVE W-ANO     TO RPHANO
           MOVE W-VALBRUTO TO RPHVALOR
           MOVE W-VALINSS TO RPHINSS
           MOVE W-VALISS  TO RPHISS
           MOVE W-VALLIQ  TO RPHLIQ
           MOVE W-VALIRRF TO RPHIRRF
           WRITE REGRPAHIST
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO RPAHIST"
           WRITE REGREMRPA
           MOVE RPACODIGO TO WS-LINCODIGO
           MOVE RPANOME   TO WS-LINNOME
           MOVE W-VALBRUTO TO WS-LINBRUTO
           MOVE W-VALINSS TO WS-LININSS
           MOVE W-VALISS  TO WS-LINISS
           MOVE W-VALIRRF TO WS-LINIRRF
           MOVE W-VALLIQ  TO WS-LINLIQ
           MOVE SPACES    TO REGRELRPA
           MOVE WS-LINDET TO REGRELRPA
           WRITE REGRELRPA
           ADD 1          TO W-TOTPAGOS
           ADD W-VALBRUTO TO W-TOTBRUTO
           ADD W-VALINSS  TO W-TOTINSS
           ADD W-VALISS   TO W-TOTISS
           ADD W-VALIRRF  TO W-TOTIRRF
           ADD W-VALLIQ   TO W-TOTLIQ
           ADD RPACONTA   TO W-HASHCONTA.
       RPA-PAGA-FIM.
      *****************************************
      * LANCAMENTOS CONTABEIS DO RPA          *
      * (CONTAS TIPO R DO CADCONTA: 01=DESPESA *
      * 02=INSS RETIDO 03=ISS 04=IRRF         *
      * 00=LIQUIDO)                           *
      *****************************************
       RPA-CONTABIL.
           IF W-TEMCONTA NOT = "S" OR W-TOTBRUTO = ZEROS
              MOVE CTADESCR   TO LCTHIST
              PERFORM RPA-LANCA THRU RPA-LANCA-FIM.
           MOVE "R" TO CTATIPO
           MOVE 04  TO CTACODIGO
           READ CADCONTA
           IF W-STCONTA = "00" AND W-TOTIRRF > ZEROS
              MOVE CTACREDITO TO LCTCONTA
              MOVE "C"        TO LCTDC
              MOVE W-TOTIRRF  TO LCTVALOR
              MOVE CTADESCR   TO LCTHIST
              PERFORM RPA-LANCA THRU RPA-LANCA-FIM.
           MOVE "R" TO CTATIPO
           MOVE 00  TO CTACODIGO
           READ CADCONTA
           IF W-STCONTA = "00" AND W-TOTLIQ > ZEROS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMCONTA = "S"
              CLOSE CADCONTA.
           IF W-TEMRHR = "S"
              CLOSE CADRPAHORA.
           CLOSE CADRPA RPAHIST LANCTO REMRPA RELRPA
           DISPLAY "PRESTADORES PAGOS: " W-TOTPAGOS
           DISPLAY "TOTAL LIQUIDO    : " W-TOTLIQ
