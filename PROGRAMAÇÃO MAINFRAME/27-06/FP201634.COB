      **************************************
      * EMISSAO DE CONTRACHEQUE INDIVIDUAL *
      **************************************
      * AS VERBAS SAEM DA ABERTURA POR RUBRICA DO
      * FOPAGDET (GRAVADA PELO FP201615), COM A
      * DESCRICAO DO CADRUBRICA. COMPETENCIA ANTIGA,
      * SEM ABERTURA, SAI PELOS TOTAIS DO FOPAGHIST
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS BTPCODIGO
                    FILE STATUS  IS ST-ERRO.

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

           SELECT RELCONTR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 BTPDESCR         PIC X(25).
                03 FILLER           PIC X(23).

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

       FD RELCONTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONTR.DAT".
       77 W-TEMBEN      PIC X(01) VALUE "N".
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-REFBEN      PIC 9(04) VALUE ZEROS.
       77 W-STDET       PIC X(02) VALUE "00".
       77 W-STRUB       PIC X(02) VALUE "00".
       77 W-TEMDETARQ   PIC X(01) VALUE "N".
       77 W-TEMRUBARQ   PIC X(01) VALUE "N".
       77 W-TEMDET      PIC X(01) VALUE "N".
       77 W-PASSOTIPO   PIC X(01) VALUE SPACES.
       77 W-RUBCOD      PIC 9(03) VALUE ZEROS.
       77 W-RUBTIPO     PIC X(01) VALUE SPACES.
       77 W-RUBREF      PIC 9(03)V99 VALUE ZEROS.
       77 W-RUBVAL      PIC 9(06)V99 VALUE ZEROS.
       77 W-DL115-OPER  PIC X(08) VALUE SPACES.
       01 WS-LINTRACO   PIC X(62) VALUE ALL "-".
       01 WS-CABCONTR.
          03 FILLER        PIC X(24) VALUE "CONTRACHEQUE-COMPETENCIA".
          03 WS-VERBADESC  PIC X(25).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-VERBAVAL   PIC ZZZ.ZZZ,99.
       01 WS-CABRUB.
          03 FILLER        PIC X(29) VALUE "COD RUBRICA".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "  REF.".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "PROVENTOS".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "DESCONTOS".
       01 WS-LINRUB.
          03 WS-RUBCOD     PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RUBDESC    PIC X(25).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RUBREF     PIC ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RUBPROV    PIC ZZZ.ZZZ,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RUBDESCT   PIC ZZZ.ZZZ,99.
       01 WS-RODAPE.
          03 FILLER        PIC X(28) VALUE
             "CONTRACHEQUES EMITIDOS:     ".
                 MOVE "S" TO W-TEMBEN
              ELSE
                 CLOSE CADBENEF.
       INC-OP4B.
      *    SEM O FOPAGDET TODA COMPETENCIA SAI PELOS TOTAIS
           OPEN INPUT FOPAGDET
           IF W-STDET = "00"
              MOVE "S" TO W-TEMDETARQ.
           OPEN INPUT CADRUBRICA
           IF W-STRUB = "00"
              MOVE "S" TO W-TEMRUBARQ.
       INC-OP5.
           OPEN OUTPUT RELCONTR
           IF ST-ERRO NOT = "00"
           PERFORM REL-RODAPE THRU REL-RODAPE-FIM
           IF W-TEMBEN = "S"
              CLOSE CADBENEF CADBTP.
           IF W-TEMDETARQ = "S"
              CLOSE FOPAGDET.
           IF W-TEMRUBARQ = "S"
              CLOSE CADRUBRICA.
           CLOSE FOPAGHIST CADFUNC CADEPTO CADCARGO RELCONTR
           DISPLAY "CONTRACHEQUES EMITIDOS: " W-TOTEMP
           GO TO ROT-FIMS.
           MOVE "SALARIO BASE............." TO WS-VERBADESC
           MOVE SW-SALBASE    TO WS-VERBAVAL
           PERFORM REL-VERBA THRU REL-VERBA-FIM
           MOVE SPACES        TO REGRELCONTR
           MOVE WS-CABRUB     TO REGRELCONTR
           WRITE REGRELCONTR
      *    PROVENTOS E DESCONTOS PELA ABERTURA DO FOPAGDET
           MOVE "N" TO W-TEMDET
           MOVE "P" TO W-PASSOTIPO
           PERFORM REL-DETALHE THRU REL-DETALHE-FIM
           IF W-TEMDET = "N"
              PERFORM REL-FIXO THRU REL-FIXO-FIM.
           MOVE "TOTAL DE DESCONTOS......." TO WS-VERBADESC
           MOVE SW-DESCONTOS  TO WS-VERBAVAL
           PERFORM REL-VERBA THRU REL-VERBA-FIM
           MOVE "SALARIO LIQUIDO.........." TO WS-VERBADESC
           MOVE SW-LIQUIDO    TO WS-VERBAVAL
           PERFORM REL-VERBA THRU REL-VERBA-FIM
      *    BASES INFORMATIVAS NO RODAPE DO CONTRACHEQUE
           MOVE "I" TO W-PASSOTIPO
           PERFORM REL-DETALHE THRU REL-DETALHE-FIM
           MOVE SPACES        TO REGRELCONTR
           MOVE WS-LINTRACO   TO REGRELCONTR
           WRITE REGRELCONTR
           MOVE SPACES        TO REGRELCONTR
           WRITE REGRELCONTR
      *    CADA CONTRACHEQUE EMITIDO FICA REGISTRADO NO CADACESSO
           CALL "DL115" USING W-DL101-PROG SW-CHAPA W-DL115-OPER
           ADD 1 TO W-TOTEMP.
       REL-CONTR-FIM.
           EXIT.
           EXIT.
      *
      *****************************************
      * LINHAS DO FOPAGDET DA CHAPA NA        *
      * COMPETENCIA - PASSO "P" IMPRIME       *
      * PROVENTOS E DESCONTOS, PASSO "I" AS   *
      * INFORMATIVAS (BASES DE CALCULO)       *
      *****************************************
       REL-DETALHE.
           IF W-TEMDETARQ NOT = "S"
              GO TO REL-DETALHE-FIM.
           MOVE SW-CHAPA TO FPDCHAPA
           MOVE W-MES    TO FPDMES
           MOVE W-ANO    TO FPDANO
           MOVE ZEROS    TO FPDRUBRICA
           START FOPAGDET KEY NOT < FPDCHAVE
           IF W-STDET NOT = "00"
              GO TO REL-DETALHE-FIM.
       REL-DETALHE-LOOP.
           READ FOPAGDET NEXT RECORD
           IF W-STDET NOT = "00"
              GO TO REL-DETALHE-FIM.
           IF FPDCHAPA NOT = SW-CHAPA OR FPDMES NOT = W-MES OR
              FPDANO NOT = W-ANO
              GO TO REL-DETALHE-FIM.
           IF W-PASSOTIPO = "I"
              IF FPDTIPO NOT = "I"
                 GO TO REL-DETALHE-LOOP
              ELSE
                 NEXT SENTENCE
           ELSE
              IF FPDTIPO = "I"
                 GO TO REL-DETALHE-LOOP.
           MOVE "S" TO W-TEMDET
      *    BENEFICIOS SAEM ITEMIZADOS POR TIPO
           IF FPDRUBRICA = 104 AND W-TEMBEN = "S"
              PERFORM REL-BENEF THRU REL-BENEF-FIM
              GO TO REL-DETALHE-LOOP.
           MOVE FPDRUBRICA TO W-RUBCOD
           MOVE FPDTIPO    TO W-RUBTIPO
           MOVE FPDREFER   TO W-RUBREF
           MOVE FPDVALOR   TO W-RUBVAL
           PERFORM REL-LINRUB THRU REL-LINRUB-FIM
           GO TO REL-DETALHE-LOOP.
       REL-DETALHE-FIM.
           EXIT.
      *
      *****************************************
      * COMPETENCIA SEM ABERTURA NO FOPAGDET: *
      * VERBAS PELOS TOTAIS DO FOPAGHIST,     *
      * COM OS CODIGOS DAS RUBRICAS DO SISTEMA *
      *****************************************
       REL-FIXO.
           MOVE ZEROS TO W-RUBREF
           MOVE "P"   TO W-RUBTIPO
           MOVE 001   TO W-RUBCOD
           COMPUTE W-RUBVAL = SW-SALPAGO - SW-EXTRAS
           PERFORM REL-LINRUB THRU REL-LINRUB-FIM
           MOVE 002   TO W-RUBCOD
           MOVE SW-EXTRAS TO W-RUBVAL
           PERFORM REL-LINRUB THRU REL-LINRUB-FIM
           MOVE "D"   TO W-RUBTIPO
           MOVE 101   TO W-RUBCOD
           MOVE SW-INSS TO W-RUBVAL
           PERFORM REL-LINRUB THRU REL-LINRUB-FIM
           MOVE 102   TO W-RUBCOD
           MOVE SW-IRRF TO W-RUBVAL
           PERFORM REL-LINRUB THRU REL-LINRUB-FIM
           MOVE 103   TO W-RUBCOD
           MOVE SW-OUTROS TO W-RUBVAL
           PERFORM REL-LINRUB THRU REL-LINRUB-FIM
           PERFORM REL-BENEF THRU REL-BENEF-FIM.
       REL-FIXO-FIM.
           EXIT.
      *
       REL-LINRUB.
           IF W-RUBVAL = ZEROS
              GO TO REL-LINRUB-FIM.
           MOVE SPACES TO RUBDESCR
           IF W-TEMRUBARQ = "S"
              MOVE W-RUBCOD TO RUBCODIGO
              READ CADRUBRICA
              IF W-STRUB NOT = "00"
                 MOVE SPACES TO RUBDESCR.
           IF RUBDESCR = SPACES
              MOVE "RUBRICA SEM CADASTRO" TO RUBDESCR.
           MOVE SPACES    TO WS-LINRUB
           MOVE W-RUBCOD  TO WS-RUBCOD
           MOVE RUBDESCR  TO WS-RUBDESC
           MOVE W-RUBREF  TO WS-RUBREF
           MOVE ZEROS     TO WS-RUBPROV WS-RUBDESCT
           IF W-RUBTIPO = "D"
              MOVE W-RUBVAL TO WS-RUBDESCT
           ELSE
              MOVE W-RUBVAL TO WS-RUBPROV.
           MOVE SPACES    TO REGRELCONTR
           MOVE WS-LINRUB TO REGRELCONTR
           WRITE REGRELCONTR.
       REL-LINRUB-FIM.
           EXIT.
      *
      *****************************************
      * BENEFICIOS VIGENTES ITEMIZADOS        *
      *****************************************
       REL-BENEF.
           READ CADBTP
           IF ST-ERRO NOT = "00"
              MOVE "BENEFICIO" TO BTPDESCR.
           MOVE SPACES    TO WS-LINRUB
           MOVE 104       TO WS-RUBCOD
           MOVE BTPDESCR  TO WS-RUBDESC
           MOVE ZEROS     TO WS-RUBREF WS-RUBPROV
           MOVE BENVALOR  TO WS-RUBDESCT
           MOVE SPACES    TO REGRELCONTR
           MOVE WS-LINRUB TO REGRELCONTR
           WRITE REGRELCONTR
           GO TO REL-BENEF-LOOP.
       REL-BENEF-FIM.
           EXIT.
