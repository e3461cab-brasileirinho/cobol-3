      **************************************
      * EXTRACAO DE EVENTOS ESOCIAL - ADMISSAO/DEMISSAO *
      **************************************
      * GERA O EVENTO SO UMA VEZ POR CHAPA - O
      * CADESOCLOG GUARDA A SITUACAO DE CADA EVENTO
      * (E=ENVIADO, R=RECIBO, J=REJEITADO, GRAVADA
      * PELO RETORNO DO FP201765). EVENTO REJEITADO
      * E GERADO DE NOVO NA RODADA SEGUINTE
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 ESLCHAVE.
                   05 ESLCHAPA       PIC 9(05).
                   05 ESLTIPO        PIC X(01).
                   05 ESLPERIODO.
                      07 ESLMES      PIC 9(02).
                      07 ESLANO      PIC 9(02).
                03 ESLSTATUS         PIC X(01).
                03 ESLDATA           PIC 9(06).
                03 ESLRECIBO         PIC X(23).
                03 ESLERRO           PIC X(04).
                03 ESLMSG            PIC X(30).
                03 FILLER            PIC X(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-CTLVALOR   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTADM     PIC 9(05) VALUE ZEROS.
       77 W-TOTDEM     PIC 9(05) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 WS-EVENTO.
          03 WS-EVTTIPO     PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESOCLOG"
                 GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF ST-ERRO NOT = "00"
       REL-ADMISSAO.
           MOVE CHAPA TO ESLCHAPA
           MOVE "A"   TO ESLTIPO
           MOVE ZEROS TO ESLPERIODO
           MOVE "N"   TO W-ACHOU
           READ CADESOCLOG
           IF ST-ERRO = "00"
              IF ESLSTATUS NOT = "J"
                 GO TO REL-ADMISSAO-FIM
              ELSE
                 MOVE "S" TO W-ACHOU.
           MOVE SPACES     TO WS-EVENTO
           MOVE "S-2200"   TO WS-EVTTIPO
           MOVE CHAPA      TO WS-EVTCHAPA
           MOVE WS-EVENTO  TO REGCADESOC
           WRITE REGCADESOC
           ADD 1 TO W-TOTADM
           PERFORM REL-LOG THRU REL-LOG-FIM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESOCLOG"
                             TO W-DL101-OPER
       REL-DEMISSAO.
           MOVE CHAPA TO ESLCHAPA
           MOVE "D"   TO ESLTIPO
           MOVE ZEROS TO ESLPERIODO
           MOVE "N"   TO W-ACHOU
           READ CADESOCLOG
           IF ST-ERRO = "00"
              IF ESLSTATUS NOT = "J"
                 GO TO REL-DEMISSAO-FIM
              ELSE
                 MOVE "S" TO W-ACHOU.
           MOVE SPACES     TO WS-EVENTO
           MOVE "S-2299"   TO WS-EVTTIPO
           MOVE CHAPA      TO WS-EVTCHAPA
           MOVE WS-EVENTO  TO REGCADESOC
           WRITE REGCADESOC
           ADD 1 TO W-TOTDEM
           PERFORM REL-LOG THRU REL-LOG-FIM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESOCLOG"
                             TO W-DL101-OPER
              GO TO ROT-FIMS.
       REL-DEMISSAO-FIM.
           EXIT.
      *
      *****************************************
      * EVENTO GERADO FICA COMO ENVIADO (E)   *
      *****************************************
       REL-LOG.
           MOVE "E"    TO ESLSTATUS
           MOVE W-HOJE TO ESLDATA
           MOVE SPACES TO ESLRECIBO ESLERRO ESLMSG
           IF W-ACHOU = "S"
              REWRITE REGESOCLOG
           ELSE
              WRITE REGESOCLOG.
       REL-LOG-FIM.
           EXIT.
      *
       REL-FIM.
           DISPLAY "EVENTOS DE ADMISSAO GERADOS : " W-TOTADM
