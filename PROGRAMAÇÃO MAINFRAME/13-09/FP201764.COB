       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201764.
       AUTHOR. LEONARDO.
      **************************************
      * EVENTOS PERIODICOS DO ESOCIAL       *
      * (S-1200 / S-1210 / S-1299)          *
      **************************************
      * MONTA A REMUNERACAO (S-1200) E O PAGAMENTO
      * (S-1210) DE CADA FUNCIONARIO DA COMPETENCIA
      * FECHADA NO FOPAGHIST E O FECHAMENTO (S-1299)
      * POR EMPRESA. SO RODA COM A COMPETENCIA
      * APROVADA NO CADAPROV (FP201720).
      * CHAPA 00000 = COMPETENCIA INTEIRA: GERA O
      * QUE AINDA NAO FOI ENVIADO OU FOI REJEITADO,
      * PULANDO EMPRESA COM FECHAMENTO JA ACEITO.
      * CHAPA INFORMADA = REENVIO INDIVIDUAL DEPOIS
      * DA CORRECAO: EVENTO JA ACEITO SAI COMO
      * RETIFICADOR COM O RECIBO ANTERIOR E, SE O
      * FECHAMENTO DA EMPRESA JA FOI ACEITO, SAI A
      * REABERTURA (S-1298) ANTES E UM NOVO S-1299.
      * CADA EVENTO GERADO FICA NO CADESOCLOG COMO
      * ENVIADO (E) ATE O RETORNO DO FP201765.
      * NO CADESOCLOG O S-1299 USA A CHAPA PARA O
      * CODIGO DA EMPRESA
      * CHAPA TRANSFERIDA DE EMPRESA NA COMPETENCIA
      * (CADTRANSF, FP201793) SAI COM UM S-1200 E UM
      * S-1210 PARA CADA EMPRESA, VALORES RATEADOS
      * PELO DL116 (DIAS ANTES DA DATA NA ANTERIOR,
      * BASE 30; A NOVA FICA COM O RESTANTE). OS DA
      * EMPRESA ANTERIOR FICAM NO CADESOCLOG COMO
      * TIPO 3 (S-1200) E 4 (S-1210) COM A EMPRESA
      * EM ESLEMP
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPHCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FPHCHAPA
                               WITH DUPLICATES.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCODIGO
                    FILE STATUS  IS W-STEMP.

           SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APVCHAVE
                    FILE STATUS  IS W-STAPV.

           SELECT CADESOCLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESLCHAVE
                    FILE STATUS  IS W-STLOG.

           SELECT ESOCPER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FOPAGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGHIST.DAT".
       01 REGFOPAGH.
                03 FPHCHAVE.
                   05 FPHCHAPA       PIC 9(05).
                   05 FPHPERIODO.
                      07 FPHMES      PIC 9(02).
                      07 FPHANO      PIC 9(02).
                03 FPHDEPTO          PIC 9(03).
                03 FPHCARGO          PIC 9(03).
                03 FPHCDC            PIC 9(01).
                03 FPHTIPOSAL        PIC X(01).
                03 FPHSALBASE        PIC 9(06)V99.
                03 FPHSALPAGO        PIC 9(06)V99.
                03 FPHINSS           PIC 9(06)V99.
                03 FPHIRRF           PIC 9(06)V99.
                03 FPHOUTROS         PIC 9(06)V99.
                03 FPHDESCONTOS      PIC 9(06)V99.
                03 FPHLIQUIDO        PIC 9(06)V99.
                03 FPHPENSAO         PIC 9(06)V99.
                03 FPHEXTRAS         PIC 9(06)V99.
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
                03 FILLER     PIC X(06).

       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
                03 EMPCODIGO        PIC 9(02).
                03 EMPRAZAO         PIC X(30).
                03 EMPCNPJ          PIC 9(14).
                03 FILLER           PIC X(14).

       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       01 REGAPROV.
                03 APVCHAVE.
                   05 APVMES         PIC 9(02).
                   05 APVANO         PIC 9(02).
                03 APVSTATUS         PIC X(01).
                03 APVOPER           PIC X(08).
                03 APVDATA           PIC 9(06).
                03 FILLER            PIC X(13).

       FD CADESOCLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESOCLOG.DAT".
       01 REGESOCLOG.
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
                03 ESLEMP            PIC 9(02).
                03 FILLER            PIC X(04).

       FD ESOCPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCPER.DAT".
       01 REGESOCPER PIC X(150).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STEMP       PIC X(02) VALUE "00".
       77 W-STAPV       PIC X(02) VALUE "00".
       77 W-STLOG       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201764".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-DL100-DIA   PIC 9(02) VALUE ZEROS.
       77 W-DL100-MES   PIC 9(02) VALUE ZEROS.
       77 W-DL100-ANO   PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV   PIC 9(01) VALUE ZEROS.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-EMP         PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-LOGTIPO     PIC X(01) VALUE SPACES.
       77 W-LOGCHAPA    PIC 9(05) VALUE ZEROS.
       77 W-TIPO1200    PIC X(01) VALUE "1".
       77 W-TIPO1210    PIC X(01) VALUE "2".
       77 W-RATEIA      PIC X(01) VALUE "N".
       77 W-PARTE       PIC X(01) VALUE "T".
       77 W-DL116-COMPET PIC 9(04) VALUE ZEROS.
       77 W-DL116-EMPANT PIC 9(02) VALUE ZEROS.
       77 W-DL116-EMPNOVO PIC 9(02) VALUE ZEROS.
       77 W-DL116-DIAS  PIC 9(02) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-RETIF       PIC 9(01) VALUE ZEROS.
       77 W-RECIBO      PIC X(23) VALUE SPACES.
       77 W-TOT1200     PIC 9(05) VALUE ZEROS.
       77 W-TOT1210     PIC 9(05) VALUE ZEROS.
       77 W-TOT1299     PIC 9(05) VALUE ZEROS.
       77 W-TOT1298     PIC 9(05) VALUE ZEROS.
       77 W-TOTFECH     PIC 9(05) VALUE ZEROS.
       77 W-TOTREMUN    PIC 9(11)V99 VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-DTPAGTO.
          03 W-PAGDIA   PIC 9(02) VALUE ZEROS.
          03 W-PAGMES   PIC 9(02) VALUE ZEROS.
          03 W-PAGANO   PIC 9(04) VALUE ZEROS.
       01 W-DTPAGTON REDEFINES W-DTPAGTO PIC 9(08).
      *
      *    VALORES DO EVENTO - A CHAPA INTEIRA (T) OU A
      *    PARTE DA EMPRESA ANTERIOR (A) / NOVA (N)
       01 W-VALORES.
          03 W-VSALPAGO    PIC 9(06)V99 VALUE ZEROS.
          03 W-VEXTRAS     PIC 9(06)V99 VALUE ZEROS.
          03 W-VINSS       PIC 9(06)V99 VALUE ZEROS.
          03 W-VIRRF       PIC 9(06)V99 VALUE ZEROS.
          03 W-VOUTROS     PIC 9(06)V99 VALUE ZEROS.
          03 W-VPENSAO     PIC 9(06)V99 VALUE ZEROS.
          03 W-VLIQUIDO    PIC 9(06)V99 VALUE ZEROS.
      *
      *    EVENTOS GERADOS POR EMPRESA NESTA RODADA
       01 TABEMP.
          03 TABEMP-QTDE PIC 9(05) OCCURS 99 TIMES.
      *
      *    S-1200 - REMUNERACAO DO TRABALHADOR
       01 WS-EVT1200.
          03 FILLER        PIC X(06) VALUE "S-1200".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RMRETIF    PIC 9(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RMRECIBO   PIC X(23).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RMCNPJ     PIC 9(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RMMES      PIC 9(02).
          03 WS-RMANO      PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RMCHAPA    PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RMCPF      PIC 9(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RMSALPAGO  PIC 9(06)V99.
          03 WS-RMEXTRAS   PIC 9(06)V99.
          03 WS-RMINSS     PIC 9(06)V99.
          03 WS-RMIRRF     PIC 9(06)V99.
          03 WS-RMOUTROS   PIC 9(06)V99.
          03 WS-RMPENSAO   PIC 9(06)V99.
          03 FILLER        PIC X(23) VALUE SPACES.
      *
      *    S-1210 - PAGAMENTO DO TRABALHADOR
       01 WS-EVT1210.
          03 FILLER        PIC X(06) VALUE "S-1210".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PGRETIF    PIC 9(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PGRECIBO   PIC X(23).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PGCNPJ     PIC 9(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PGMES      PIC 9(02).
          03 WS-PGANO      PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PGCHAPA    PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PGCPF      PIC 9(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PGDATA     PIC 9(08).
          03 WS-PGLIQUIDO  PIC 9(06)V99.
          03 FILLER        PIC X(63) VALUE SPACES.
      *
      *    S-1298 - REABERTURA / S-1299 - FECHAMENTO
       01 WS-EVTFECH.
          03 WS-FCEVENTO   PIC X(06).
          03 FILLER        PIC X(27) VALUE SPACES.
          03 WS-FCCNPJ     PIC 9(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-FCMES      PIC 9(02).
          03 WS-FCANO      PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-FCQTDE     PIC 9(05).
          03 FILLER        PIC X(92) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "EVENTOS PERIODICOS DO ESOCIAL"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
       INC-ACE2.
           DISPLAY "INFORME A DATA DO PAGAMENTO (DDMMAAAA): "
           ACCEPT W-DTPAGTON
           MOVE W-PAGDIA TO W-DL100-DIA
           MOVE W-PAGMES TO W-DL100-MES
           MOVE W-PAGANO TO W-DL100-ANO
           CALL "DL100" USING W-DL100-DIA W-DL100-MES W-DL100-ANO
                              W-DL100-INV
           IF W-DL100-INV NOT = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO INC-ACE2.
       INC-ACE3.
           DISPLAY "CHAPA PARA REENVIO (00000 = COMPETENCIA INTEIRA): "
           ACCEPT W-CHAPA.
      *
       INC-OP0.
           OPEN INPUT FOPAGHIST
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADEMPRESA
           IF W-STEMP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADEMPRESA" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STEMP
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA"
              GO TO ROT-FIMS.
           PERFORM VERIFICA-APROV THRU VERIFICA-APROV-FIM.
       INC-OP3.
           OPEN I-O CADESOCLOG
           IF W-STLOG NOT = "00"
              IF W-STLOG = "30"
                 OPEN OUTPUT CADESOCLOG
                 CLOSE CADESOCLOG
                 GO TO INC-OP3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESOCLOG"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STLOG
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESOCLOG"
                 GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT ESOCPER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ESOCPER" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESOCPER"
              GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
           MOVE ZEROS TO TABEMP
           COMPUTE W-DL116-COMPET = (W-ANO * 100) + W-MES
           IF W-CHAPA NOT = ZEROS
              GO TO PER-CHAPA.
           MOVE LOW-VALUES TO FPHCHAVE
           START FOPAGHIST KEY NOT < FPHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PER-FECHA.
      *
      *****************************************
      * COMPETENCIA INTEIRA                   *
      *****************************************
       PER-LOOP.
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO = "10"
              GO TO PER-FECHA.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
           IF FPHMES NOT = W-MES OR FPHANO NOT = W-ANO
              GO TO PER-LOOP.
           ADD 1 TO W-CTLLIDOS
           PERFORM PER-FUNC THRU PER-FUNC-FIM
           PERFORM PER-RATEIO THRU PER-RATEIO-FIM
           PERFORM PER-EMPRESA THRU PER-EMPRESA-FIM
           IF W-RATEIA = "S"
              PERFORM PER-ANTERIOR THRU PER-ANTERIOR-FIM
              PERFORM PER-EMPRESA THRU PER-EMPRESA-FIM.
           GO TO PER-LOOP.
      *
      *    EVENTOS DA CHAPA EM UMA EMPRESA - EMPRESA COM
      *    FECHAMENTO ACEITO SO POR REENVIO
       PER-EMPRESA.
           MOVE W-EMP TO W-LOGCHAPA
           MOVE "9"   TO W-LOGTIPO
           PERFORM LER-LOG THRU LER-LOG-FIM
           IF W-ACHOU = "S" AND ESLSTATUS = "R"
              ADD 1 TO W-TOTFECH
              GO TO PER-EMPRESA-FIM.
           PERFORM PER-PARTE THRU PER-PARTE-FIM
           MOVE FPHCHAPA   TO W-LOGCHAPA
           MOVE W-TIPO1200 TO W-LOGTIPO
           PERFORM LER-LOG THRU LER-LOG-FIM
           IF W-ACHOU = "N" OR ESLSTATUS = "J"
              MOVE 1      TO W-RETIF
              MOVE SPACES TO W-RECIBO
              PERFORM PER-1200 THRU PER-1200-FIM.
           MOVE W-TIPO1210 TO W-LOGTIPO
           PERFORM LER-LOG THRU LER-LOG-FIM
           IF W-ACHOU = "N" OR ESLSTATUS = "J"
              MOVE 1      TO W-RETIF
              MOVE SPACES TO W-RECIBO
              PERFORM PER-1210 THRU PER-1210-FIM.
       PER-EMPRESA-FIM.
           EXIT.
      *
      *****************************************
      * REENVIO DE UMA CHAPA                  *
      *****************************************
       PER-CHAPA.
           MOVE W-CHAPA TO FPHCHAPA
           MOVE W-MES   TO FPHMES
           MOVE W-ANO   TO FPHANO
           READ FOPAGHIST
           IF ST-ERRO NOT = "00"
              DISPLAY "CHAPA SEM FOLHA NA COMPETENCIA"
              GO TO PER-FECHA.
           ADD 1 TO W-CTLLIDOS
           PERFORM PER-FUNC THRU PER-FUNC-FIM
           PERFORM PER-RATEIO THRU PER-RATEIO-FIM
           PERFORM PER-REENVIA THRU PER-REENVIA-FIM
           IF W-RATEIA = "S"
              PERFORM PER-ANTERIOR THRU PER-ANTERIOR-FIM
              PERFORM PER-REENVIA THRU PER-REENVIA-FIM.
           GO TO PER-FECHA.
      *
      *    REENVIO DOS EVENTOS DA CHAPA EM UMA EMPRESA
       PER-REENVIA.
           MOVE W-CHAPA    TO W-LOGCHAPA
           MOVE W-TIPO1200 TO W-LOGTIPO
           PERFORM LER-LOG THRU LER-LOG-FIM
           IF W-ACHOU = "S" AND ESLSTATUS = "E"
              DISPLAY "S-1200 AGUARDANDO RETORNO - REENVIO NEGADO"
              GO TO PER-REENVIA-FIM.
           MOVE W-TIPO1210 TO W-LOGTIPO
           PERFORM LER-LOG THRU LER-LOG-FIM
           IF W-ACHOU = "S" AND ESLSTATUS = "E"
              DISPLAY "S-1210 AGUARDANDO RETORNO - REENVIO NEGADO"
              GO TO PER-REENVIA-FIM.
      *    FECHAMENTO JA ACEITO - REABRE ANTES DE REENVIAR
           MOVE W-EMP TO W-LOGCHAPA
           MOVE "9"   TO W-LOGTIPO
           PERFORM LER-LOG THRU LER-LOG-FIM
           IF W-ACHOU = "S" AND ESLSTATUS = "R"
              MOVE "S-1298" TO WS-FCEVENTO
              MOVE ZEROS    TO WS-FCQTDE
              PERFORM PER-GRVFECH THRU PER-GRVFECH-FIM
              ADD 1 TO W-TOT1298.
           PERFORM PER-PARTE THRU PER-PARTE-FIM
           MOVE W-CHAPA    TO W-LOGCHAPA
           MOVE W-TIPO1200 TO W-LOGTIPO
           PERFORM PER-REENVIO THRU PER-REENVIO-FIM
           PERFORM PER-1200 THRU PER-1200-FIM
           MOVE W-TIPO1210 TO W-LOGTIPO
           PERFORM PER-REENVIO THRU PER-REENVIO-FIM
           PERFORM PER-1210 THRU PER-1210-FIM.
       PER-REENVIA-FIM.
           EXIT.
      *
      *    EVENTO ACEITO SAI COMO RETIFICADOR (2)
       PER-REENVIO.
           PERFORM LER-LOG THRU LER-LOG-FIM
           MOVE 1      TO W-RETIF
           MOVE SPACES TO W-RECIBO
           IF W-ACHOU = "S" AND ESLSTATUS = "R"
              MOVE 2         TO W-RETIF
              MOVE ESLRECIBO TO W-RECIBO.
       PER-REENVIO-FIM.
           EXIT.
      *
      *****************************************
      * FUNCIONARIO E EMPRESA (EMPRESA 00 OU  *
      * SEM CADASTRO VAI PARA A 01)           *
      *****************************************
       PER-FUNC.
           MOVE 1 TO W-EMP
           MOVE FPHCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE ZEROS  TO CPF
              MOVE SPACES TO NOME
              GO TO PER-FUNC-CNPJ.
           IF FUNCEMPRESA NOT = ZEROS
              MOVE FUNCEMPRESA TO W-EMP.
       PER-FUNC-CNPJ.
           MOVE W-EMP TO EMPCODIGO
           READ CADEMPRESA
           IF W-STEMP NOT = "00"
              MOVE ZEROS TO EMPCNPJ.
       PER-FUNC-FIM.
           EXIT.
      *
      *****************************************
      * TRANSFERENCIA DE EMPRESA NO MES: A    *
      * EMPRESA DO EVENTO PASSA A SER A NOVA  *
      * E A ANTERIOR GANHA OS SEUS EVENTOS    *
      *****************************************
       PER-RATEIO.
           MOVE "N" TO W-RATEIA
           MOVE "T" TO W-PARTE
           MOVE "1" TO W-TIPO1200
           MOVE "2" TO W-TIPO1210
           CALL "DL116" USING FPHCHAPA W-DL116-COMPET W-DL116-EMPANT
                              W-DL116-EMPNOVO W-DL116-DIAS
           IF W-DL116-DIAS = ZEROS
              GO TO PER-RATEIO-FIM.
           MOVE "S" TO W-RATEIA
           MOVE "N" TO W-PARTE
           IF W-DL116-EMPNOVO = W-EMP
              GO TO PER-RATEIO-FIM.
           MOVE W-DL116-EMPNOVO TO W-EMP
           PERFORM PER-EMPCNPJ THRU PER-EMPCNPJ-FIM.
       PER-RATEIO-FIM.
           EXIT.
      *
       PER-ANTERIOR.
           MOVE W-DL116-EMPANT TO W-EMP
           IF W-EMP = ZEROS
              MOVE 1 TO W-EMP.
           PERFORM PER-EMPCNPJ THRU PER-EMPCNPJ-FIM
           MOVE "A" TO W-PARTE
           MOVE "3" TO W-TIPO1200
           MOVE "4" TO W-TIPO1210.
       PER-ANTERIOR-FIM.
           EXIT.
      *
       PER-EMPCNPJ.
           MOVE W-EMP TO EMPCODIGO
           READ CADEMPRESA
           IF W-STEMP NOT = "00"
              MOVE ZEROS TO EMPCNPJ.
       PER-EMPCNPJ-FIM.
           EXIT.
      *
      *    PARTE DA ANTERIOR = DIAS / 30; A NOVA FICA COM
      *    O RESTANTE PARA A SOMA FECHAR COM O FOPAGHIST
       PER-PARTE.
           MOVE FPHSALPAGO TO W-VSALPAGO
           MOVE FPHEXTRAS  TO W-VEXTRAS
           MOVE FPHINSS    TO W-VINSS
           MOVE FPHIRRF    TO W-VIRRF
           MOVE FPHOUTROS  TO W-VOUTROS
           MOVE FPHPENSAO  TO W-VPENSAO
           MOVE FPHLIQUIDO TO W-VLIQUIDO
           IF W-PARTE = "T"
              GO TO PER-PARTE-FIM.
           COMPUTE W-VSALPAGO ROUNDED = FPHSALPAGO * W-DL116-DIAS / 30
           COMPUTE W-VEXTRAS  ROUNDED = FPHEXTRAS  * W-DL116-DIAS / 30
           COMPUTE W-VINSS    ROUNDED = FPHINSS    * W-DL116-DIAS / 30
           COMPUTE W-VIRRF    ROUNDED = FPHIRRF    * W-DL116-DIAS / 30
           COMPUTE W-VOUTROS  ROUNDED = FPHOUTROS  * W-DL116-DIAS / 30
           COMPUTE W-VPENSAO  ROUNDED = FPHPENSAO  * W-DL116-DIAS / 30
           COMPUTE W-VLIQUIDO ROUNDED = FPHLIQUIDO * W-DL116-DIAS / 30
           IF W-PARTE = "A"
              GO TO PER-PARTE-FIM.
           COMPUTE W-VSALPAGO = FPHSALPAGO - W-VSALPAGO
           COMPUTE W-VEXTRAS  = FPHEXTRAS  - W-VEXTRAS
           COMPUTE W-VINSS    = FPHINSS    - W-VINSS
           COMPUTE W-VIRRF    = FPHIRRF    - W-VIRRF
           COMPUTE W-VOUTROS  = FPHOUTROS  - W-VOUTROS
           COMPUTE W-VPENSAO  = FPHPENSAO  - W-VPENSAO
           COMPUTE W-VLIQUIDO = FPHLIQUIDO - W-VLIQUIDO.
       PER-PARTE-FIM.
           EXIT.
      *
      *****************************************
      * S-1200 REMUNERACAO                    *
      *****************************************
       PER-1200.
           MOVE W-RETIF      TO WS-RMRETIF
           MOVE W-RECIBO     TO WS-RMRECIBO
           MOVE EMPCNPJ      TO WS-RMCNPJ
           MOVE W-MES        TO WS-RMMES
           MOVE W-ANO        TO WS-RMANO
           MOVE FPHCHAPA     TO WS-RMCHAPA
           MOVE CPF          TO WS-RMCPF
           MOVE W-VSALPAGO   TO WS-RMSALPAGO
           MOVE W-VEXTRAS    TO WS-RMEXTRAS
           MOVE W-VINSS      TO WS-RMINSS
           MOVE W-VIRRF      TO WS-RMIRRF
           MOVE W-VOUTROS    TO WS-RMOUTROS
           MOVE W-VPENSAO    TO WS-RMPENSAO
           MOVE SPACES       TO REGESOCPER
           MOVE WS-EVT1200   TO REGESOCPER
           WRITE REGESOCPER
           ADD 1          TO W-TOT1200
           ADD W-VSALPAGO TO W-TOTREMUN
           MOVE FPHCHAPA   TO W-LOGCHAPA
           MOVE W-TIPO1200 TO W-LOGTIPO
           PERFORM GRV-LOG THRU GRV-LOG-FIM
           ADD 1 TO TABEMP-QTDE (W-EMP).
       PER-1200-FIM.
           EXIT.
      *
      *****************************************
      * S-1210 PAGAMENTO                      *
      *****************************************
       PER-1210.
           MOVE W-RETIF      TO WS-PGRETIF
           MOVE W-RECIBO     TO WS-PGRECIBO
           MOVE EMPCNPJ      TO WS-PGCNPJ
           MOVE W-MES        TO WS-PGMES
           MOVE W-ANO        TO WS-PGANO
           MOVE FPHCHAPA     TO WS-PGCHAPA
           MOVE CPF          TO WS-PGCPF
           MOVE W-DTPAGTON   TO WS-PGDATA
           MOVE W-VLIQUIDO   TO WS-PGLIQUIDO
           MOVE SPACES       TO REGESOCPER
           MOVE WS-EVT1210   TO REGESOCPER
           WRITE REGESOCPER
           ADD 1 TO W-TOT1210
           MOVE FPHCHAPA   TO W-LOGCHAPA
           MOVE W-TIPO1210 TO W-LOGTIPO
           PERFORM GRV-LOG THRU GRV-LOG-FIM
           ADD 1 TO TABEMP-QTDE (W-EMP).
       PER-1210-FIM.
           EXIT.
      *
      *****************************************
      * S-1299 PARA CADA EMPRESA COM EVENTO   *
      * GERADO NESTA RODADA                   *
      *****************************************
       PER-FECHA.
           MOVE ZEROS TO W-IND.
       PER-FECHA-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 99
              GO TO PER-FIM.
           IF TABEMP-QTDE (W-IND) = ZEROS
              GO TO PER-FECHA-LOOP.
           MOVE W-IND TO W-EMP
           MOVE W-IND TO EMPCODIGO
           READ CADEMPRESA
           IF W-STEMP NOT = "00"
              MOVE ZEROS TO EMPCNPJ.
           MOVE "S-1299" TO WS-FCEVENTO
           MOVE TABEMP-QTDE (W-IND) TO WS-FCQTDE
           PERFORM PER-GRVFECH THRU PER-GRVFECH-FIM
           ADD 1 TO W-TOT1299
           MOVE W-EMP TO W-LOGCHAPA
           MOVE "9"   TO W-LOGTIPO
           PERFORM GRV-LOG THRU GRV-LOG-FIM
           GO TO PER-FECHA-LOOP.
      *
       PER-GRVFECH.
           MOVE EMPCNPJ    TO WS-FCCNPJ
           MOVE W-MES      TO WS-FCMES
           MOVE W-ANO      TO WS-FCANO
           MOVE SPACES     TO REGESOCPER
           MOVE WS-EVTFECH TO REGESOCPER
           WRITE REGESOCPER.
       PER-GRVFECH-FIM.
           EXIT.
      *
      *****************************************
      * CADESOCLOG - CHAVE CHAPA/TIPO/PERIODO *
      * (1=S-1200 2=S-1210 9=S-1299)          *
      *****************************************
       LER-LOG.
           MOVE W-LOGCHAPA TO ESLCHAPA
           MOVE W-LOGTIPO  TO ESLTIPO
           MOVE W-MES      TO ESLMES
           MOVE W-ANO      TO ESLANO
           MOVE "N" TO W-ACHOU
           READ CADESOCLOG
           IF W-STLOG = "00"
              MOVE "S" TO W-ACHOU.
       LER-LOG-FIM.
           EXIT.
      *
       GRV-LOG.
           PERFORM LER-LOG THRU LER-LOG-FIM
           MOVE "E"    TO ESLSTATUS
           MOVE W-HOJE TO ESLDATA
           MOVE W-EMP  TO ESLEMP
           MOVE SPACES TO ESLRECIBO ESLERRO ESLMSG
           IF W-ACHOU = "S"
              REWRITE REGESOCLOG
           ELSE
              WRITE REGESOCLOG.
           IF W-STLOG NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESOCLOG"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STLOG
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADESOCLOG"
              GO TO ROT-FIMS.
       GRV-LOG-FIM.
           EXIT.
      *
      *****************************************
      * TRAVA DE APROVACAO: A COMPETENCIA     *
      * PRECISA ESTAR APROVADA NO CADAPROV    *
      * (FP201720)                            *
      *****************************************
       VERIFICA-APROV.
           OPEN INPUT CADAPROV
           IF W-STAPV NOT = "00"
              MOVE "COMPETENCIA SEM APROVACAO - BLOQUEADO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STAPV
              DISPLAY "COMPETENCIA SEM APROVACAO - EXECUTE O FP201720"
              GO TO ROT-FIMS.
           MOVE W-MES TO APVMES
           MOVE W-ANO TO APVANO
           READ CADAPROV
           IF W-STAPV NOT = "00" OR APVSTATUS NOT = "A"
              CLOSE CADAPROV
              MOVE "COMPETENCIA SEM APROVACAO - BLOQUEADO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STAPV
              DISPLAY "COMPETENCIA SEM APROVACAO - EXECUTE O FP201720"
              GO TO ROT-FIMS.
           CLOSE CADAPROV.
       VERIFICA-APROV-FIM.
           EXIT.
      *
       PER-FIM.
           COMPUTE W-CTLGRAV = W-TOT1200 + W-TOT1210 + W-TOT1299
                             + W-TOT1298
           IF W-CTLLIDOS > W-TOT1200
              COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-TOT1200
           ELSE
              MOVE ZEROS TO W-CTLPULADOS.
           MOVE W-TOTREMUN TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE FOPAGHIST CADFUNC CADEMPRESA CADESOCLOG ESOCPER
           DISPLAY "EVENTOS S-1200 GERADOS: " W-TOT1200
           DISPLAY "EVENTOS S-1210 GERADOS: " W-TOT1210
           DISPLAY "EVENTOS S-1298 GERADOS: " W-TOT1298
           DISPLAY "EVENTOS S-1299 GERADOS: " W-TOT1299
           IF W-TOTFECH > ZEROS
              DISPLAY "PULADOS - EMPRESA JA FECHADA: " W-TOTFECH.
           GO TO ROT-FIMS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           STOP RUN.
       ROT-FIMS.
           STOP RUN.
