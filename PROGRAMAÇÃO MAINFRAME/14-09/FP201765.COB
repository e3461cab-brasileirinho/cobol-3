       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201765.
       AUTHOR. LEONARDO.
      **************************************
      * RETORNO DO ESOCIAL E RELATORIO DE  *
      * EVENTOS REJEITADOS                 *
      **************************************
      * LE O ARQUIVO DE RETORNO DA TRANSMISSAO
      * (ESOCRET) E ATUALIZA O CADESOCLOG: ACEITO
      * GUARDA O RECIBO (R), REJEITADO GUARDA O
      * CODIGO E A MENSAGEM DO ERRO (J). SEM O
      * ESOCRET SO EMITE O RELATORIO.
      * O RELESOCREJ LISTA TODOS OS EVENTOS AINDA
      * REJEITADOS COM O PROGRAMA DE REENVIO:
      * S-2200/S-2299 SAEM DE NOVO NA PROXIMA RODADA
      * DO FP201622, S-1200/S-1210/S-1299 PELO
      * FP201764 INFORMANDO A CHAPA CORRIGIDA
      * CHAPA TRANSFERIDA NO MES TEM S-1200/S-1210 NAS
      * DUAS EMPRESAS: O RETORNO COM O CNPJ DA EMPRESA
      * ANTERIOR (ESLEMP DO TIPO 3/4) BAIXA O TIPO 3/4
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESOCRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STRET.

           SELECT CADESOCLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESLCHAVE
                    FILE STATUS  IS W-STLOG.

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

           SELECT RELESOCREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ESOCRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCRET.DAT".
       01 REGESOCRET.
                03 RETEVENTO         PIC X(06).
                03 RETCHAPA          PIC 9(05).
                03 RETMES            PIC 9(02).
                03 RETANO            PIC 9(02).
                03 RETSITUACAO       PIC X(01).
                03 RETRECIBO         PIC X(23).
                03 RETERRO           PIC X(04).
                03 RETMSG            PIC X(30).
                03 RETCNPJ           PIC 9(14).
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

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 FILLER            PIC X(67).

       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
                03 EMPCODIGO        PIC 9(02).
                03 EMPRAZAO         PIC X(30).
                03 EMPCNPJ          PIC 9(14).
                03 FILLER           PIC X(14).

       FD RELESOCREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESOCREJ.DAT".
       01 REGRELESOCREJ PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STRET       PIC X(02) VALUE "00".
       77 W-STLOG       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STEMP       PIC X(02) VALUE "00".
       77 W-TEMRET      PIC X(01) VALUE "N".
       77 W-TEMFUNC     PIC X(01) VALUE "N".
       77 W-TEMEMP      PIC X(01) VALUE "N".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201765".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-IND         PIC 9(01) COMP VALUE ZEROS.
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 W-EVENTO      PIC X(06) VALUE SPACES.
       77 W-TOTACEITO   PIC 9(05) VALUE ZEROS.
       77 W-TOTREJEIT   PIC 9(05) VALUE ZEROS.
       77 W-TOTSEMLOG   PIC 9(05) VALUE ZEROS.
       77 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
      *
      *    TIPO DO CADESOCLOG X EVENTO DO ESOCIAL
       01 TABEVT.
          03 FILLER PIC X(07) VALUE "AS-2200".
          03 FILLER PIC X(07) VALUE "DS-2299".
          03 FILLER PIC X(07) VALUE "1S-1200".
          03 FILLER PIC X(07) VALUE "2S-1210".
          03 FILLER PIC X(07) VALUE "9S-1299".
          03 FILLER PIC X(07) VALUE "3S-1200".
          03 FILLER PIC X(07) VALUE "4S-1210".
       01 TABEVTR REDEFINES TABEVT.
          03 TABEVT-ITEM OCCURS 7 TIMES.
             05 TABEVT-TIPO   PIC X(01).
             05 TABEVT-EVENTO PIC X(06).
       01 WS-CAB1.
          03 FILLER       PIC X(40) VALUE
             "ESOCIAL - RETORNO E EVENTOS REJEITADOS  ".
          03 FILLER       PIC X(06) VALUE "DATA: ".
          03 WS-CABDATA   PIC 99/99/99.
       01 WS-LINRET.
          03 WS-RETDESCR  PIC X(32).
          03 WS-RETQTDE   PIC ZZZZ9.
       01 WS-CAB2.
          03 FILLER       PIC X(47) VALUE
             "EVENTO  CHAPA  NOME                            ".
          03 FILLER       PIC X(14) VALUE "COMPET ERRO  ".
          03 FILLER       PIC X(32) VALUE "MENSAGEM".
          03 FILLER       PIC X(07) VALUE "REENVIO".
       01 WS-LINREJ.
          03 WS-REJEVENTO PIC X(06).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-REJCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-REJNOME   PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-REJMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-REJANO    PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-REJERRO   PIC X(04).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-REJMSG    PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-REJPROG   PIC X(20).
       01 WS-RODAPE.
          03 FILLER        PIC X(32) VALUE
             "TOTAL DE EVENTOS REJEITADOS....:".
          03 WS-RODPEND    PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADESOCLOG
           IF W-STLOG NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADESOCLOG"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STLOG
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESOCLOG"
              GO TO ROT-FIMS.
       INC-OP1.
      *    ESOCRET, CADFUNC E CADEMPRESA SAO OPCIONAIS
           OPEN INPUT ESOCRET
           IF W-STRET = "00"
              MOVE "S" TO W-TEMRET.
           OPEN INPUT CADFUNC
           IF W-STFUN = "00"
              MOVE "S" TO W-TEMFUNC.
           OPEN INPUT CADEMPRESA
           IF W-STEMP = "00"
              MOVE "S" TO W-TEMEMP.
       INC-OP2.
           OPEN OUTPUT RELESOCREJ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELESOCREJ"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELESOCREJ"
              GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
           MOVE W-HOJE    TO WS-CABDATA
           MOVE SPACES    TO REGRELESOCREJ
           MOVE WS-CAB1   TO REGRELESOCREJ
           WRITE REGRELESOCREJ
           IF W-TEMRET NOT = "S"
              DISPLAY "SEM ARQUIVO DE RETORNO - SO O RELATORIO"
              GO TO RET-RESUMO.
      *
      *****************************************
      * IMPORTACAO DO RETORNO                 *
      *****************************************
       RET-LOOP.
           READ ESOCRET
           IF W-STRET NOT = "00"
              GO TO RET-RESUMO.
           ADD 1 TO W-CTLLIDOS
           MOVE RETEVENTO TO W-EVENTO
           PERFORM RET-TIPO THRU RET-TIPO-FIM
           IF W-TIPO = SPACES
              ADD 1 TO W-TOTSEMLOG
              GO TO RET-LOOP.
           MOVE RETCHAPA TO ESLCHAPA
           MOVE W-TIPO   TO ESLTIPO
           MOVE RETMES   TO ESLMES
           MOVE RETANO   TO ESLANO
           PERFORM RET-ANTERIOR THRU RET-ANTERIOR-FIM
           READ CADESOCLOG
           IF W-STLOG NOT = "00"
              ADD 1 TO W-TOTSEMLOG
              GO TO RET-LOOP.
           IF RETSITUACAO = "A"
              MOVE "R"       TO ESLSTATUS
              MOVE RETRECIBO TO ESLRECIBO
              MOVE SPACES    TO ESLERRO ESLMSG
              ADD 1 TO W-TOTACEITO
           ELSE
              MOVE "J"       TO ESLSTATUS
              MOVE RETERRO   TO ESLERRO
              MOVE RETMSG    TO ESLMSG
              ADD 1 TO W-TOTREJEIT.
           REWRITE REGESOCLOG
           IF W-STLOG NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESOCLOG"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STLOG
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADESOCLOG"
              GO TO ROT-FIMS.
           ADD 1 TO W-CTLGRAV
           GO TO RET-LOOP.
      *
      *    EVENTO DO RETORNO -> TIPO DO CADESOCLOG
       RET-TIPO.
           MOVE SPACES TO W-TIPO
           MOVE ZEROS  TO W-IND.
       RET-TIPO-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 7
              GO TO RET-TIPO-FIM.
           IF TABEVT-EVENTO (W-IND) NOT = W-EVENTO
              GO TO RET-TIPO-LOOP.
           MOVE TABEVT-TIPO (W-IND) TO W-TIPO.
       RET-TIPO-FIM.
           EXIT.
      *
      *    S-1200/S-1210 DA EMPRESA ANTERIOR NA TRANSFERENCIA:
      *    O CNPJ DO RETORNO E O DA EMPRESA GRAVADA NO TIPO 3/4
       RET-ANTERIOR.
           IF W-TEMEMP NOT = "S"
              GO TO RET-ANTERIOR-FIM.
           IF W-TIPO NOT = "1" AND W-TIPO NOT = "2"
              GO TO RET-ANTERIOR-FIM.
           IF RETCNPJ NOT NUMERIC OR RETCNPJ = ZEROS
              GO TO RET-ANTERIOR-FIM.
           IF W-TIPO = "1"
              MOVE "3" TO ESLTIPO
           ELSE
              MOVE "4" TO ESLTIPO.
           READ CADESOCLOG
           IF W-STLOG NOT = "00"
              GO TO RET-ANTERIOR-VOLTA.
           MOVE ESLEMP TO EMPCODIGO
           READ CADEMPRESA
           IF W-STEMP = "00" AND EMPCNPJ = RETCNPJ
              GO TO RET-ANTERIOR-FIM.
       RET-ANTERIOR-VOLTA.
           MOVE RETCHAPA TO ESLCHAPA
           MOVE W-TIPO   TO ESLTIPO
           MOVE RETMES   TO ESLMES
           MOVE RETANO   TO ESLANO.
       RET-ANTERIOR-FIM.
           EXIT.
      *
       RET-RESUMO.
           MOVE "RETORNOS LIDOS................:" TO WS-RETDESCR
           MOVE W-CTLLIDOS  TO WS-RETQTDE
           PERFORM REL-GRVRET THRU REL-GRVRET-FIM
           MOVE "EVENTOS ACEITOS (COM RECIBO)..:" TO WS-RETDESCR
           MOVE W-TOTACEITO TO WS-RETQTDE
           PERFORM REL-GRVRET THRU REL-GRVRET-FIM
           MOVE "EVENTOS REJEITADOS NO RETORNO.:" TO WS-RETDESCR
           MOVE W-TOTREJEIT TO WS-RETQTDE
           PERFORM REL-GRVRET THRU REL-GRVRET-FIM
           MOVE "RETORNOS SEM EVENTO NO LOG....:" TO WS-RETDESCR
           MOVE W-TOTSEMLOG TO WS-RETQTDE
           PERFORM REL-GRVRET THRU REL-GRVRET-FIM
           MOVE SPACES    TO REGRELESOCREJ
           WRITE REGRELESOCREJ
           MOVE WS-CAB2   TO REGRELESOCREJ
           WRITE REGRELESOCREJ
           MOVE LOW-VALUES TO ESLCHAVE
           START CADESOCLOG KEY NOT < ESLCHAVE
           IF W-STLOG NOT = "00"
              GO TO REL-FIM.
      *
      *****************************************
      * EVENTOS AINDA REJEITADOS              *
      *****************************************
       REL-LOOP.
           READ CADESOCLOG NEXT RECORD
           IF W-STLOG NOT = "00"
              GO TO REL-FIM.
           IF ESLSTATUS NOT = "J"
              GO TO REL-LOOP.
           MOVE SPACES TO WS-REJEVENTO
           MOVE ZEROS  TO W-IND.
       REL-EVT-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 7
              GO TO REL-LINHA.
           IF TABEVT-TIPO (W-IND) NOT = ESLTIPO
              GO TO REL-EVT-LOOP.
           MOVE TABEVT-EVENTO (W-IND) TO WS-REJEVENTO.
       REL-LINHA.
           MOVE ESLCHAPA  TO WS-REJCHAPA
           MOVE SPACES    TO WS-REJNOME
           IF ESLTIPO = "9"
              MOVE "FECHAMENTO DA EMPRESA" TO WS-REJNOME
           ELSE
              IF W-TEMFUNC = "S"
                 MOVE ESLCHAPA TO CHAPA
                 READ CADFUNC
                 IF W-STFUN = "00"
                    MOVE NOME TO WS-REJNOME.
           MOVE ESLMES    TO WS-REJMES
           MOVE ESLANO    TO WS-REJANO
           MOVE ESLERRO   TO WS-REJERRO
           MOVE ESLMSG    TO WS-REJMSG
           IF ESLTIPO = "A" OR ESLTIPO = "D"
              MOVE "FP201622"           TO WS-REJPROG
           ELSE
              MOVE "FP201764 POR CHAPA" TO WS-REJPROG.
           MOVE SPACES    TO REGRELESOCREJ
           MOVE WS-LINREJ TO REGRELESOCREJ
           WRITE REGRELESOCREJ
           ADD 1 TO W-TOTPEND
           GO TO REL-LOOP.
      *
       REL-GRVRET.
           MOVE SPACES    TO REGRELESOCREJ
           MOVE WS-LINRET TO REGRELESOCREJ
           WRITE REGRELESOCREJ.
       REL-GRVRET-FIM.
           EXIT.
      *
       REL-FIM.
           MOVE W-TOTPEND TO WS-RODPEND
           MOVE SPACES    TO REGRELESOCREJ
           WRITE REGRELESOCREJ
           MOVE WS-RODAPE TO REGRELESOCREJ
           WRITE REGRELESOCREJ
           MOVE W-TOTSEMLOG TO W-CTLPULADOS
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMRET = "S"
              CLOSE ESOCRET.
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           IF W-TEMEMP = "S"
              CLOSE CADEMPRESA.
           CLOSE CADESOCLOG RELESOCREJ
           DISPLAY "EVENTOS ACEITOS    : " W-TOTACEITO
           DISPLAY "EVENTOS REJEITADOS : " W-TOTREJEIT
           DISPLAY "REJEITADOS PENDENTES: " W-TOTPEND
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
