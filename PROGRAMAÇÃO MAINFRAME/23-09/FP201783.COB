       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201783.
       AUTHOR. LEONARDO.
      **************************************
      * VOLUME SEMANAL DE ACESSOS POR      *
      * OPERADOR - ACESSOS FORA DO PADRAO  *
      **************************************
      * LE O CADACESSO (GRAVADO PELO DL115) E LISTA NO
      * RELACESSO, POR OPERADOR, OS ACESSOS A SALARIO
      * E DADOS PESSOAIS DOS ULTIMOS 7 DIAS, AS CHAPAS
      * DISTINTAS CONSULTADAS E A MEDIA SEMANAL DAS 4
      * SEMANAS ANTERIORES. MARCA COMO FORA DO PADRAO
      * O OPERADOR QUE NA SEMANA:
      *   - PASSOU DO LIMITE DO PARAMETRO 21 DO
      *     CADPARAM (PADRAO 200 ACESSOS), OU
      *   - TEVE 20 ACESSOS OU MAIS E MAIS DO DOBRO
      *     DA PROPRIA MEDIA DAS SEMANAS ANTERIORES.
      * SOMENTE O PERFIL ADMINISTRADOR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACSCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ACSOPER
                               WITH DUPLICATES.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELACESSO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACESSO.DAT".
       01 REGACESSO.
                03 ACSCHAVE.
                   05 ACSCHAPA      PIC 9(05).
                   05 ACSDATA       PIC 9(06).
                   05 ACSHORA       PIC 9(08).
                03 ACSOPER          PIC X(08).
                03 ACSPROG          PIC X(08).
                03 FILLER           PIC X(15).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RELACESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACESSO.DAT".
       01 REGRELACS PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-OPER     PIC X(08).
          03 SW-SEMANA   PIC 9(01).
          03 SW-CHAPA    PIC 9(05).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201783".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-LIMITE      PIC 9(05) VALUE ZEROS.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-OPERANT     PIC X(08) VALUE SPACES.
       77 W-CHAPAANT    PIC 9(05) VALUE ZEROS.
       77 W-OPSEMANA    PIC 9(05) VALUE ZEROS.
       77 W-OPCHAPAS    PIC 9(05) VALUE ZEROS.
       77 W-OPANTER     PIC 9(05) VALUE ZEROS.
       77 W-MEDIA       PIC 9(05) VALUE ZEROS.
       77 W-TOTOPER     PIC 9(05) VALUE ZEROS.
       77 W-TOTALERTA   PIC 9(05) VALUE ZEROS.
       77 W-TOTSEMANA   PIC 9(07) VALUE ZEROS.
       77 W-NUMHOJE     PIC 9(07) VALUE ZEROS.
       77 W-NUMDIA      PIC 9(07) VALUE ZEROS.
       77 W-IDADE       PIC 9(07) VALUE ZEROS.
       77 W-NDDIA       PIC 9(02) VALUE ZEROS.
       77 W-NDMES       PIC 9(02) VALUE ZEROS.
       77 W-NDANO       PIC 9(04) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-RESTOD      PIC 9(02) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
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
          03 FILLER       PIC X(50) VALUE
             "ACESSOS A SALARIO E DADOS PESSOAIS - 7 DIAS ATE ".
          03 WS-CABDATA   PIC 9(06).
       01 WS-CAB2.
          03 FILLER       PIC X(42) VALUE
             "LIMITE SEMANAL POR OPERADOR (PARAM. 21): ".
          03 WS-CABLIM    PIC ZZZZ9.
       01 WS-CABDET     PIC X(100) VALUE
          "OPERADOR  ACESSOS  CHAPAS  MEDIA 4 SEM.  SITUACAO".
       01 WS-LINDET.
          03 WS-DETOPER   PIC X(08).
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETQTDE   PIC ZZZZ9.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-DETCHAPAS PIC ZZZZ9.
          03 FILLER       PIC X(07) VALUE SPACES.
          03 WS-DETMEDIA  PIC ZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETSIT    PIC X(30).
       01 WS-RODAPE1.
          03 FILLER       PIC X(22) VALUE "OPERADORES NA SEMANA: ".
          03 WS-RODOPER   PIC ZZZZ9.
          03 FILLER       PIC X(20) VALUE "   ACESSOS: ".
          03 WS-RODACS    PIC ZZZZZZ9.
          03 FILLER       PIC X(20) VALUE "   FORA DO PADRAO: ".
          03 WS-RODALERTA PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESPERFIL TO W-PERFIL
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
           IF W-PERFIL NOT = "A"
              DISPLAY "RELATORIO SOMENTE PARA O ADMINISTRADOR"
              GO TO ROT-FIM.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE
      *    PARAMETRO 21 = LIMITE SEMANAL DE ACESSOS POR
      *    OPERADOR (PADRAO 200)
           MOVE 200 TO W-LIMITE
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE 21 TO PRMCODIGO
              READ CADPARAM
              IF ST-ERRO = "00" AND PRMVALOR > ZEROS
                 MOVE PRMVALOR TO W-LIMITE
                 CLOSE CADPARAM
              ELSE
                 CLOSE CADPARAM.
       INC-OP1.
           OPEN INPUT CADACESSO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADACESSO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACESSO"
              GO TO ROT-FIM.
       INC-OP2.
           OPEN OUTPUT RELACESSO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELACESSO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELACESSO"
              CLOSE CADACESSO
              GO TO ROT-FIM.
      *
           MOVE W-HOJEDIA TO W-NDDIA
           MOVE W-HOJEMES TO W-NDMES
           COMPUTE W-NDANO = 2000 + W-HOJEANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMHOJE
           MOVE W-HOJE    TO WS-CABDATA
           MOVE W-LIMITE  TO WS-CABLIM
           MOVE SPACES    TO REGRELACS
           MOVE WS-CAB1   TO REGRELACS
           WRITE REGRELACS
           MOVE SPACES    TO REGRELACS
           MOVE WS-CAB2   TO REGRELACS
           WRITE REGRELACS
           MOVE SPACES    TO REGRELACS
           WRITE REGRELACS
           MOVE WS-CABDET TO REGRELACS
           WRITE REGRELACS
           SORT SORTWK
               ON ASCENDING KEY SW-OPER SW-SEMANA SW-CHAPA
               INPUT PROCEDURE  IS ACS-ENTRADA
               OUTPUT PROCEDURE IS ACS-SAIDA.
      *
           MOVE W-TOTOPER    TO WS-RODOPER
           MOVE W-TOTSEMANA  TO WS-RODACS
           MOVE W-TOTALERTA  TO WS-RODALERTA
           MOVE SPACES     TO REGRELACS
           WRITE REGRELACS
           MOVE WS-RODAPE1 TO REGRELACS
           WRITE REGRELACS
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "OPERADORES NA SEMANA  : " W-TOTOPER
           DISPLAY "ACESSOS NA SEMANA     : " W-TOTSEMANA
           DISPLAY "FORA DO PADRAO        : " W-TOTALERTA
           CLOSE CADACESSO RELACESSO
           GO TO ROT-FIM.
      *
      *****************************************
      * ENTRADA DO SORT - ACESSOS DOS ULTIMOS *
      * 35 DIAS: SEMANA 0 = ULTIMOS 7 DIAS,   *
      * SEMANA 1 = AS 4 SEMANAS ANTERIORES    *
      *****************************************
       ACS-ENTRADA.
           MOVE LOW-VALUES TO ACSCHAVE
           START CADACESSO KEY NOT < ACSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO ACS-ENTRADA-FIM.
       ACS-ENTRADA-LOOP.
           READ CADACESSO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ACS-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE ACSDATA TO W-DATA
           PERFORM DATA-NUMDIA THRU DATA-NUMDIA-FIM
           IF W-NUMDIA > W-NUMHOJE
              GO TO ACS-ENTRADA-LOOP.
           COMPUTE W-IDADE = W-NUMHOJE - W-NUMDIA
           IF W-IDADE > 34
              GO TO ACS-ENTRADA-LOOP.
           MOVE ACSOPER  TO SW-OPER
           MOVE ACSCHAPA TO SW-CHAPA
           IF W-IDADE < 7
              MOVE 0 TO SW-SEMANA
           ELSE
              MOVE 1 TO SW-SEMANA.
           RELEASE REGSORTWK
           GO TO ACS-ENTRADA-LOOP.
       ACS-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR OPERADOR   *
      *****************************************
       ACS-SAIDA.
           CONTINUE.
       ACS-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO ACS-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM REL-ABRE-OPER THRU REL-ABRE-OPER-FIM.
           IF SW-OPER NOT = W-OPERANT
              PERFORM REL-FECHA-OPER THRU REL-FECHA-OPER-FIM
              PERFORM REL-ABRE-OPER THRU REL-ABRE-OPER-FIM.
           IF SW-SEMANA = 1
              ADD 1 TO W-OPANTER
              GO TO ACS-SAIDA-LOOP.
           ADD 1 TO W-OPSEMANA
           IF SW-CHAPA NOT = W-CHAPAANT
              ADD 1 TO W-OPCHAPAS
              MOVE SW-CHAPA TO W-CHAPAANT.
           GO TO ACS-SAIDA-LOOP.
       ACS-SAIDA-FIM.
           IF W-PRIMEIRO NOT = "S"
              PERFORM REL-FECHA-OPER THRU REL-FECHA-OPER-FIM.
           EXIT.
      *
       REL-ABRE-OPER.
           MOVE SW-OPER TO W-OPERANT
           MOVE ZEROS   TO W-OPSEMANA W-OPCHAPAS W-OPANTER
           MOVE 99999   TO W-CHAPAANT.
       REL-ABRE-OPER-FIM.
           EXIT.
      *
      *    OPERADOR SEM ACESSO NA SEMANA NAO SAI NO
      *    RELATORIO
       REL-FECHA-OPER.
           IF W-OPSEMANA = ZEROS
              GO TO REL-FECHA-OPER-FIM.
           ADD 1          TO W-TOTOPER W-CTLGRAV
           ADD W-OPSEMANA TO W-TOTSEMANA
           COMPUTE W-MEDIA ROUNDED = W-OPANTER / 4
           MOVE SPACES    TO WS-DETSIT
           IF W-OPSEMANA > W-LIMITE
              MOVE "*** ACIMA DO LIMITE SEMANAL" TO WS-DETSIT
           ELSE
              IF W-OPSEMANA NOT < 20 AND
                 W-OPSEMANA > (W-MEDIA * 2)
                 MOVE "*** MAIS DO DOBRO DA MEDIA" TO WS-DETSIT.
           IF WS-DETSIT NOT = SPACES
              ADD 1 TO W-TOTALERTA.
           MOVE W-OPERANT  TO WS-DETOPER
           MOVE W-OPSEMANA TO WS-DETQTDE
           MOVE W-OPCHAPAS TO WS-DETCHAPAS
           MOVE W-MEDIA    TO WS-DETMEDIA
           MOVE SPACES     TO REGRELACS
           MOVE WS-LINDET  TO REGRELACS
           WRITE REGRELACS.
       REL-FECHA-OPER-FIM.
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
