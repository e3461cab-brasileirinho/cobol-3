       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201776.
       AUTHOR. LEONARDO.
      **************************************
      * REQUISICOES EM ABERTO E TEMPO DE   *
      * PREENCHIMENTO POR DEPARTAMENTO     *
      **************************************
      * LE O CADREQ (FP201774) E LISTA NO RELREQ, POR
      * DEPARTAMENTO, AS REQUISICOES EM ABERTO
      * (P = PENDENTE, A = APROVADA) COM OS DIAS
      * DESDE A ABERTURA. AS PREENCHIDAS (F) ENTRAM
      * NO TEMPO MEDIO DE PREENCHIMENTO DO DEPTO
      * (DIAS DA ABERTURA ATE A CONTRATACAO DO
      * CANDIDATO NO FP201775). CANCELADAS E
      * REJEITADAS SO SAO CONTADAS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQNUM
                    FILE STATUS  IS ST-ERRO.

           SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGODEPTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CENTRODECUSTO
                               WITH DUPLICATES.

           SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                               WITH DUPLICATES.

           SELECT RELREQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
                03 REQNUM            PIC 9(05).
                03 REQDEPTO          PIC 9(03).
                03 REQCARGO          PIC 9(03).
                03 REQSOLIC          PIC 9(05).
                03 REQDTABERT        PIC 9(06).
                03 REQAPROV1         PIC 9(05).
                03 REQDTAPROV1       PIC 9(06).
                03 REQAPROV2         PIC 9(05).
                03 REQDTAPROV2       PIC 9(06).
                03 REQSITUACAO       PIC X(01).
                03 REQDTFECHA        PIC 9(06).
                03 REQCHAPA          PIC 9(05).
                03 FILLER            PIC X(14).

       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGODEPTO    PIC 9(03).
                03 DENOMINACAODEPTO PIC X(15).
                03 CENTRODECUSTO  PIC 9(01).
                03 FILLER   PIC X(45).

       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO            PIC 9(03).
                03 DENOMINACAO       PIC X(15).
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 FILLER            PIC X(31).

       FD RELREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREQ.DAT".
       01 REGRELREQ PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-DEPTO    PIC 9(03).
          03 SW-NUM      PIC 9(05).
          03 SW-CARGO    PIC 9(03).
          03 SW-SITUACAO PIC X(01).
          03 SW-DTABERT  PIC 9(06).
          03 SW-DTFECHA  PIC 9(06).
          03 SW-DIAS     PIC 9(05).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201776".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-TEMDEP      PIC X(01) VALUE "N".
       77 W-TEMCAR      PIC X(01) VALUE "N".
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-DEPTOANT    PIC 9(03) VALUE ZEROS.
       77 W-DEPABERTAS  PIC 9(05) VALUE ZEROS.
       77 W-DEPPREENCH  PIC 9(05) VALUE ZEROS.
       77 W-DEPDIAS     PIC 9(07) VALUE ZEROS.
       77 W-TOTABERTAS  PIC 9(05) VALUE ZEROS.
       77 W-TOTPREENCH  PIC 9(05) VALUE ZEROS.
       77 W-TOTENCERR   PIC 9(05) VALUE ZEROS.
       77 W-TOTDIAS     PIC 9(07) VALUE ZEROS.
       77 W-MEDIA       PIC 9(05) VALUE ZEROS.
       77 W-NUMHOJE     PIC 9(07) VALUE ZEROS.
       77 W-NUMABERT    PIC 9(07) VALUE ZEROS.
       77 W-NUMFECHA    PIC 9(07) VALUE ZEROS.
       77 W-NUMDIA      PIC 9(07) VALUE ZEROS.
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
          03 FILLER       PIC X(48) VALUE
             "REQUISICOES DE PESSOAL - SITUACAO EM (AAMMDD): ".
          03 WS-CABDATA   PIC 9(06).
       01 WS-CABDET     PIC X(100) VALUE
          "  REQUIS CARGO                 SITUACAO   ABERTA EM  DIAS EM
      -    "ABERTO".
       01 WS-LINDEP.
          03 FILLER       PIC X(13) VALUE "DEPARTAMENTO ".
          03 WS-LDDEPTO   PIC 9(03).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-LDNOME    PIC X(15).
       01 WS-LINDET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNUM    PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETCARGO  PIC 9(03).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDENOM  PIC X(15).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETSIT    PIC X(09).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETDTAB   PIC 9(06).
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETDIAS   PIC ZZZZ9.
       01 WS-LINTOTDEP.
          03 FILLER       PIC X(15) VALUE "  EM ABERTO: ".
          03 WS-TDABERTAS PIC ZZZZ9.
          03 FILLER       PIC X(16) VALUE "   PREENCHIDAS: ".
          03 WS-TDPREENCH PIC ZZZZ9.
          03 FILLER       PIC X(30) VALUE
             "   TEMPO MEDIO DE PREENCHIM.: ".
          03 WS-TDMEDIA   PIC ZZZZ9.
          03 FILLER       PIC X(05) VALUE " DIAS".
       01 WS-RODAPE1.
          03 FILLER       PIC X(22) VALUE "TOTAL EM ABERTO:     ".
          03 WS-RODABERTAS PIC ZZZZ9.
          03 FILLER       PIC X(16) VALUE "   PREENCHIDAS: ".
          03 WS-RODPREENCH PIC ZZZZ9.
          03 FILLER       PIC X(29) VALUE
             "   CANCELADAS/REJEITADAS:   ".
          03 WS-RODENCERR PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(37) VALUE
             "TEMPO MEDIO GERAL DE PREENCHIMENTO: ".
          03 WS-RODMEDIA  PIC ZZZZ9.
          03 FILLER       PIC X(05) VALUE " DIAS".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE
           OPEN INPUT CADREQ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADREQ" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREQ"
              GO TO ROT-FIM.
       INC-OP1.
      *    SEM CADEPTO/CADCARGO SAI SO O CODIGO
           OPEN INPUT CADEPTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMDEP.
           OPEN INPUT CADCARGO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCAR.
       INC-OP2.
           OPEN OUTPUT RELREQ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELREQ" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREQ"
              CLOSE CADREQ
              GO TO REQ-FECHA-TAB.
      *
           MOVE W-HOJEDIA TO W-NDDIA
           MOVE W-HOJEMES TO W-NDMES
           COMPUTE W-NDANO = 2000 + W-HOJEANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMHOJE
           MOVE W-HOJE    TO WS-CABDATA
           MOVE SPACES    TO REGRELREQ
           MOVE WS-CAB1   TO REGRELREQ
           WRITE REGRELREQ
           MOVE SPACES    TO REGRELREQ
           MOVE WS-CABDET TO REGRELREQ
           WRITE REGRELREQ
           SORT SORTWK
               ON ASCENDING KEY SW-DEPTO SW-NUM
               INPUT PROCEDURE  IS REQ-ENTRADA
               OUTPUT PROCEDURE IS REQ-SAIDA.
      *
           MOVE ZEROS TO W-MEDIA
           IF W-TOTPREENCH > ZEROS
              COMPUTE W-MEDIA ROUNDED = W-TOTDIAS / W-TOTPREENCH.
           MOVE W-TOTABERTAS TO WS-RODABERTAS
           MOVE W-TOTPREENCH TO WS-RODPREENCH
           MOVE W-TOTENCERR  TO WS-RODENCERR
           MOVE W-MEDIA      TO WS-RODMEDIA
           MOVE SPACES     TO REGRELREQ
           WRITE REGRELREQ
           MOVE WS-RODAPE1 TO REGRELREQ
           WRITE REGRELREQ
           MOVE SPACES     TO REGRELREQ
           MOVE WS-RODAPE2 TO REGRELREQ
           WRITE REGRELREQ
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           MOVE W-TOTDIAS TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "REQUISICOES EM ABERTO : " W-TOTABERTAS
           DISPLAY "PREENCHIDAS           : " W-TOTPREENCH
           DISPLAY "TEMPO MEDIO (DIAS)    : " W-MEDIA
           CLOSE CADREQ RELREQ.
       REQ-FECHA-TAB.
           IF W-TEMDEP = "S"
              CLOSE CADEPTO.
           IF W-TEMCAR = "S"
              CLOSE CADCARGO.
           GO TO ROT-FIM.
      *
      *****************************************
      * ENTRADA DO SORT - REQUISICOES EM      *
      * ABERTO E PREENCHIDAS COM OS DIAS      *
      *****************************************
       REQ-ENTRADA.
           MOVE ZEROS TO REQNUM
           START CADREQ KEY NOT < REQNUM
           IF ST-ERRO NOT = "00"
              GO TO REQ-ENTRADA-FIM.
       REQ-ENTRADA-LOOP.
           READ CADREQ NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REQ-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF REQSITUACAO NOT = "P" AND "A" AND "F"
              ADD 1 TO W-TOTENCERR
              GO TO REQ-ENTRADA-LOOP.
           MOVE REQDTABERT TO W-DATA
           PERFORM DATA-NUMDIA THRU DATA-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMABERT
           IF REQSITUACAO = "F"
              MOVE REQDTFECHA TO W-DATA
              PERFORM DATA-NUMDIA THRU DATA-NUMDIA-FIM
              MOVE W-NUMDIA TO W-NUMFECHA
           ELSE
              MOVE W-NUMHOJE TO W-NUMFECHA.
           MOVE SPACES      TO REGSORTWK
           MOVE REQDEPTO    TO SW-DEPTO
           MOVE REQNUM      TO SW-NUM
           MOVE REQCARGO    TO SW-CARGO
           MOVE REQSITUACAO TO SW-SITUACAO
           MOVE REQDTABERT  TO SW-DTABERT
           MOVE REQDTFECHA  TO SW-DTFECHA
           MOVE ZEROS       TO SW-DIAS
           IF W-NUMFECHA > W-NUMABERT
              COMPUTE SW-DIAS = W-NUMFECHA - W-NUMABERT.
           RELEASE REGSORTWK
           GO TO REQ-ENTRADA-LOOP.
       REQ-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR            *
      * DEPARTAMENTO                          *
      *****************************************
       REQ-SAIDA.
           CONTINUE.
       REQ-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO REQ-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM REL-ABRE-DEP THRU REL-ABRE-DEP-FIM.
           IF SW-DEPTO NOT = W-DEPTOANT
              PERFORM REL-FECHA-DEP THRU REL-FECHA-DEP-FIM
              PERFORM REL-ABRE-DEP THRU REL-ABRE-DEP-FIM.
           PERFORM REL-DETALHE THRU REL-DETALHE-FIM
           GO TO REQ-SAIDA-LOOP.
       REQ-SAIDA-FIM.
           IF W-PRIMEIRO NOT = "S"
              PERFORM REL-FECHA-DEP THRU REL-FECHA-DEP-FIM.
           EXIT.
      *
       REL-ABRE-DEP.
           MOVE SW-DEPTO TO W-DEPTOANT WS-LDDEPTO
           MOVE ZEROS    TO W-DEPABERTAS W-DEPPREENCH W-DEPDIAS
           MOVE SPACES   TO WS-LDNOME
           IF W-TEMDEP = "S"
              MOVE SW-DEPTO TO CODIGODEPTO
              READ CADEPTO
              IF ST-ERRO = "00"
                 MOVE DENOMINACAODEPTO TO WS-LDNOME.
           MOVE SPACES    TO REGRELREQ
           WRITE REGRELREQ
           MOVE WS-LINDEP TO REGRELREQ
           WRITE REGRELREQ.
       REL-ABRE-DEP-FIM.
           EXIT.
      *
      *    PREENCHIDA SO SOMA NO TEMPO MEDIO; EM
      *    ABERTO SAI NA LINHA COM OS DIAS DESDE A
      *    ABERTURA
       REL-DETALHE.
           ADD 1 TO W-CTLGRAV
           IF SW-SITUACAO = "F"
              ADD 1       TO W-DEPPREENCH W-TOTPREENCH
              ADD SW-DIAS TO W-DEPDIAS W-TOTDIAS
              GO TO REL-DETALHE-FIM.
           ADD 1 TO W-DEPABERTAS W-TOTABERTAS
           MOVE SW-NUM     TO WS-DETNUM
           MOVE SW-CARGO   TO WS-DETCARGO
           MOVE SPACES     TO WS-DETDENOM
           IF W-TEMCAR = "S"
              MOVE SW-CARGO TO CODIGO
              READ CADCARGO
              IF ST-ERRO = "00"
                 MOVE DENOMINACAO TO WS-DETDENOM.
           IF SW-SITUACAO = "P"
              MOVE "PENDENTE" TO WS-DETSIT
           ELSE
              MOVE "APROVADA" TO WS-DETSIT.
           MOVE SW-DTABERT TO WS-DETDTAB
           MOVE SW-DIAS    TO WS-DETDIAS
           MOVE SPACES    TO REGRELREQ
           MOVE WS-LINDET TO REGRELREQ
           WRITE REGRELREQ.
       REL-DETALHE-FIM.
           EXIT.
      *
       REL-FECHA-DEP.
           MOVE ZEROS TO W-MEDIA
           IF W-DEPPREENCH > ZEROS
              COMPUTE W-MEDIA ROUNDED = W-DEPDIAS / W-DEPPREENCH.
           MOVE W-DEPABERTAS TO WS-TDABERTAS
           MOVE W-DEPPREENCH TO WS-TDPREENCH
           MOVE W-MEDIA      TO WS-TDMEDIA
           MOVE SPACES       TO REGRELREQ
           MOVE WS-LINTOTDEP TO REGRELREQ
           WRITE REGRELREQ.
       REL-FECHA-DEP-FIM.
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
      *****************************************
      * NUMERO DO DIA PARA COMPARAR DATAS     *
      *****************************************
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
