       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201798.
       AUTHOR. LEONARDO.
      **************************************
      * DOCUMENTOS A VENCER POR DEPARTAMENTO *
      **************************************
      * RODADA SEMANAL. LISTA OS DOCUMENTOS DO
      * CADDOCFUN (FP201797) DE FUNCIONARIOS ATIVOS
      * QUE VENCEM EM ATE 30 DIAS OU JA VENCERAM,
      * EM ORDEM DE DEPARTAMENTO E VENCIMENTO, COM
      * TOTAL POR DEPARTAMENTO. DOCUMENTO SEM
      * VALIDADE (ZEROS) NAO VENCE
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDOCFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DCFCHAVE
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

           SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGODEPTO
                    FILE STATUS  IS W-STDEP
                    ALTERNATE RECORD KEY IS CENTRODECUSTO
                               WITH DUPLICATES.

           SELECT CADTIPDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TDCCODIGO
                    FILE STATUS  IS W-STTDC.

           SELECT RELDOCVEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOCFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCFUN.DAT".
       01 REGDOCFUN.
                03 DCFCHAVE.
                   05 DCFCHAPA       PIC 9(05).
                   05 DCFTIPO        PIC X(03).
                03 DCFNUMERO         PIC X(20).
                03 DCFORGAO          PIC X(15).
                03 DCFVALIDADE       PIC 9(08).
                03 FILLER            PIC X(09).

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

       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGODEPTO    PIC 9(03).
                03 DENOMINACAODEPTO PIC X(15).
                03 CENTRODECUSTO  PIC 9(01).
                03 FILLER   PIC X(45).

       FD CADTIPDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPDOC.DAT".
       01 REGTIPDOC.
                03 TDCCODIGO         PIC X(03).
                03 TDCDESCR          PIC X(30).
                03 FILLER            PIC X(17).

       FD RELDOCVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDOCVEN.DAT".
       01 REGRELDOCVEN PIC X(110).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-DEPTO    PIC 9(03).
          03 SW-VALIDADE PIC 9(08).
          03 SW-CHAPA    PIC 9(05).
          03 SW-TIPO     PIC X(03).
          03 SW-NOME     PIC X(35).
          03 SW-NUMERO   PIC X(20).
          03 SW-DIAS     PIC S9(05).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STDEP       PIC X(02) VALUE "00".
       77 W-STTDC       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201798".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-JANELA      PIC 9(03) VALUE 030.
       77 W-TEMDEP      PIC X(01) VALUE "N".
       77 W-TEMTDC      PIC X(01) VALUE "N".
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-DEPATU      PIC 9(03) VALUE ZEROS.
       77 W-DEPQTD      PIC 9(05) VALUE ZEROS.
       77 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       77 W-TOTAVENC    PIC 9(05) VALUE ZEROS.
       77 W-NUMHOJE     PIC 9(07) VALUE ZEROS.
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
       01 W-DATA8      PIC 9(08) VALUE ZEROS.
       01 W-DATA8R REDEFINES W-DATA8.
          03 W-D8ANO   PIC 9(04).
          03 W-D8MES   PIC 9(02).
          03 W-D8DIA   PIC 9(02).
      *    DIAS ACUMULADOS ATE O INICIO DE CADA MES (ANO COMUM)
       01 W-TABACUM.
          03 FILLER    PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 W-TABACUMR REDEFINES W-TABACUM.
          03 W-DIASACUM PIC 9(03) OCCURS 12 TIMES.
       01 WS-CAB1.
          03 FILLER       PIC X(52) VALUE
             "DOCUMENTOS VENCIDOS OU VENCENDO ATE 30 DIAS         ".
          03 FILLER       PIC X(04) VALUE "EM: ".
          03 WS-CABDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(04).
       01 WS-CABDEP.
          03 FILLER       PIC X(14) VALUE "DEPARTAMENTO: ".
          03 WS-DEPCOD    PIC 9(03).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-DEPNOME   PIC X(15).
       01 WS-CABDET.
          03 FILLER       PIC X(05) VALUE "CHAPA".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(30) VALUE "NOME".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(19) VALUE "DOCUMENTO".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(20) VALUE "NUMERO".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(10) VALUE "VALIDADE".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(16) VALUE "SITUACAO".
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNOME   PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETTIPO   PIC X(03).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDESCR  PIC X(15).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNUMERO PIC X(20).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETVDIA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DETVMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DETVANO   PIC 9(04).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETSIT    PIC X(16).
       01 WS-SITAVENC.
          03 FILLER       PIC X(09) VALUE "VENCE EM ".
          03 WS-SITDIAS   PIC Z9.
          03 FILLER       PIC X(05) VALUE " DIAS".
       01 WS-LINDEP.
          03 FILLER       PIC X(28) VALUE
             "  DOCUMENTOS NO DEPARTAMENTO".
          03 FILLER       PIC X(02) VALUE ": ".
          03 WS-LDPQTD    PIC ZZZZ9.
       01 WS-RODAPE1.
          03 FILLER       PIC X(24) VALUE "DOCUMENTOS VENCIDOS:    ".
          03 WS-RODVENC   PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(24) VALUE "VENCENDO EM 30 DIAS:    ".
          03 WS-RODAVENC  PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADDOCFUN
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUM DOCUMENTO REGISTRADO (CADDOCFUN)"
              GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADDOCFUN
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADEPTO
           IF W-STDEP = "00"
              MOVE "S" TO W-TEMDEP.
           OPEN INPUT CADTIPDOC
           IF W-STTDC = "00"
              MOVE "S" TO W-TEMTDC.
       INC-OP3.
           OPEN OUTPUT RELDOCVEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELDOCVEN" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDOCVEN"
              CLOSE CADDOCFUN CADFUNC
              GO TO ROT-FIM.
      *
           ACCEPT W-HOJE FROM DATE
           MOVE W-HOJEDIA TO W-NDDIA
           MOVE W-HOJEMES TO W-NDMES
           COMPUTE W-NDANO = 2000 + W-HOJEANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA  TO W-NUMHOJE
           MOVE W-HOJEDIA TO WS-CABDIA
           MOVE W-HOJEMES TO WS-CABMES
           MOVE W-NDANO   TO WS-CABANO
           MOVE SPACES    TO REGRELDOCVEN
           MOVE WS-CAB1   TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           SORT SORTWK
               ON ASCENDING KEY SW-DEPTO SW-VALIDADE SW-CHAPA SW-TIPO
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM.
      *
           MOVE W-TOTVENC  TO WS-RODVENC
           MOVE W-TOTAVENC TO WS-RODAVENC
           MOVE SPACES     TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           MOVE WS-RODAPE1 TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           MOVE WS-RODAPE2 TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           COMPUTE W-CTLGRAV = W-TOTVENC + W-TOTAVENC
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADDOCFUN CADFUNC RELDOCVEN
           IF W-TEMDEP = "S"
              CLOSE CADEPTO.
           IF W-TEMTDC = "S"
              CLOSE CADTIPDOC.
           DISPLAY "DOCUMENTOS VENCIDOS : " W-TOTVENC
           DISPLAY "VENCENDO EM 30 DIAS : " W-TOTAVENC
           GO TO ROT-FIM.
      *
      *****************************************
      * ENTRADA DO SORT - DOCUMENTOS DE       *
      * ATIVOS DENTRO DA JANELA               *
      *****************************************
       SRT-ENTRADA.
           MOVE LOW-VALUES TO DCFCHAVE
           START CADDOCFUN KEY NOT < DCFCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-ENTRADA-LE.
           READ CADDOCFUN NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF DCFVALIDADE = ZEROS
              GO TO SRT-ENTRADA-LE.
           MOVE DCFVALIDADE TO W-DATA8
           MOVE W-D8DIA     TO W-NDDIA
           MOVE W-D8MES     TO W-NDMES
           MOVE W-D8ANO     TO W-NDANO
           IF W-NDMES < 01 OR W-NDMES > 12
              GO TO SRT-ENTRADA-LE.
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           IF W-NUMDIA > W-NUMHOJE + W-JANELA
              GO TO SRT-ENTRADA-LE.
           MOVE DCFCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00" OR ESTATUS NOT = "A"
              GO TO SRT-ENTRADA-LE.
           MOVE FUNCDEPTO   TO SW-DEPTO
           MOVE DCFVALIDADE TO SW-VALIDADE
           MOVE DCFCHAPA    TO SW-CHAPA
           MOVE DCFTIPO     TO SW-TIPO
           MOVE NOME        TO SW-NOME
           MOVE DCFNUMERO   TO SW-NUMERO
           COMPUTE SW-DIAS  = W-NUMDIA - W-NUMHOJE
           RELEASE REGSORTWK
           GO TO SRT-ENTRADA-LE.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR            *
      * DEPARTAMENTO                          *
      *****************************************
       SRT-SAIDA.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-ULT.
           IF W-PRIMEIRO = "S"
              MOVE "N"      TO W-PRIMEIRO
              MOVE SW-DEPTO TO W-DEPATU
              PERFORM QBR-CABDEP THRU QBR-CABDEP-FIM.
           IF SW-DEPTO NOT = W-DEPATU
              PERFORM QBR-DEPTO THRU QBR-DEPTO-FIM
              MOVE SW-DEPTO TO W-DEPATU
              PERFORM QBR-CABDEP THRU QBR-CABDEP-FIM.
           MOVE SPACES      TO WS-LINDET
           MOVE SW-CHAPA    TO WS-DETCHAPA
           MOVE SW-NOME     TO WS-DETNOME
           MOVE SW-TIPO     TO WS-DETTIPO
           MOVE SPACES      TO WS-DETDESCR
           IF W-TEMTDC = "S"
              MOVE SW-TIPO TO TDCCODIGO
              READ CADTIPDOC
              IF W-STTDC = "00"
                 MOVE TDCDESCR TO WS-DETDESCR.
           MOVE SW-NUMERO   TO WS-DETNUMERO
           MOVE SW-VALIDADE TO W-DATA8
           MOVE W-D8DIA     TO WS-DETVDIA
           MOVE W-D8MES     TO WS-DETVMES
           MOVE W-D8ANO     TO WS-DETVANO
           IF SW-DIAS < ZEROS
              MOVE "VENCIDO" TO WS-DETSIT
              ADD 1 TO W-TOTVENC
           ELSE
              MOVE SW-DIAS     TO WS-SITDIAS
              MOVE WS-SITAVENC TO WS-DETSIT
              ADD 1 TO W-TOTAVENC.
           MOVE SPACES      TO REGRELDOCVEN
           MOVE WS-LINDET   TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           ADD 1 TO W-DEPQTD
           GO TO SRT-SAIDA.
       SRT-SAIDA-ULT.
           IF W-PRIMEIRO = "N"
              PERFORM QBR-DEPTO THRU QBR-DEPTO-FIM.
       SRT-SAIDA-FIM.
           EXIT.
      *
       QBR-CABDEP.
           MOVE W-DEPATU TO WS-DEPCOD
           MOVE SPACES   TO WS-DEPNOME
           IF W-TEMDEP = "S"
              MOVE W-DEPATU TO CODIGODEPTO
              READ CADEPTO
              IF W-STDEP = "00"
                 MOVE DENOMINACAODEPTO TO WS-DEPNOME.
           MOVE SPACES    TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           MOVE WS-CABDEP TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           MOVE SPACES    TO REGRELDOCVEN
           MOVE WS-CABDET TO REGRELDOCVEN
           WRITE REGRELDOCVEN.
       QBR-CABDEP-FIM.
           EXIT.
      *
       QBR-DEPTO.
           MOVE W-DEPQTD  TO WS-LDPQTD
           MOVE SPACES    TO REGRELDOCVEN
           MOVE WS-LINDEP TO REGRELDOCVEN
           WRITE REGRELDOCVEN
           MOVE ZEROS     TO W-DEPQTD.
       QBR-DEPTO-FIM.
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
