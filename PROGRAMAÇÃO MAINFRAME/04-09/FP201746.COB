       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201746.
       AUTHOR. LEONARDO.
      **************************************
      * RELATORIO SEMANAL DE EPI - TROCAS  *
      * E CA A VENCER                      *
      **************************************
      * VARRE AS ENTREGAS EM USO DO CADEPIENT (SEM
      * DEVOLUCAO) DE FUNCIONARIOS ATIVOS E LISTA,
      * POR DEPARTAMENTO:
      *   T - TROCA VENCIDA OU A VENCER EM 7 DIAS
      *       (ENTREGA + INTERVALO DE TROCA DO CADEPI)
      *   C - CA VENCIDO OU A VENCER EM 30 DIAS
      *   A - AMBOS
      * PARA O SESMT PROGRAMAR AS REPOSICOES DA SEMANA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEPIENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENTCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENTCHAPA
                               WITH DUPLICATES.

           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPICODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EPIDESCR
                               WITH DUPLICATES.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGODEPTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CENTRODECUSTO
                               WITH DUPLICATES.

           SELECT RELEPI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIENT.DAT".
       01 REGEPIENT.
                03 ENTCHAVE.
                   05 ENTCHAPA       PIC 9(05).
                   05 ENTSEQ         PIC 9(03).
                03 ENTEPI            PIC 9(04).
                03 ENTDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ENTQTD            PIC 9(03).
                03 ENTCA             PIC 9(06).
                03 ENTDEVOL.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(13).

       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
                03 EPICODIGO         PIC 9(04).
                03 EPIDESCR          PIC X(30).
                03 EPICA             PIC 9(06).
                03 EPICAVAL.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 EPIINTERV         PIC 9(03).
                03 FILLER            PIC X(19).

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

       FD RELEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEPI.DAT".
       01 REGRELEPI PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-DEPTO     PIC 9(03).
          03 SW-CHAPA     PIC 9(05).
          03 SW-EPI       PIC 9(04).
          03 SW-MOTIVO    PIC X(01).
          03 SW-TROCA     PIC 9(08).
          03 SW-CAVAL     PIC 9(08).
          03 SW-CA        PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201746".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-DEPTOANT    PIC 9(03) VALUE 999.
       77 W-DIASHOJE    PIC 9(07) VALUE ZEROS.
       77 W-LIMTROCA    PIC 9(07) VALUE ZEROS.
       77 W-LIMCA       PIC 9(07) VALUE ZEROS.
       77 W-DIASTROCA   PIC 9(07) VALUE ZEROS.
       77 W-DIASCA      PIC 9(07) VALUE ZEROS.
       77 W-RESTO       PIC 9(07) VALUE ZEROS.
       77 W-TROCAANO    PIC 9(04) VALUE ZEROS.
       77 W-TROCAMES    PIC 9(02) VALUE ZEROS.
       77 W-TROCADIA    PIC 9(02) VALUE ZEROS.
       77 W-TOTTROCA    PIC 9(05) VALUE ZEROS.
       77 W-TOTCA       PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(02).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 WS-CAB1       PIC X(100) VALUE
          "RELATORIO SEMANAL DE EPI - TROCA EM 7 DIAS / CA EM 30 DIAS".
       01 WS-CAB2.
          03 FILLER       PIC X(50) VALUE
             "  CHAPA  NOME                       EPI  DESCRICAO".
          03 FILLER       PIC X(50) VALUE
             "             TROCA      CA      VALIDADE CA  MOT".
       01 WS-LINDEP.
          03 FILLER       PIC X(15) VALUE "DEPARTAMENTO:  ".
          03 WS-DEPCOD    PIC 9(03).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-DEPNOME   PIC X(15).
       01 WS-LINDET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNOME   PIC X(25).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETEPI    PIC 9(04).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDESCR  PIC X(20).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETTROCA  PIC 99/99/9999.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETCA     PIC 9(06).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETCAVAL  PIC 99/99/9999.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-DETMOTIVO PIC X(01).
       01 WS-RODAPE.
          03 FILLER        PIC X(26) VALUE
             "TROCAS VENCIDAS/A VENCER: ".
          03 WS-RODTROCA   PIC ZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(22) VALUE
             "CA VENCIDOS/A VENCER: ".
          03 WS-RODCA      PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADEPIENT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPIENT"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPIENT"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADEPI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPI" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPI"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO"
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELEPI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELEPI" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELEPI"
              GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
      *    CONTAGEM APROXIMADA EM DIAS CORRIDOS (ANO
      *    COMERCIAL DE 360), COMO NO FP201714
           COMPUTE W-DIASHOJE = ((2000 + W-HOJEANO) * 360)
                              + (W-HOJEMES * 30) + W-HOJEDIA
           COMPUTE W-LIMTROCA = W-DIASHOJE + 7
           COMPUTE W-LIMCA    = W-DIASHOJE + 30
           MOVE SPACES  TO REGRELEPI
           MOVE WS-CAB1 TO REGRELEPI
           WRITE REGRELEPI
           MOVE WS-CAB2 TO REGRELEPI
           WRITE REGRELEPI
           SORT SORTWK
               ON ASCENDING KEY SW-DEPTO SW-CHAPA SW-EPI
               INPUT PROCEDURE  IS SRT-ENTRADA
               OUTPUT PROCEDURE IS SRT-SAIDA
           MOVE W-TOTTROCA TO WS-RODTROCA
           MOVE W-TOTCA    TO WS-RODCA
           MOVE SPACES    TO REGRELEPI
           MOVE WS-RODAPE TO REGRELEPI
           WRITE REGRELEPI
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADEPIENT CADEPI CADFUNC CADEPTO RELEPI
           DISPLAY "EPI COM TROCA/CA VENCENDO: " W-CTLGRAV
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - SO EPI EM USO COM   *
      * TROCA OU CA DENTRO DO LIMITE          *
      *****************************************
       SRT-ENTRADA.
           MOVE LOW-VALUES TO ENTCHAVE
           START CADEPIENT KEY NOT < ENTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-LOOP.
           READ CADEPIENT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF ENTDEVOL NOT = ZEROS
              GO TO SRT-LOOP.
           MOVE ENTCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO SRT-LOOP.
           IF ESTATUS NOT = "A"
              GO TO SRT-LOOP.
           MOVE ENTEPI TO EPICODIGO
           READ CADEPI
           IF ST-ERRO NOT = "00"
              GO TO SRT-LOOP.
           COMPUTE W-DIASTROCA = (ANO OF ENTDATA * 360)
                               + (MES OF ENTDATA * 30)
                               +  DIA OF ENTDATA + EPIINTERV
           COMPUTE W-DIASCA    = (ANO OF EPICAVAL * 360)
                               + (MES OF EPICAVAL * 30)
                               +  DIA OF EPICAVAL
           MOVE SPACES TO SW-MOTIVO
           IF W-DIASTROCA NOT > W-LIMTROCA
              MOVE "T" TO SW-MOTIVO.
           IF W-DIASCA NOT > W-LIMCA
              IF SW-MOTIVO = "T"
                 MOVE "A" TO SW-MOTIVO
              ELSE
                 MOVE "C" TO SW-MOTIVO.
           IF SW-MOTIVO = SPACES
              GO TO SRT-LOOP.
      *    DATA DA TROCA DE VOLTA PARA DD/MM/AAAA (ANO DE 360)
           COMPUTE W-RESTO = W-DIASTROCA - 31
           DIVIDE W-RESTO BY 360 GIVING W-TROCAANO
                  REMAINDER W-RESTO
           DIVIDE W-RESTO BY 30 GIVING W-TROCAMES
                  REMAINDER W-TROCADIA
           ADD 1 TO W-TROCAMES W-TROCADIA
           MOVE FUNCDEPTO TO SW-DEPTO
           MOVE ENTCHAPA  TO SW-CHAPA
           MOVE ENTEPI    TO SW-EPI
           MOVE EPICA     TO SW-CA
           COMPUTE SW-TROCA = (W-TROCADIA * 1000000)
                            + (W-TROCAMES * 10000) + W-TROCAANO
           COMPUTE SW-CAVAL = (DIA OF EPICAVAL * 1000000)
                            + (MES OF EPICAVAL * 10000)
                            +  ANO OF EPICAVAL
           RELEASE REGSORTWK
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR DEPTO      *
      *****************************************
       SRT-SAIDA.
           CONTINUE.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           IF SW-DEPTO NOT = W-DEPTOANT
              MOVE SW-DEPTO TO W-DEPTOANT
              MOVE SW-DEPTO TO CODIGODEPTO
              READ CADEPTO
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO DENOMINACAODEPTO
                 PERFORM SRT-CABDEP THRU SRT-CABDEP-FIM
              ELSE
                 PERFORM SRT-CABDEP THRU SRT-CABDEP-FIM.
           MOVE SW-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           MOVE SW-EPI TO EPICODIGO
           READ CADEPI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO EPIDESCR.
           MOVE SW-CHAPA  TO WS-DETCHAPA
           MOVE NOME      TO WS-DETNOME
           MOVE SW-EPI    TO WS-DETEPI
           MOVE EPIDESCR  TO WS-DETDESCR
           MOVE SW-TROCA  TO WS-DETTROCA
           MOVE SW-CA     TO WS-DETCA
           MOVE SW-CAVAL  TO WS-DETCAVAL
           MOVE SW-MOTIVO TO WS-DETMOTIVO
           MOVE SPACES    TO REGRELEPI
           MOVE WS-LINDET TO REGRELEPI
           WRITE REGRELEPI
           ADD 1 TO W-CTLGRAV
           IF SW-MOTIVO = "T" OR "A"
              ADD 1 TO W-TOTTROCA.
           IF SW-MOTIVO = "C" OR "A"
              ADD 1 TO W-TOTCA.
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-FIM.
           EXIT.
      *
       SRT-CABDEP.
           MOVE SW-DEPTO          TO WS-DEPCOD
           MOVE DENOMINACAODEPTO  TO WS-DEPNOME
           MOVE SPACES    TO REGRELEPI
           MOVE WS-LINDEP TO REGRELEPI
           WRITE REGRELEPI.
       SRT-CABDEP-FIM.
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
