       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL111.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE CRITICA DE PERIODO DE FERIAS *
      **************************************
      * CONFERE UMA SOLICITACAO DE FERIAS (INICIO E
      * DIAS) CONTRA AS REGRAS DA CLT ANTES DE ELA SER
      * GRAVADA OU APROVADA:
      *   - AVISO MINIMO DE 30 DIAS (INICIO >= HOJE+30)
      *   - PERIODO DE 5 A 30 DIAS, NO MAXIMO 3 POR
      *     AQUISITIVO, UM DELES COM 14 DIAS OU MAIS
      *   - INICIO NAO PODE CAIR NOS 2 DIAS ANTES DE
      *     FERIADO (CADFERIADO) OU DSR (DOMINGO), NEM
      *     NO PROPRIO FERIADO/DOMINGO
      *   - AQUISITIVO COMPLETO NO INICIO E FIM DENTRO
      *     DO PERIODO CONCESSIVO (12 MESES SEGUINTES)
      * O AQUISITIVO EM USO SAI DOS DIAS JA LANCADOS
      * NO CADFERIAS MAIS AS SOLICITACOES PENDENTES DO
      * CADSOLFER (30 DIAS POR AQUISITIVO, DESDE A
      * ADMISSAO). A SOLICITACAO DE SEQUENCIA
      * DL111-SEQ (QUANDO EM APROVACAO) NAO ENTRA NA
      * CONTA. DEVOLVE RESULT 0=DENTRO DAS REGRAS OU
      * 1=RECUSADA COM O MOTIVO EM DL111-MENS, O FIM
      * DO PERIODO (DDMMAAAA), O AQUISITIVO E O SALDO
      * QUE SOBRA NELE
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERCHAVE
                    FILE STATUS  IS W-STFER
                    ALTERNATE RECORD KEY IS FERCHAPA
                               WITH DUPLICATES.

           SELECT CADSOLFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SFECHAVE
                    FILE STATUS  IS W-STSOL.

           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRDCHAVE
                    FILE STATUS  IS W-STFRD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAS.DAT".
       01 REGFERIAS.
                03 FERCHAVE.
                   05 FERCHAPA       PIC 9(05).
                   05 FERINICIO.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(04).
                03 FERFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FERDIASDIR    PIC 9(02).
                03 FERDIASGOZO   PIC 9(02).
                03 FERDIASSALDO  PIC 9(02).
                03 FILLER        PIC X(16).

       FD CADSOLFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLFER.DAT".
       01 REGSOLFER.
                03 SFECHAVE.
                   05 SFECHAPA       PIC 9(05).
                   05 SFESEQ         PIC 9(03).
                03 SFEINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 SFEDIAS           PIC 9(02).
                03 SFEFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 SFEPERAQ          PIC 9(02).
                03 SFESTATUS         PIC X(01).
                03 SFEDTSOL          PIC 9(06).
                03 SFESUPERV         PIC 9(05).
                03 SFEDTDEC          PIC 9(06).
                03 SFEMOTIVO         PIC X(30).
                03 FILLER            PIC X(12).

       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
                03 FRDCHAVE.
                   05 FRDDIA        PIC 9(02).
                   05 FRDMES        PIC 9(02).
                   05 FRDANO        PIC 9(04).
                03 FRDTIPO          PIC X(01).
                03 FRDDESCR         PIC X(30).
                03 FRDSITUACAO      PIC X(01).
                03 FILLER           PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STFUN      PIC X(02) VALUE "00".
       77 W-STFER      PIC X(02) VALUE "00".
       77 W-STSOL      PIC X(02) VALUE "00".
       77 W-STFRD      PIC X(02) VALUE "00".
       77 W-TEMFUN     PIC X(01) VALUE "N".
       77 W-TEMFER     PIC X(01) VALUE "N".
       77 W-TEMSOL     PIC X(01) VALUE "N".
       77 W-TEMFRD     PIC X(01) VALUE "N".
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-GOZADOS    PIC 9(05) VALUE ZEROS.
       77 W-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 W-PERAQ      PIC 9(02) VALUE ZEROS.
       77 W-USADOS     PIC 9(05) VALUE ZEROS.
       77 W-NFRAC      PIC 9(02) VALUE ZEROS.
       77 W-SOMAFRAC   PIC 9(05) VALUE ZEROS.
       77 W-MAIOR      PIC 9(05) VALUE ZEROS.
       77 W-RESTO      PIC S9(05) VALUE ZEROS.
       77 W-CONTA      PIC 9(02) VALUE ZEROS.
       77 W-REPOUSO    PIC X(01) VALUE "N".
       77 W-NUMHOJE    PIC 9(07) VALUE ZEROS.
       77 W-NUMINI     PIC 9(07) VALUE ZEROS.
       77 W-NUMFIM     PIC 9(07) VALUE ZEROS.
       77 W-NUMANIV    PIC 9(07) VALUE ZEROS.
       77 W-NUMDIA     PIC 9(07) VALUE ZEROS.
       77 W-NDDIA      PIC 9(02) VALUE ZEROS.
       77 W-NDMES      PIC 9(02) VALUE ZEROS.
       77 W-NDANO      PIC 9(04) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTOD     PIC 9(02) VALUE ZEROS.
       77 W-DIASEMANA  PIC 9(01) VALUE ZEROS.
       77 W-MESZ       PIC S9(03) VALUE ZEROS.
       77 W-ANOZ       PIC S9(05) VALUE ZEROS.
       77 W-ZK         PIC 9(03) VALUE ZEROS.
       77 W-ZJ         PIC 9(03) VALUE ZEROS.
       77 W-ZH         PIC 9(03) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(05) VALUE ZEROS.
       77 W-ZSOMA      PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(02).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-DATA.
          03 W-DTDIA    PIC 9(02).
          03 W-DTMES    PIC 9(02).
          03 W-DTANO    PIC 9(04).
       01 W-TABACUM.
          03 FILLER    PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 W-TABACUMR REDEFINES W-TABACUM.
          03 W-DIASACUM PIC 9(03) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL111-CHAPA    PIC 9(05).
       01 DL111-SEQ      PIC 9(03).
       01 DL111-DIA      PIC 9(02).
       01 DL111-MES      PIC 9(02).
       01 DL111-ANO      PIC 9(04).
       01 DL111-DIAS     PIC 9(02).
       01 DL111-FIM      PIC 9(08).
       01 DL111-PERAQ    PIC 9(02).
       01 DL111-SALDO    PIC 9(02).
       01 DL111-RESULT   PIC 9(01).
       01 DL111-MENS     PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL111-CHAPA DL111-SEQ DL111-DIA
                                 DL111-MES DL111-ANO DL111-DIAS
                                 DL111-FIM DL111-PERAQ DL111-SALDO
                                 DL111-RESULT DL111-MENS.
       CRF-000.
           MOVE 1      TO DL111-RESULT
           MOVE ZEROS  TO DL111-FIM DL111-PERAQ DL111-SALDO
           MOVE SPACES TO DL111-MENS
           MOVE "N" TO W-TEMFUN W-TEMFER W-TEMSOL W-TEMFRD
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "CADASTRO DE FUNCIONARIOS INDISPONIVEL"
                                TO DL111-MENS
              GO TO CRF-FIM.
           MOVE "S" TO W-TEMFUN
           OPEN INPUT CADFERIAS
           IF W-STFER = "00"
              MOVE "S" TO W-TEMFER.
           OPEN INPUT CADSOLFER
           IF W-STSOL = "00"
              MOVE "S" TO W-TEMSOL.
           OPEN INPUT CADFERIADO
           IF W-STFRD = "00"
              MOVE "S" TO W-TEMFRD.
           MOVE DL111-CHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "CHAPA NAO CADASTRADA" TO DL111-MENS
              GO TO CRF-FIM.
      *
      **********************
      * DATA E QUANTIDADE  *
      **********************
      *
           CALL "DL100" USING DL111-DIA DL111-MES DL111-ANO
                              W-DL100-INV
           IF W-DL100-INV NOT = ZEROS
              MOVE "DATA DE INICIO INVALIDA" TO DL111-MENS
              GO TO CRF-FIM.
           IF DL111-DIAS < 5 OR DL111-DIAS > 30
              MOVE "PERIODO DEVE TER DE 5 A 30 DIAS" TO DL111-MENS
              GO TO CRF-FIM.
           ACCEPT W-HOJE FROM DATE
           MOVE W-HOJEDIA TO W-NDDIA
           MOVE W-HOJEMES TO W-NDMES
           COMPUTE W-NDANO = 2000 + W-HOJEANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMHOJE
           MOVE DL111-DIA TO W-NDDIA
           MOVE DL111-MES TO W-NDMES
           MOVE DL111-ANO TO W-NDANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMINI
           IF W-NUMINI < (W-NUMHOJE + 30)
              MOVE "AVISO MINIMO DE 30 DIAS NAO RESPEITADO"
                                TO DL111-MENS
              GO TO CRF-FIM.
      *
      *****************************************
      * INICIO E OS 2 DIAS SEGUINTES SEM      *
      * DOMINGO NEM FERIADO                   *
      *****************************************
      *
           MOVE DL111-DIA TO W-DTDIA
           MOVE DL111-MES TO W-DTMES
           MOVE DL111-ANO TO W-DTANO
           MOVE ZEROS     TO W-CONTA.
       CRF-REPOUSO.
           PERFORM CRF-EHREPOUSO THRU CRF-EHREPOUSO-FIM
           IF W-REPOUSO = "S"
              MOVE "INICIO NOS 2 DIAS ANTES DE FERIADO/DSR"
                                TO DL111-MENS
              GO TO CRF-FIM.
           ADD 1 TO W-CONTA
           IF W-CONTA < 3
              PERFORM SOMA-UMDIA THRU SOMA-UMDIA-FIM
              GO TO CRF-REPOUSO.
      *
      *    FIM DO PERIODO = INICIO + DIAS - 1
           MOVE DL111-DIA TO W-DTDIA
           MOVE DL111-MES TO W-DTMES
           MOVE DL111-ANO TO W-DTANO
           MOVE 1         TO W-CONTA.
       CRF-FIMPER.
           IF W-CONTA < DL111-DIAS
              PERFORM SOMA-UMDIA THRU SOMA-UMDIA-FIM
              ADD 1 TO W-CONTA
              GO TO CRF-FIMPER.
           COMPUTE DL111-FIM = (W-DTDIA * 1000000)
                             + (W-DTMES * 10000) + W-DTANO
           MOVE W-DTDIA TO W-NDDIA
           MOVE W-DTMES TO W-NDMES
           MOVE W-DTANO TO W-NDANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMFIM.
      *
      *****************************************
      * AQUISITIVO EM USO E FRACIONAMENTO     *
      *****************************************
      *
           PERFORM CRF-GOZADOS THRU CRF-GOZADOS-FIM
           PERFORM CRF-PENDENTES THRU CRF-PENDENTES-FIM
           COMPUTE W-PERAQ = ((W-GOZADOS + W-PENDENTES) / 30) + 1
           COMPUTE W-USADOS = W-GOZADOS + W-PENDENTES
                            - ((W-PERAQ - 1) * 30)
           PERFORM CRF-FRACOES THRU CRF-FRACOES-FIM
      *    DIAS LANCADOS DIRETO NO CADFERIAS, SEM SOLICITACAO,
      *    CONTAM COMO MAIS UMA FRACAO DO AQUISITIVO
           IF W-USADOS > W-SOMAFRAC
              ADD 1 TO W-NFRAC
              IF (W-USADOS - W-SOMAFRAC) > W-MAIOR
                 COMPUTE W-MAIOR = W-USADOS - W-SOMAFRAC.
           COMPUTE W-RESTO = 30 - W-USADOS - DL111-DIAS
           IF W-RESTO < ZEROS
              MOVE "SALDO DO AQUISITIVO INSUFICIENTE" TO DL111-MENS
              GO TO CRF-FIM.
           IF W-NFRAC NOT < 3
              MOVE "AQUISITIVO JA TEM 3 PERIODOS" TO DL111-MENS
              GO TO CRF-FIM.
           IF W-RESTO > ZEROS AND W-RESTO < 5
              MOVE "SALDO RESTANTE FICARIA MENOR QUE 5 DIAS"
                                TO DL111-MENS
              GO TO CRF-FIM.
           IF W-NFRAC = 2 AND W-RESTO > ZEROS
              MOVE "O TERCEIRO PERIODO DEVE USAR TODO O SALDO"
                                TO DL111-MENS
              GO TO CRF-FIM.
           IF DL111-DIAS < 14 AND W-MAIOR < 14
              IF W-RESTO < 14
                 MOVE "UM DOS PERIODOS DEVE TER 14 DIAS OU MAIS"
                                TO DL111-MENS
                 GO TO CRF-FIM.
      *
      *****************************************
      * AQUISITIVO COMPLETO E CONCESSIVO      *
      *****************************************
      *
           MOVE DIA OF DATAADM TO W-NDDIA
           MOVE MES OF DATAADM TO W-NDMES
           COMPUTE W-NDANO = ANO OF DATAADM + W-PERAQ
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           IF W-NUMINI < W-NUMDIA
              MOVE "PERIODO AQUISITIVO AINDA NAO COMPLETO"
                                TO DL111-MENS
              GO TO CRF-FIM.
           COMPUTE W-NDANO = ANO OF DATAADM + W-PERAQ + 1
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA TO W-NUMANIV
           IF W-NUMFIM NOT < W-NUMANIV
              MOVE "FIM ULTRAPASSA O PERIODO CONCESSIVO"
                                TO DL111-MENS
              GO TO CRF-FIM.
      *
           MOVE ZEROS    TO DL111-RESULT
           MOVE W-PERAQ  TO DL111-PERAQ
           MOVE W-RESTO  TO DL111-SALDO
           MOVE "PERIODO DENTRO DAS REGRAS" TO DL111-MENS
           GO TO CRF-FIM.
      *
      *****************************************
      * DOMINGO (DSR) OU FERIADO DO CADFERIADO *
      * (ANO 0000 = FERIADO FIXO; RASCUNHO    *
      * AINDA NAO CONFIRMADO NAO CONTA)       *
      *****************************************
       CRF-EHREPOUSO.
           MOVE "N" TO W-REPOUSO
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           IF W-DIASEMANA = 1
              MOVE "S" TO W-REPOUSO
              GO TO CRF-EHREPOUSO-FIM.
           IF W-TEMFRD NOT = "S"
              GO TO CRF-EHREPOUSO-FIM.
           MOVE W-DTDIA TO FRDDIA
           MOVE W-DTMES TO FRDMES
           MOVE W-DTANO TO FRDANO
           READ CADFERIADO
           IF W-STFRD = "00" AND FRDSITUACAO NOT = "R"
              MOVE "S" TO W-REPOUSO
              GO TO CRF-EHREPOUSO-FIM.
           MOVE ZEROS TO FRDANO
           READ CADFERIADO
           IF W-STFRD = "00" AND FRDSITUACAO NOT = "R"
              MOVE "S" TO W-REPOUSO.
       CRF-EHREPOUSO-FIM.
           EXIT.
      *
      *****************************************
      * DIAS JA LANCADOS NO CADFERIAS         *
      *****************************************
       CRF-GOZADOS.
           MOVE ZEROS TO W-GOZADOS
           IF W-TEMFER NOT = "S"
              GO TO CRF-GOZADOS-FIM.
           MOVE DL111-CHAPA TO FERCHAPA
           MOVE ZEROS       TO FERINICIO
           START CADFERIAS KEY NOT < FERCHAVE
           IF W-STFER NOT = "00"
              GO TO CRF-GOZADOS-FIM.
       CRF-GOZADOS-LE.
           READ CADFERIAS NEXT RECORD
           IF W-STFER NOT = "00"
              GO TO CRF-GOZADOS-FIM.
           IF FERCHAPA NOT = DL111-CHAPA
              GO TO CRF-GOZADOS-FIM.
           ADD FERDIASGOZO TO W-GOZADOS
           GO TO CRF-GOZADOS-LE.
       CRF-GOZADOS-FIM.
           EXIT.
      *
      *****************************************
      * SOLICITACOES AINDA PENDENTES (AS      *
      * APROVADAS JA ESTAO NO CADFERIAS)      *
      *****************************************
       CRF-PENDENTES.
           MOVE ZEROS TO W-PENDENTES
           IF W-TEMSOL NOT = "S"
              GO TO CRF-PENDENTES-FIM.
           MOVE DL111-CHAPA TO SFECHAPA
           MOVE ZEROS       TO SFESEQ
           START CADSOLFER KEY NOT < SFECHAVE
           IF W-STSOL NOT = "00"
              GO TO CRF-PENDENTES-FIM.
       CRF-PENDENTES-LE.
           READ CADSOLFER NEXT RECORD
           IF W-STSOL NOT = "00"
              GO TO CRF-PENDENTES-FIM.
           IF SFECHAPA NOT = DL111-CHAPA
              GO TO CRF-PENDENTES-FIM.
           IF SFESEQ = DL111-SEQ OR SFESTATUS NOT = "P"
              GO TO CRF-PENDENTES-LE.
           ADD SFEDIAS TO W-PENDENTES
           GO TO CRF-PENDENTES-LE.
       CRF-PENDENTES-FIM.
           EXIT.
      *
      *****************************************
      * FRACOES JA SOLICITADAS NO AQUISITIVO  *
      * (PENDENTES E APROVADAS)               *
      *****************************************
       CRF-FRACOES.
           MOVE ZEROS TO W-NFRAC W-SOMAFRAC W-MAIOR
           IF W-TEMSOL NOT = "S"
              GO TO CRF-FRACOES-FIM.
           MOVE DL111-CHAPA TO SFECHAPA
           MOVE ZEROS       TO SFESEQ
           START CADSOLFER KEY NOT < SFECHAVE
           IF W-STSOL NOT = "00"
              GO TO CRF-FRACOES-FIM.
       CRF-FRACOES-LE.
           READ CADSOLFER NEXT RECORD
           IF W-STSOL NOT = "00"
              GO TO CRF-FRACOES-FIM.
           IF SFECHAPA NOT = DL111-CHAPA
              GO TO CRF-FRACOES-FIM.
           IF SFESEQ = DL111-SEQ OR SFEPERAQ NOT = W-PERAQ
              GO TO CRF-FRACOES-LE.
           IF SFESTATUS NOT = "P" AND SFESTATUS NOT = "A"
              GO TO CRF-FRACOES-LE.
           ADD 1 TO W-NFRAC
           ADD SFEDIAS TO W-SOMAFRAC
           IF SFEDIAS > W-MAIOR
              MOVE SFEDIAS TO W-MAIOR.
           GO TO CRF-FRACOES-LE.
       CRF-FRACOES-FIM.
           EXIT.
      *
      *****************************************
      * AVANCA UM DIA DE CALENDARIO (DL100    *
      * VALIDA O FIM DO MES E DO ANO)         *
      *****************************************
       SOMA-UMDIA.
           ADD 1 TO W-DTDIA
           CALL "DL100" USING W-DTDIA W-DTMES W-DTANO W-DL100-INV
           IF W-DL100-INV = ZEROS
              GO TO SOMA-UMDIA-FIM.
           MOVE 1 TO W-DTDIA
           ADD 1 TO W-DTMES
           IF W-DTMES > 12
              MOVE 1 TO W-DTMES
              ADD 1 TO W-DTANO.
       SOMA-UMDIA-FIM.
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
      *****************************************
      * DIA DA SEMANA (1=DOM ... 7=SAB) PELO  *
      * ALGORITMO DE ZELLER                   *
      *****************************************
       CAL-DIASEM.
           MOVE W-DTMES TO W-MESZ
           MOVE W-DTANO TO W-ANOZ
           IF W-MESZ < 3
              ADD 12 TO W-MESZ
              SUBTRACT 1 FROM W-ANOZ.
           DIVIDE W-ANOZ BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZSOMA = W-DTDIA + W-ZK
           COMPUTE W-ZQUOC = (13 * (W-MESZ + 1)) / 5
           ADD W-ZQUOC TO W-ZSOMA
           DIVIDE W-ZK BY 4 GIVING W-ZQUOC
           ADD W-ZQUOC TO W-ZSOMA
           DIVIDE W-ZJ BY 4 GIVING W-ZQUOC
           ADD W-ZQUOC TO W-ZSOMA
           COMPUTE W-ZSOMA = W-ZSOMA + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC REMAINDER W-ZH
      *    ZELLER: 0=SABADO, 1=DOMINGO, ..., 6=SEXTA
           IF W-ZH = ZEROS
              MOVE 7 TO W-DIASEMANA
           ELSE
              MOVE W-ZH TO W-DIASEMANA.
       CAL-DIASEM-FIM.
           EXIT.
      *
       CRF-FIM.
           IF W-TEMFER = "S"
              CLOSE CADFERIAS.
           IF W-TEMSOL = "S"
              CLOSE CADSOLFER.
           IF W-TEMFRD = "S"
              CLOSE CADFERIADO.
           IF W-TEMFUN = "S"
              CLOSE CADFUNC.
           EXIT PROGRAM.
