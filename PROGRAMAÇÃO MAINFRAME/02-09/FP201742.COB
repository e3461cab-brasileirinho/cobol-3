       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201742.
       AUTHOR. LEONARDO.
      **************************************
      * TAXAS DE FREQUENCIA E GRAVIDADE DE *
      * ACIDENTES DO TRABALHO POR DEPTO    *
      **************************************
      * PARA A COMPETENCIA INFORMADA (MM/AA) SOMA POR
      * DEPARTAMENTO:
      *   HHT   - HORAS TRABALHADAS DO CADPONTO
      *   ACID. - CATS DO CADCAT COM DATA NO MES
      *   DIAS  - DIAS DE AFASTAMENTO POR ACIDENTE (A)
      *           DO CADAFAST DENTRO DO MES (BASE 30)
      * TF = ACIDENTES X 1.000.000 / HHT
      * TG = DIAS PERDIDOS X 1.000.000 / HHT
      * O DEPARTAMENTO E O ATUAL DO FUNCIONARIO
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

           SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PNTCHAVE
                    FILE STATUS  IS W-STPNT
                    ALTERNATE RECORD KEY IS PNTCHAPA
                               WITH DUPLICATES.

           SELECT CADCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CATCHAVE
                    FILE STATUS  IS W-STCAT
                    ALTERNATE RECORD KEY IS CATCHAPA
                               WITH DUPLICATES.

           SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFACHAVE
                    FILE STATUS  IS W-STAFA
                    ALTERNATE RECORD KEY IS AFACHAPA
                               WITH DUPLICATES.

           SELECT RELACID ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
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

       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGODEPTO    PIC 9(03).
                03 DENOMINACAODEPTO PIC X(15).
                03 CENTRODECUSTO  PIC 9(01).
                03 FILLER   PIC X(45).

       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
                03 PNTCHAVE.
                   05 PNTCHAPA       PIC 9(05).
                   05 PNTPERIODO.
                      07 PNTMES      PIC 9(02).
                      07 PNTANO      PIC 9(02).
                03 PNTHORAS          PIC 9(03).
                03 PNTDIAS           PIC 9(02).
                03 PNTTAREFAS        PIC 9(03).
                03 PNTVENDAS         PIC 9(06)V99.
                03 PNTEMPRESA        PIC 9(02).
                03 PNTHOREX50        PIC 9(03).
                03 PNTHOREX100       PIC 9(03).
                03 PNTHORNOT         PIC 9(03).
                03 FILLER            PIC X(04).

       FD CADCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAT.DAT".
       01 REGCAT.
                03 CATCHAVE.
                   05 CATCHAPA       PIC 9(05).
                   05 CATSEQ         PIC 9(02).
                03 CATDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 CATHORA.
                   05 CATHH          PIC 9(02).
                   05 CATMM          PIC 9(02).
                03 CATTIPO           PIC X(01).
                03 CATPARTE          PIC X(20).
                03 CATTESTEM1        PIC X(30).
                03 CATTESTEM2        PIC X(30).
                03 CATAFASEQ         PIC 9(02).
                03 FILLER            PIC X(20).

       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
                03 AFACHAVE.
                   05 AFACHAPA       PIC 9(05).
                   05 AFASEQ         PIC 9(02).
                03 AFATIPO           PIC X(01).
                03 AFAINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 AFAPREVRET.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 AFARETORNO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 FILLER            PIC X(14).

       FD RELACID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACID.DAT".
       01 REGRELACID PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STPNT       PIC X(02) VALUE "00".
       77 W-STCAT       PIC X(02) VALUE "00".
       77 W-STAFA       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201742".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-ANO4        PIC 9(04) VALUE ZEROS.
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-REFAFA      PIC 9(04) VALUE ZEROS.
       77 W-DIAINI      PIC 9(02) VALUE ZEROS.
       77 W-DIAFIM      PIC 9(02) VALUE ZEROS.
       77 W-DIASFUNC    PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(03) COMP VALUE ZEROS.
       77 W-QTDDEP      PIC 9(03) VALUE ZEROS.
       77 W-TOTHHT      PIC 9(09) VALUE ZEROS.
       77 W-TOTACID     PIC 9(05) VALUE ZEROS.
       77 W-TOTDIAS     PIC 9(07) VALUE ZEROS.
       77 W-TF          PIC 9(07)V99 VALUE ZEROS.
       77 W-TG          PIC 9(09)V99 VALUE ZEROS.
      *    ACUMULADORES POR DEPARTAMENTO (INDICE = CODIGO DO DEPTO)
       01 W-TABDEP.
          03 W-DEP OCCURS 999 TIMES.
             05 W-DEPHHT    PIC 9(07).
             05 W-DEPACID   PIC 9(03).
             05 W-DEPDIAS   PIC 9(05).
       01 W-SYSDATA     PIC 9(06) VALUE ZEROS.
       01 W-SYSDATAR REDEFINES W-SYSDATA.
          03 W-SYSANO   PIC 9(02).
          03 W-SYSMES   PIC 9(02).
          03 W-SYSDIA   PIC 9(02).
       01 WS-LINTRACO   PIC X(100) VALUE ALL "-".
       01 WS-CAB1.
          03 FILLER        PIC X(48) VALUE
             "TAXAS DE FREQUENCIA E GRAVIDADE DE ACIDENTES - ".
          03 WS-CABMES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABANO     PIC 9(04).
          03 FILLER        PIC X(12) VALUE "   EMISSAO: ".
          03 WS-CABDIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABEMES    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABEANO    PIC 9(02).
       01 WS-CAB2.
          03 FILLER        PIC X(40) VALUE
             "DEPTO DENOMINACAO          HHT  ACID.  ".
          03 FILLER        PIC X(40) VALUE
             "DIAS PERD.      TF              TG".
       01 WS-LINDEP.
          03 WS-DEPCOD     PIC 9(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 WS-DEPNOME    PIC X(15).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-DEPHHT     PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DEPACID    PIC ZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DEPDIAS    PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DEPTF      PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-DEPTG      PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO"
              GO TO ROT-FIMS.
       INC-OP2.
      *    SEM CADPONTO / CADCAT / CADAFAST O ITEM FICA ZERADO
           OPEN INPUT CADPONTO
           OPEN INPUT CADCAT
           OPEN INPUT CADAFAST.
       INC-OP3.
           OPEN OUTPUT RELACID
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELACID" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELACID"
              GO TO ROT-FIMS.
           ACCEPT W-SYSDATA FROM DATE.
      *
       ACD-PEDE.
           DISPLAY "TAXAS DE ACIDENTES - MES DE REFERENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO ACD-PEDE.
           DISPLAY "ANO DE REFERENCIA (AA): "
           ACCEPT W-ANO
           COMPUTE W-ANO4    = 2000 + W-ANO
           COMPUTE W-REFCOMP = (W-ANO * 100) + W-MES
           MOVE ZEROS TO W-TABDEP.
      *
      *****************************************
      * ACUMULA HHT, ACIDENTES E DIAS POR     *
      * DEPARTAMENTO                          *
      *****************************************
       ACD-FUNC.
           MOVE ZEROS TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF ST-ERRO NOT = "00"
              GO TO ACD-IMPRIME.
       ACD-FUNC-LE.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ACD-IMPRIME.
           IF FUNCDEPTO = ZEROS
              GO TO ACD-FUNC-LE.
           MOVE FUNCDEPTO TO W-IND
           PERFORM ACD-PONTO THRU ACD-PONTO-FIM
           PERFORM ACD-CAT   THRU ACD-CAT-FIM
           PERFORM ACD-AFAST THRU ACD-AFAST-FIM
           GO TO ACD-FUNC-LE.
      *
       ACD-PONTO.
           IF W-STPNT NOT = "00"
              GO TO ACD-PONTO-FIM.
           MOVE CHAPA TO PNTCHAPA
           MOVE W-MES TO PNTMES
           MOVE W-ANO TO PNTANO
           READ CADPONTO
           IF W-STPNT = "00"
              ADD PNTHORAS TO W-DEPHHT (W-IND)
           ELSE
              MOVE "00" TO W-STPNT.
       ACD-PONTO-FIM.
           EXIT.
      *
       ACD-CAT.
           IF W-STCAT NOT = "00"
              GO TO ACD-CAT-FIM.
           MOVE CHAPA TO CATCHAPA
           START CADCAT KEY NOT < CATCHAPA
           IF W-STCAT NOT = "00"
              MOVE "00" TO W-STCAT
              GO TO ACD-CAT-FIM.
       ACD-CAT-LE.
           READ CADCAT NEXT RECORD
           IF W-STCAT NOT = "00"
              MOVE "00" TO W-STCAT
              GO TO ACD-CAT-FIM.
           IF CATCHAPA NOT = CHAPA
              GO TO ACD-CAT-FIM.
           IF MES OF CATDATA = W-MES AND ANO OF CATDATA = W-ANO4
              ADD 1 TO W-DEPACID (W-IND).
           GO TO ACD-CAT-LE.
       ACD-CAT-FIM.
           EXIT.
      *
      *    DIAS DE AFASTAMENTO POR ACIDENTE DENTRO DO MES (BASE 30)
       ACD-AFAST.
           IF W-STAFA NOT = "00"
              GO TO ACD-AFAST-FIM.
           MOVE ZEROS TO W-DIASFUNC
           MOVE CHAPA TO AFACHAPA
           START CADAFAST KEY NOT < AFACHAPA
           IF W-STAFA NOT = "00"
              MOVE "00" TO W-STAFA
              GO TO ACD-AFAST-FIM.
       ACD-AFAST-LE.
           READ CADAFAST NEXT RECORD
           IF W-STAFA NOT = "00"
              MOVE "00" TO W-STAFA
              GO TO ACD-AFAST-SOMA.
           IF AFACHAPA NOT = CHAPA
              GO TO ACD-AFAST-SOMA.
           IF AFATIPO NOT = "A"
              GO TO ACD-AFAST-LE.
           COMPUTE W-REFAFA = (ANO OF AFAINICIO * 100)
                            +  MES OF AFAINICIO
           IF W-REFAFA > W-REFCOMP
              GO TO ACD-AFAST-LE.
           IF W-REFAFA = W-REFCOMP
              MOVE DIA OF AFAINICIO TO W-DIAINI
           ELSE
              MOVE 01 TO W-DIAINI.
           IF AFARETORNO = ZEROS
              MOVE 30 TO W-DIAFIM
           ELSE
              COMPUTE W-REFAFA = (ANO OF AFARETORNO * 100)
                               +  MES OF AFARETORNO
              IF W-REFAFA < W-REFCOMP
                 GO TO ACD-AFAST-LE
              ELSE
                 IF W-REFAFA = W-REFCOMP
                    COMPUTE W-DIAFIM = DIA OF AFARETORNO - 1
                 ELSE
                    MOVE 30 TO W-DIAFIM.
           IF W-DIAFIM > 30
              MOVE 30 TO W-DIAFIM.
           IF W-DIAFIM NOT < W-DIAINI
              COMPUTE W-DIASFUNC = W-DIASFUNC
                                 + W-DIAFIM - W-DIAINI + 1.
           GO TO ACD-AFAST-LE.
       ACD-AFAST-SOMA.
           IF W-DIASFUNC > 30
              MOVE 30 TO W-DIASFUNC.
           ADD W-DIASFUNC TO W-DEPDIAS (W-IND).
       ACD-AFAST-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO - SO DEPARTAMENTOS COM      *
      * MOVIMENTO NO MES                      *
      *****************************************
       ACD-IMPRIME.
           MOVE W-MES    TO WS-CABMES
           MOVE W-ANO4   TO WS-CABANO
           MOVE W-SYSDIA TO WS-CABDIA
           MOVE W-SYSMES TO WS-CABEMES
           MOVE W-SYSANO TO WS-CABEANO
           MOVE WS-CAB1     TO REGRELACID
           WRITE REGRELACID
           MOVE WS-LINTRACO TO REGRELACID
           WRITE REGRELACID
           MOVE WS-CAB2     TO REGRELACID
           WRITE REGRELACID
           MOVE WS-LINTRACO TO REGRELACID
           WRITE REGRELACID
           MOVE ZEROS TO W-IND.
       ACD-IMPRIME-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 999
              GO TO ACD-TOTAL.
           IF W-DEPHHT (W-IND) = ZEROS AND W-DEPACID (W-IND) = ZEROS
                                       AND W-DEPDIAS (W-IND) = ZEROS
              GO TO ACD-IMPRIME-LOOP.
           MOVE W-IND TO CODIGODEPTO
           READ CADEPTO
           IF ST-ERRO = "00"
              MOVE DENOMINACAODEPTO TO WS-DEPNOME
           ELSE
              MOVE "NAO CADASTRADO" TO WS-DEPNOME.
           MOVE W-IND              TO WS-DEPCOD
           MOVE W-DEPHHT  (W-IND)  TO WS-DEPHHT
           MOVE W-DEPACID (W-IND)  TO WS-DEPACID
           MOVE W-DEPDIAS (W-IND)  TO WS-DEPDIAS
           MOVE ZEROS TO W-TF W-TG
           IF W-DEPHHT (W-IND) > ZEROS
              COMPUTE W-TF ROUNDED = W-DEPACID (W-IND) * 1000000
                                   / W-DEPHHT (W-IND)
              COMPUTE W-TG ROUNDED = W-DEPDIAS (W-IND) * 1000000
                                   / W-DEPHHT (W-IND).
           MOVE W-TF TO WS-DEPTF
           MOVE W-TG TO WS-DEPTG
           MOVE WS-LINDEP TO REGRELACID
           WRITE REGRELACID
           ADD 1                  TO W-QTDDEP
           ADD W-DEPHHT  (W-IND)  TO W-TOTHHT
           ADD W-DEPACID (W-IND)  TO W-TOTACID
           ADD W-DEPDIAS (W-IND)  TO W-TOTDIAS
           GO TO ACD-IMPRIME-LOOP.
      *
       ACD-TOTAL.
           MOVE WS-LINTRACO TO REGRELACID
           WRITE REGRELACID
           MOVE ZEROS       TO WS-DEPCOD
           MOVE "TOTAL GERAL"  TO WS-DEPNOME
           MOVE W-TOTHHT    TO WS-DEPHHT
           MOVE W-TOTACID   TO WS-DEPACID
           MOVE W-TOTDIAS   TO WS-DEPDIAS
           MOVE ZEROS TO W-TF W-TG
           IF W-TOTHHT > ZEROS
              COMPUTE W-TF ROUNDED = W-TOTACID * 1000000 / W-TOTHHT
              COMPUTE W-TG ROUNDED = W-TOTDIAS * 1000000 / W-TOTHHT.
           MOVE W-TF TO WS-DEPTF
           MOVE W-TG TO WS-DEPTG
           MOVE WS-LINDEP TO REGRELACID
           WRITE REGRELACID.
      *
       ACD-ENCERRA.
           CLOSE CADFUNC CADEPTO RELACID
           IF W-STPNT = "00"
              CLOSE CADPONTO.
           IF W-STCAT = "00"
              CLOSE CADCAT.
           IF W-STAFA = "00"
              CLOSE CADAFAST.
           DISPLAY "DEPARTAMENTOS LISTADOS EM RELACID.DAT: " W-QTDDEP
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
