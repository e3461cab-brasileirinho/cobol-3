       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201766.
       AUTHOR. LEONARDO.
      **************************************
      * RELATORIO DE IGUALDADE SALARIAL (LEI 14.611) *
      **************************************
      * COMPARA, POR EMPRESA E DENTRO DE CADA GRUPO
      * DE CBO (CODIGOCBO DO CADCARGO), A MEDIA E A
      * MEDIANA DO SALARIO BASE (FUNCSALBASE) E O
      * TOTAL PAGO NO SEMESTRE (FPHSALPAGO DO
      * FOPAGHIST) ENTRE MULHERES E HOMENS.
      * ENTRAM OS FUNCIONARIOS ATIVOS (ESTATUS NAO D)
      * COM SEXO INFORMADO; ESTAGIARIO (FUNCTIPOCONTR
      * E) NAO E EMPREGADO E FICA DE FORA. CARGO SEM
      * CBO SAI NO GRUPO 000000.
      * A DIFERENCA E (HOMENS - MULHERES) / HOMENS EM
      * PERCENTUAL; ACIMA DO LIMITE DO PARAMETRO 18
      * DO CADPARAM (PADRAO 5,00%), PARA MAIS OU PARA
      * MENOS, O GRUPO SAI MARCADO NO RELIGUAL, QUE
      * VAI PARA O ACERVO PELO FP201723.
      * O IGUALCSV LEVA UMA LINHA POR EMPRESA/CBO/
      * SEXO SEPARADA POR ";" NO LAYOUT DO
      * RELATORIO DE TRANSPARENCIA SALARIAL:
      * CNPJ;ANO;SEMESTRE;CBO;SEXO;QUANTIDADE;
      * MEDIA;MEDIANA;TOTAL
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

           SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                               WITH DUPLICATES.

           SELECT FOPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPHCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FPHCHAPA
                               WITH DUPLICATES.

           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS W-STAUX.

           SELECT RELIGUAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT IGUALCSV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
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
                03 FUNCTIPOCONTR PIC X(01).
                03 FUNCSEXO   PIC X(01).
                03 FUNCRACA   PIC 9(01).
                03 FILLER     PIC X(03).

       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO            PIC 9(03).
                03 DENOMINACAO       PIC X(15).
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 CODIGOCBO         PIC 9(06).
                03 FILLER            PIC X(25).

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
                03 FILLER            PIC X(20).

       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
                03 EMPCODIGO        PIC 9(02).
                03 EMPRAZAO         PIC X(30).
                03 EMPCNPJ          PIC 9(14).
                03 FILLER           PIC X(14).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD RELIGUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIGUAL.DAT".
       01 REGRELIGUAL PIC X(100).

       FD IGUALCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IGUALCSV.CSV".
       01 REGIGUALCSV PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-EMPRESA  PIC 9(02).
          03 SW-CBO      PIC 9(06).
          03 SW-SEXO     PIC X(01).
          03 SW-SALBASE  PIC 9(06)V99.
          03 SW-CHAPA    PIC 9(05).
          03 SW-TOTPAGO  PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STAUX       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201766".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-SEM         PIC 9(01) VALUE ZEROS.
       77 W-MESINI      PIC 9(02) VALUE ZEROS.
       77 W-MESFIM      PIC 9(02) VALUE ZEROS.
       77 W-MESLIDO     PIC 9(02) VALUE ZEROS.
       77 W-TOTPAGO     PIC 9(08)V99 VALUE ZEROS.
       77 W-LIMITE      PIC 9(06)V99 VALUE 5,00.
       77 W-LIMNEG      PIC S9(06)V99 VALUE ZEROS.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-EMPANT      PIC 9(02) VALUE ZEROS.
       77 W-CBOANT      PIC 9(06) VALUE ZEROS.
       77 W-SEXOANT     PIC X(01) VALUE SPACES.
       77 W-CNPJ        PIC 9(14) VALUE ZEROS.
       77 W-QTDSEXO     PIC 9(05) COMP VALUE ZEROS.
       77 W-SOMASAL     PIC 9(11)V99 VALUE ZEROS.
       77 W-SOMAPAGO    PIC 9(11)V99 VALUE ZEROS.
       77 W-METADE      PIC 9(05) COMP VALUE ZEROS.
       77 W-RESTO       PIC 9(01) COMP VALUE ZEROS.
       77 W-IND         PIC 9(05) COMP VALUE ZEROS.
       77 W-SX          PIC 9(01) COMP VALUE ZEROS.
       77 W-MEDIA       PIC 9(06)V99 VALUE ZEROS.
       77 W-MEDIANA     PIC 9(06)V99 VALUE ZEROS.
       77 W-DIFMEDIA    PIC S9(05)V99 VALUE ZEROS.
       77 W-DIFMEDIANA  PIC S9(05)V99 VALUE ZEROS.
       77 W-SEMSEXO     PIC 9(05) VALUE ZEROS.
       77 W-TOTEMP      PIC 9(03) VALUE ZEROS.
       77 W-TOTGRUPO    PIC 9(05) VALUE ZEROS.
       77 W-TOTACIMA    PIC 9(05) VALUE ZEROS.
       77 W-EMPGRUPO    PIC 9(05) VALUE ZEROS.
       77 W-EMPACIMA    PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
      *
      *    SALARIOS DO GRUPO EMPRESA/CBO/SEXO JA EM ORDEM
      *    CRESCENTE (SAIDA DO SORT) PARA A MEDIANA
       01 TABSAL.
          03 TABSAL-VALOR  PIC 9(06)V99 OCCURS 5000 TIMES.
      *    1=FEMININO  2=MASCULINO
       01 TABSEXO.
          03 TABSEXO-ITEM OCCURS 2 TIMES.
             05 TABSEXO-QTDE     PIC 9(05).
             05 TABSEXO-MEDIA    PIC 9(06)V99.
             05 TABSEXO-MEDIANA  PIC 9(06)V99.
             05 TABSEXO-PAGO     PIC 9(11)V99.
       01 WS-CAB1.
          03 FILLER       PIC X(40) VALUE
             "RELATORIO DE IGUALDADE SALARIAL - ANO: ".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(12) VALUE "  SEMESTRE: ".
          03 WS-CABSEM    PIC 9(01).
          03 FILLER       PIC X(11) VALUE "  LIMITE: ".
          03 WS-CABLIM    PIC ZZ9,99.
          03 FILLER       PIC X(01) VALUE "%".
       01 WS-CAB2.
          03 FILLER       PIC X(40) VALUE
             "  CBO    SEXO       QTDE  MEDIA SALBASE".
          03 FILLER       PIC X(36) VALUE
             "  MEDIANA    TOTAL PAGO SEMESTRE".
       01 WS-CABEMP.
          03 FILLER       PIC X(09) VALUE "EMPRESA: ".
          03 WS-EMPCOD    PIC 9(02).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-EMPNOME   PIC X(30).
          03 FILLER       PIC X(08) VALUE "  CNPJ: ".
          03 WS-EMPCNPJ   PIC 9(14).
       01 WS-LINDET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETCBO    PIC 9(06).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETSEXO   PIC X(09).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETQTDE   PIC ZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETMEDIA  PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETMEDIANA PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETPAGO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINDIF.
          03 FILLER       PIC X(28) VALUE
             "    DIFERENCA M/F - MEDIA: ".
          03 WS-DIFMEDIA  PIC -ZZZ9,99.
          03 FILLER       PIC X(12) VALUE "%  MEDIANA: ".
          03 WS-DIFMEDIANA PIC -ZZZ9,99.
          03 FILLER       PIC X(01) VALUE "%".
          03 WS-DIFMARCA  PIC X(26).
       01 WS-LINSEMCMP.
          03 FILLER       PIC X(48) VALUE
             "    SEM COMPARACAO - SO UM SEXO NO GRUPO DO CBO".
       01 WS-TOTEMPR.
          03 FILLER       PIC X(26) VALUE
             "  TOTAL DA EMPRESA - CBO: ".
          03 WS-TEGRUPO   PIC ZZZZ9.
          03 FILLER       PIC X(20) VALUE
             "   ACIMA DO LIMITE: ".
          03 WS-TEACIMA   PIC ZZZZ9.
       01 WS-RODAPE.
          03 FILLER       PIC X(10) VALUE "EMPRESAS: ".
          03 WS-RODEMP    PIC ZZ9.
          03 FILLER       PIC X(12) VALUE "   GRUPOS: ".
          03 WS-RODGRUPO  PIC ZZZZ9.
          03 FILLER       PIC X(20) VALUE
             "   ACIMA DO LIMITE: ".
          03 WS-RODACIMA  PIC ZZZZ9.
          03 FILLER       PIC X(18) VALUE
             "   SEM SEXO INF.: ".
          03 WS-RODSEMSX  PIC ZZZZ9.
       01 WS-CSVCNPJ      PIC 9(14).
       01 WS-CSVQTDE      PIC 9(05).
       01 WS-CSVMEDIA     PIC 9(06),99.
       01 WS-CSVMEDIANA   PIC 9(06),99.
       01 WS-CSVPAGO      PIC 9(11),99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "RELATORIO DE IGUALDADE SALARIAL"
           DISPLAY "INFORME O ANO (AA): "
           ACCEPT W-ANO.
       INC-ACE1.
           DISPLAY "INFORME O SEMESTRE (1 OU 2): "
           ACCEPT W-SEM
           IF W-SEM NOT = 1 AND W-SEM NOT = 2
              DISPLAY "SEMESTRE INVALIDO"
              GO TO INC-ACE1.
           IF W-SEM = 1
              MOVE 01 TO W-MESINI
              MOVE 06 TO W-MESFIM
           ELSE
              MOVE 07 TO W-MESINI
              MOVE 12 TO W-MESFIM.
      *
       INC-OP0.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADCARGO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT FOPAGHIST
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA"
              GO TO ROT-FIMS.
       INC-OP4.
      *    PARAMETRO 18 = LIMITE % DA DIFERENCA M/F (PADRAO 5,00)
           OPEN INPUT CADPARAM
           IF W-STAUX NOT = "00"
              GO TO INC-OP5.
           MOVE 18 TO PRMCODIGO
           READ CADPARAM
           IF W-STAUX = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-LIMITE.
           CLOSE CADPARAM.
       INC-OP5.
           OPEN OUTPUT RELIGUAL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELIGUAL"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELIGUAL"
              GO TO ROT-FIMS.
       INC-OP6.
           OPEN OUTPUT IGUALCSV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO IGUALCSV"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO IGUALCSV"
              GO TO ROT-FIMS.
      *
           COMPUTE W-LIMNEG = 0 - W-LIMITE
           MOVE W-ANO    TO WS-CABANO
           MOVE W-SEM    TO WS-CABSEM
           MOVE W-LIMITE TO WS-CABLIM
           MOVE SPACES  TO REGRELIGUAL
           MOVE WS-CAB1 TO REGRELIGUAL
           WRITE REGRELIGUAL
           MOVE SPACES  TO REGRELIGUAL
           MOVE WS-CAB2 TO REGRELIGUAL
           WRITE REGRELIGUAL
           MOVE SPACES  TO REGIGUALCSV
           STRING "CNPJ;ANO;SEMESTRE;CBO;SEXO;QUANTIDADE;"
                  "MEDIA;MEDIANA;TOTAL"
                  DELIMITED BY SIZE INTO REGIGUALCSV
           WRITE REGIGUALCSV
           SORT SORTWK
               ON ASCENDING KEY SW-EMPRESA SW-CBO SW-SEXO
                                SW-SALBASE
               INPUT PROCEDURE  IS SRT-ENTRADA
               OUTPUT PROCEDURE IS SRT-SAIDA.
      *
           MOVE W-TOTEMP   TO WS-RODEMP
           MOVE W-TOTGRUPO TO WS-RODGRUPO
           MOVE W-TOTACIMA TO WS-RODACIMA
           MOVE W-SEMSEXO  TO WS-RODSEMSX
           MOVE SPACES    TO REGRELIGUAL
           WRITE REGRELIGUAL
           MOVE WS-RODAPE TO REGRELIGUAL
           WRITE REGRELIGUAL
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADFUNC CADCARGO FOPAGHIST CADEMPRESA
                 RELIGUAL IGUALCSV
           DISPLAY "FUNCIONARIOS NO RELATORIO: " W-CTLGRAV
           DISPLAY "GRUPOS ACIMA DO LIMITE   : " W-TOTACIMA
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - FUNCIONARIOS ATIVOS *
      * COM O TOTAL PAGO NO SEMESTRE          *
      *****************************************
       SRT-ENTRADA.
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF W-STFUN NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-LOOP.
           READ CADFUNC NEXT RECORD
           IF W-STFUN NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF ESTATUS = "D" OR FUNCTIPOCONTR = "E"
              GO TO SRT-LOOP.
           IF FUNCSEXO NOT = "F" AND FUNCSEXO NOT = "M"
              ADD 1 TO W-SEMSEXO
              GO TO SRT-LOOP.
           MOVE ZEROS TO SW-CBO
           MOVE FUNCCARGO TO CODIGO
           READ CADCARGO
           IF ST-ERRO = "00"
              MOVE CODIGOCBO TO SW-CBO.
           PERFORM SOMA-PAGO THRU SOMA-PAGO-FIM
           MOVE FUNCEMPRESA TO SW-EMPRESA
           MOVE FUNCSEXO    TO SW-SEXO
           MOVE FUNCSALBASE TO SW-SALBASE
           MOVE CHAPA       TO SW-CHAPA
           MOVE W-TOTPAGO   TO SW-TOTPAGO
           RELEASE REGSORTWK
           ADD 1 TO W-CTLGRAV
           ADD W-TOTPAGO TO W-CTLVALOR
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
       SOMA-PAGO.
           MOVE ZEROS    TO W-TOTPAGO
           MOVE W-MESINI TO W-MESLIDO.
       SOMA-PAGO-LOOP.
           IF W-MESLIDO > W-MESFIM
              GO TO SOMA-PAGO-FIM.
           MOVE CHAPA     TO FPHCHAPA
           MOVE W-MESLIDO TO FPHMES
           MOVE W-ANO     TO FPHANO
           READ FOPAGHIST
           IF ST-ERRO = "00"
              ADD FPHSALPAGO TO W-TOTPAGO.
           ADD 1 TO W-MESLIDO
           GO TO SOMA-PAGO-LOOP.
       SOMA-PAGO-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR EMPRESA,   *
      * CBO E SEXO                            *
      *****************************************
       SRT-SAIDA.
           CONTINUE.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM REL-ABRE-EMP THRU REL-ABRE-EMP-FIM
              PERFORM REL-ABRE-CBO THRU REL-ABRE-CBO-FIM
              PERFORM REL-ABRE-SEXO THRU REL-ABRE-SEXO-FIM
              GO TO SRT-SAIDA-ACUM.
           IF SW-EMPRESA NOT = W-EMPANT
              PERFORM REL-FECHA-SEXO THRU REL-FECHA-SEXO-FIM
              PERFORM REL-FECHA-CBO THRU REL-FECHA-CBO-FIM
              PERFORM REL-FECHA-EMP THRU REL-FECHA-EMP-FIM
              PERFORM REL-ABRE-EMP THRU REL-ABRE-EMP-FIM
              PERFORM REL-ABRE-CBO THRU REL-ABRE-CBO-FIM
              PERFORM REL-ABRE-SEXO THRU REL-ABRE-SEXO-FIM
              GO TO SRT-SAIDA-ACUM.
           IF SW-CBO NOT = W-CBOANT
              PERFORM REL-FECHA-SEXO THRU REL-FECHA-SEXO-FIM
              PERFORM REL-FECHA-CBO THRU REL-FECHA-CBO-FIM
              PERFORM REL-ABRE-CBO THRU REL-ABRE-CBO-FIM
              PERFORM REL-ABRE-SEXO THRU REL-ABRE-SEXO-FIM
              GO TO SRT-SAIDA-ACUM.
           IF SW-SEXO NOT = W-SEXOANT
              PERFORM REL-FECHA-SEXO THRU REL-FECHA-SEXO-FIM
              PERFORM REL-ABRE-SEXO THRU REL-ABRE-SEXO-FIM.
       SRT-SAIDA-ACUM.
           ADD 1 TO W-QTDSEXO
           IF W-QTDSEXO NOT > 5000
              MOVE SW-SALBASE TO TABSAL-VALOR (W-QTDSEXO).
           ADD SW-SALBASE TO W-SOMASAL
           ADD SW-TOTPAGO TO W-SOMAPAGO
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-FIM.
           IF W-PRIMEIRO NOT = "S"
              PERFORM REL-FECHA-SEXO THRU REL-FECHA-SEXO-FIM
              PERFORM REL-FECHA-CBO THRU REL-FECHA-CBO-FIM
              PERFORM REL-FECHA-EMP THRU REL-FECHA-EMP-FIM.
           EXIT.
      *
       REL-ABRE-EMP.
           MOVE SW-EMPRESA TO W-EMPANT WS-EMPCOD EMPCODIGO
           MOVE ZEROS      TO W-EMPGRUPO W-EMPACIMA
           ADD 1 TO W-TOTEMP
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "EMPRESA NAO CADASTRADA" TO WS-EMPNOME
              MOVE ZEROS TO W-CNPJ
           ELSE
              MOVE EMPRAZAO TO WS-EMPNOME
              MOVE EMPCNPJ  TO W-CNPJ.
           MOVE W-CNPJ TO WS-EMPCNPJ
           MOVE SPACES    TO REGRELIGUAL
           WRITE REGRELIGUAL
           MOVE WS-CABEMP TO REGRELIGUAL
           WRITE REGRELIGUAL.
       REL-ABRE-EMP-FIM.
           EXIT.
      *
       REL-ABRE-CBO.
           MOVE SW-CBO TO W-CBOANT
           MOVE ZEROS  TO TABSEXO-QTDE (1) TABSEXO-MEDIA (1)
                          TABSEXO-MEDIANA (1) TABSEXO-PAGO (1)
                          TABSEXO-QTDE (2) TABSEXO-MEDIA (2)
                          TABSEXO-MEDIANA (2) TABSEXO-PAGO (2)
           ADD 1 TO W-EMPGRUPO W-TOTGRUPO
           MOVE SPACES TO REGRELIGUAL
           WRITE REGRELIGUAL.
       REL-ABRE-CBO-FIM.
           EXIT.
      *
       REL-ABRE-SEXO.
           MOVE SW-SEXO TO W-SEXOANT
           MOVE ZEROS   TO W-QTDSEXO W-SOMASAL W-SOMAPAGO.
       REL-ABRE-SEXO-FIM.
           EXIT.
      *
      *    MEDIANA: ELEMENTO DO MEIO DA LISTA ORDENADA OU
      *    MEDIA DOS DOIS DO MEIO QUANDO A QUANTIDADE E PAR
       REL-FECHA-SEXO.
           IF W-QTDSEXO = ZEROS
              GO TO REL-FECHA-SEXO-FIM.
           COMPUTE W-MEDIA ROUNDED = W-SOMASAL / W-QTDSEXO
           MOVE W-QTDSEXO TO W-IND
           IF W-IND > 5000
              MOVE 5000 TO W-IND.
           DIVIDE W-IND BY 2 GIVING W-METADE REMAINDER W-RESTO
           IF W-RESTO = 1
              ADD 1 TO W-METADE
              MOVE TABSAL-VALOR (W-METADE) TO W-MEDIANA
           ELSE
              COMPUTE W-MEDIANA ROUNDED =
                      (TABSAL-VALOR (W-METADE) +
                       TABSAL-VALOR (W-METADE + 1)) / 2.
           IF W-SEXOANT = "F"
              MOVE 1 TO W-SX
              MOVE "FEMININO"  TO WS-DETSEXO
           ELSE
              MOVE 2 TO W-SX
              MOVE "MASCULINO" TO WS-DETSEXO.
           MOVE W-QTDSEXO  TO TABSEXO-QTDE (W-SX)
           MOVE W-MEDIA    TO TABSEXO-MEDIA (W-SX)
           MOVE W-MEDIANA  TO TABSEXO-MEDIANA (W-SX)
           MOVE W-SOMAPAGO TO TABSEXO-PAGO (W-SX)
           MOVE W-CBOANT   TO WS-DETCBO
           MOVE W-QTDSEXO  TO WS-DETQTDE
           MOVE W-MEDIA    TO WS-DETMEDIA
           MOVE W-MEDIANA  TO WS-DETMEDIANA
           MOVE W-SOMAPAGO TO WS-DETPAGO
           MOVE SPACES    TO REGRELIGUAL
           MOVE WS-LINDET TO REGRELIGUAL
           WRITE REGRELIGUAL
           PERFORM CSV-GRAVA THRU CSV-GRAVA-FIM.
       REL-FECHA-SEXO-FIM.
           EXIT.
      *
       REL-FECHA-CBO.
           IF TABSEXO-QTDE (1) = ZEROS OR TABSEXO-QTDE (2) = ZEROS
              MOVE SPACES       TO REGRELIGUAL
              MOVE WS-LINSEMCMP TO REGRELIGUAL
              WRITE REGRELIGUAL
              GO TO REL-FECHA-CBO-FIM.
           MOVE ZEROS TO W-DIFMEDIA W-DIFMEDIANA
           IF TABSEXO-MEDIA (2) > ZEROS
              COMPUTE W-DIFMEDIA ROUNDED =
                      (TABSEXO-MEDIA (2) - TABSEXO-MEDIA (1)) * 100
                      / TABSEXO-MEDIA (2).
           IF TABSEXO-MEDIANA (2) > ZEROS
              COMPUTE W-DIFMEDIANA ROUNDED =
                      (TABSEXO-MEDIANA (2) - TABSEXO-MEDIANA (1))
                      * 100 / TABSEXO-MEDIANA (2).
           MOVE W-DIFMEDIA   TO WS-DIFMEDIA
           MOVE W-DIFMEDIANA TO WS-DIFMEDIANA
           MOVE SPACES       TO WS-DIFMARCA
           IF W-DIFMEDIA > W-LIMITE OR W-DIFMEDIA < W-LIMNEG
              OR W-DIFMEDIANA > W-LIMITE OR W-DIFMEDIANA < W-LIMNEG
              MOVE "  *** ACIMA DO LIMITE ***" TO WS-DIFMARCA
              ADD 1 TO W-EMPACIMA W-TOTACIMA.
           MOVE SPACES    TO REGRELIGUAL
           MOVE WS-LINDIF TO REGRELIGUAL
           WRITE REGRELIGUAL.
       REL-FECHA-CBO-FIM.
           EXIT.
      *
       REL-FECHA-EMP.
           MOVE W-EMPGRUPO TO WS-TEGRUPO
           MOVE W-EMPACIMA TO WS-TEACIMA
           MOVE SPACES     TO REGRELIGUAL
           WRITE REGRELIGUAL
           MOVE WS-TOTEMPR TO REGRELIGUAL
           WRITE REGRELIGUAL.
       REL-FECHA-EMP-FIM.
           EXIT.
      *
       CSV-GRAVA.
           MOVE W-CNPJ     TO WS-CSVCNPJ
           MOVE W-QTDSEXO  TO WS-CSVQTDE
           MOVE W-MEDIA    TO WS-CSVMEDIA
           MOVE W-MEDIANA  TO WS-CSVMEDIANA
           MOVE W-SOMAPAGO TO WS-CSVPAGO
           MOVE SPACES     TO REGIGUALCSV
           STRING WS-CSVCNPJ    DELIMITED BY SIZE ";"
                  W-ANO         DELIMITED BY SIZE ";"
                  W-SEM         DELIMITED BY SIZE ";"
                  W-CBOANT      DELIMITED BY SIZE ";"
                  W-SEXOANT     DELIMITED BY SIZE ";"
                  WS-CSVQTDE    DELIMITED BY SIZE ";"
                  WS-CSVMEDIA   DELIMITED BY SIZE ";"
                  WS-CSVMEDIANA DELIMITED BY SIZE ";"
                  WS-CSVPAGO    DELIMITED BY SIZE
             INTO REGIGUALCSV
           WRITE REGIGUALCSV.
       CSV-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMS.
           STOP RUN.
