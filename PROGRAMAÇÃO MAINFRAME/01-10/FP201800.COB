       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201800.
       AUTHOR. LEONARDO.
      **************************************
      * CARTA DE ADVERTENCIA / SUSPENSAO   *
      **************************************
      * PARA CADA CHAPA E SEQUENCIA INFORMADAS IMPRIME
      * NO RELADVERT A CARTA DA MEDIDA DISCIPLINAR DO
      * CADDISC (FP201799) PARA ASSINATURA:
      * IDENTIFICACAO, SETOR, CARGO, TEXTO DA
      * ADVERTENCIA OU DA SUSPENSAO (DIAS E INICIO),
      * MOTIVO E CAMPOS DE ASSINATURA DO EMPREGADOR,
      * DO EMPREGADO E DE DUAS TESTEMUNHAS (RECUSA)
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

           SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                               WITH DUPLICATES.

           SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSCCHAVE
                    FILE STATUS  IS W-STDSC.

           SELECT RELADVERT ASSIGN TO DISK
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

       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DSCCHAVE.
                   05 DSCCHAPA       PIC 9(05).
                   05 DSCSEQ         PIC 9(03).
                03 DSCTIPO           PIC X(01).
                03 DSCDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DSCMOTIVO         PIC X(60).
                03 DSCDIAS           PIC 9(02).
                03 DSCINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(13).

       FD RELADVERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELADVERT.DAT".
       01 REGRELADVERT PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STDSC       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201800".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-SEQ         PIC 9(03) VALUE ZEROS.
       77 W-TOTCARTA    PIC 9(05) VALUE ZEROS.
       01 W-SYSDATA     PIC 9(06) VALUE ZEROS.
       01 W-SYSDATAR REDEFINES W-SYSDATA.
          03 W-SYSANO   PIC 9(02).
          03 W-SYSMES   PIC 9(02).
          03 W-SYSDIA   PIC 9(02).
       01 WS-LINTRACO   PIC X(100) VALUE ALL "-".
       01 WS-CAB1.
          03 WS-CABTIT     PIC X(60).
          03 FILLER        PIC X(09) VALUE "EMISSAO: ".
          03 WS-CABDIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABMES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABANO     PIC 9(02).
       01 WS-TITADV        PIC X(60) VALUE
          "          CARTA DE ADVERTENCIA DISCIPLINAR".
       01 WS-TITSUS        PIC X(60) VALUE
          "          COMUNICADO DE SUSPENSAO DISCIPLINAR".
       01 WS-LINFUNC.
          03 FILLER        PIC X(07) VALUE "CHAPA: ".
          03 WS-CHAPA      PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-NOME       PIC X(35).
          03 FILLER        PIC X(07) VALUE "  CPF: ".
          03 WS-CPF        PIC 999.999.999B99.
       01 WS-LINSETOR.
          03 FILLER        PIC X(07) VALUE "SETOR: ".
          03 WS-DEPTO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-DEPTONM    PIC X(15).
          03 FILLER        PIC X(09) VALUE "  CARGO: ".
          03 WS-CARGO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-CARGONM    PIC X(15).
          03 FILLER        PIC X(12) VALUE "  ADMISSAO: ".
          03 WS-DATAADM    PIC 99/99/9999.
       01 WS-LINADV.
          03 FILLER        PIC X(50) VALUE
             "PELA PRESENTE FICA V.SA. ADVERTIDO(A), NESTA DATA ".
          03 WS-ADVDATA    PIC 99/99/9999.
          03 FILLER        PIC X(21) VALUE
             ", PELO MOTIVO ABAIXO:".
       01 WS-LINSUS1.
          03 FILLER        PIC X(41) VALUE
             "PELA PRESENTE FICA V.SA. SUSPENSO(A) POR ".
          03 WS-SUSDIAS    PIC Z9.
          03 FILLER        PIC X(21) VALUE " DIA(S), A PARTIR DE ".
          03 WS-SUSINICIO  PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE ",".
       01 WS-LINSUS2       PIC X(100) VALUE
          "SEM REMUNERACAO DOS DIAS E DO DSR, PELO MOTIVO ABAIXO:".
       01 WS-LINMOT.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 WS-MOTIVO     PIC X(60).
       01 WS-TERMO1        PIC X(100) VALUE
          "A REINCIDENCIA PODERA ACARRETAR PENALIDADES MAIS SEVERAS,".
       01 WS-TERMO2        PIC X(100) VALUE
          "INCLUSIVE A RESCISAO DO CONTRATO POR JUSTA CAUSA (CLT ART.".
       01 WS-TERMO3        PIC X(100) VALUE
          "482). SOLICITAMOS O CIENTE NA VIA DO EMPREGADOR.".
       01 WS-LINASS1.
          03 FILLER        PIC X(40) VALUE
             "LOCAL E DATA: ____________________  ".
          03 FILLER        PIC X(50) VALUE
             "EMPREGADOR: ______________________________".
       01 WS-LINASS2.
          03 FILLER        PIC X(40) VALUE SPACES.
          03 FILLER        PIC X(50) VALUE
             "CIENTE DO EMPREGADO: _____________________".
       01 WS-LINTEST.
          03 FILLER        PIC X(50) VALUE
             "TESTEMUNHAS (NA RECUSA): 1. ____________________".
          03 FILLER        PIC X(25) VALUE
             "  2. ____________________".
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
           OPEN INPUT CADCARGO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADDISC
           IF W-STDSC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADDISC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STDSC
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC"
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELADVERT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELADVERT"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELADVERT"
              GO TO ROT-FIMS.
           ACCEPT W-SYSDATA FROM DATE.
      *
       ADV-PEDE.
           DISPLAY "CARTA DISCIPLINAR - CHAPA (00000=FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO ADV-ENCERRA.
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "FUNCIONARIO NAO CADASTRADO"
              GO TO ADV-PEDE.
       ADV-PEDESEQ.
           DISPLAY "SEQUENCIA DA MEDIDA NO CADDISC: "
           ACCEPT W-SEQ
           MOVE W-CHAPA TO DSCCHAPA
           MOVE W-SEQ   TO DSCSEQ
           READ CADDISC
           IF W-STDSC NOT = "00"
              DISPLAY "MEDIDA NAO CADASTRADA"
              GO TO ADV-PEDE.
           PERFORM ADV-CABECALHO THRU ADV-CABECALHO-FIM
           IF DSCTIPO = "S"
              MOVE DSCDIAS    TO WS-SUSDIAS
              MOVE DSCINICIO  TO WS-SUSINICIO
              MOVE WS-LINSUS1 TO REGRELADVERT
              WRITE REGRELADVERT
              MOVE WS-LINSUS2 TO REGRELADVERT
              WRITE REGRELADVERT
           ELSE
              MOVE DSCDATA    TO WS-ADVDATA
              MOVE WS-LINADV  TO REGRELADVERT
              WRITE REGRELADVERT.
           MOVE SPACES      TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE DSCMOTIVO   TO WS-MOTIVO
           MOVE WS-LINMOT   TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE SPACES      TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-TERMO1   TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-TERMO2   TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-TERMO3   TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE SPACES      TO REGRELADVERT
           WRITE REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-LINASS1  TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE SPACES      TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-LINASS2  TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE SPACES      TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-LINTEST  TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-LINTRACO TO REGRELADVERT
           WRITE REGRELADVERT
           ADD 1 TO W-TOTCARTA
           DISPLAY "CARTA EMITIDA"
           GO TO ADV-PEDE.
      *
       ADV-ENCERRA.
           CLOSE CADFUNC CADEPTO CADCARGO CADDISC RELADVERT
           DISPLAY "CARTAS EMITIDAS EM RELADVERT.DAT: " W-TOTCARTA
           GO TO ROT-FIM.
      *
      *****************************************
      * TITULO E IDENTIFICACAO DO EMPREGADO   *
      *****************************************
       ADV-CABECALHO.
           IF DSCTIPO = "S"
              MOVE WS-TITSUS TO WS-CABTIT
           ELSE
              MOVE WS-TITADV TO WS-CABTIT.
           MOVE W-SYSDIA TO WS-CABDIA
           MOVE W-SYSMES TO WS-CABMES
           MOVE W-SYSANO TO WS-CABANO
           MOVE WS-LINTRACO TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-CAB1     TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE WS-LINTRACO TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE CHAPA TO WS-CHAPA
           MOVE NOME  TO WS-NOME
           MOVE CPF   TO WS-CPF
           MOVE WS-LINFUNC  TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE FUNCDEPTO TO CODIGODEPTO WS-DEPTO
           READ CADEPTO
           IF ST-ERRO = "00"
              MOVE DENOMINACAODEPTO TO WS-DEPTONM
           ELSE
              MOVE SPACES TO WS-DEPTONM.
           MOVE FUNCCARGO TO CODIGO WS-CARGO
           READ CADCARGO
           IF ST-ERRO = "00"
              MOVE DENOMINACAO TO WS-CARGONM
           ELSE
              MOVE SPACES TO WS-CARGONM.
           MOVE DATAADM TO WS-DATAADM
           MOVE WS-LINSETOR TO REGRELADVERT
           WRITE REGRELADVERT
           MOVE SPACES      TO REGRELADVERT
           WRITE REGRELADVERT.
       ADV-CABECALHO-FIM.
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
