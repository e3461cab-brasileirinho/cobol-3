       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201762.
       AUTHOR. LEONARDO.
      **************************************
      * VARREDURA DE SINAIS DE ALERTA NA FOLHA *
      **************************************
      * PROCURA OS PONTOS QUE A AUDITORIA COBRA E O
      * FP201646 NAO VE (ELE SO CASA CHAVES ENTRE
      * OS ARQUIVOS). CADA ACHADO SAI COM A
      * GRAVIDADE (ALTA/MEDIA) NO RELALERTA:
      *  - PAGO NA COMPETENCIA SEM CADPONTO E SEM
      *    AFASTAMENTO NO CADAFAST (ALTA);
      *  - FOLHA DE COMPETENCIA POSTERIOR A
      *    DEMISSAO (ALTA);
      *  - SALARIO DO CADFUNC DIFERENTE DA ULTIMA
      *    IMAGEM DO CADHISTIX (SEM IMAGEM, DA
      *    PRIMEIRA FOLHA DO FOPAGHIST) (MEDIA);
      *  - MESMA CONTA DO CADBANCO OU MESMA CHAVE
      *    DO CADPIX EM MAIS DE UMA CHAPA (ALTA);
      *  - MESMO CPF DE DEPENDENTE EM MAIS DE UMA
      *    CHAPA (MEDIA).
      * O RELALERTA VAI PARA O ACERVO PELO FP201723
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

           SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PNTCHAVE
                    FILE STATUS  IS W-STPNT
                    ALTERNATE RECORD KEY IS PNTCHAPA
                               WITH DUPLICATES.

           SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFACHAVE
                    FILE STATUS  IS W-STAFA
                    ALTERNATE RECORD KEY IS AFACHAPA
                               WITH DUPLICATES.

           SELECT CADHISTIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HISTCHAVE
                    FILE STATUS  IS W-STHIS.

           SELECT CADBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCOCHAPA
                    FILE STATUS  IS W-STBCO.

           SELECT CADPIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIXCHAPA
                    FILE STATUS  IS W-STPIX.

           SELECT CADDEPEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPCHAVE
                    FILE STATUS  IS W-STDEP
                    ALTERNATE RECORD KEY IS DEPCHAPA
                               WITH DUPLICATES.

           SELECT RELALERTA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STREL.

           SELECT SORTWK ASSIGN TO DISK.
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
                03 FILLER            PIC X(12).

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
                03 FILLER     PIC X(08).

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
                03 FILLER            PIC X(15).

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

       FD CADHISTIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHISTIX.DAT".
       01 REGHISTIX.
                03 HISTCHAVE.
                   05 HISTCHAPA      PIC 9(05).
                   05 HISTSEQ        PIC 9(04).
                03 HISTTIPO          PIC X(01).
                03 HISTDATA.
                   05 HISTDIA PIC 9(02).
                   05 HISTMES PIC 9(02).
                   05 HISTANO PIC 9(02).
                03 HISTREG           PIC X(118).
                03 HISTOPER          PIC X(08).

       FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
       01 REGBANCO.
                03 BCOCHAPA         PIC 9(05).
                03 BCOBANCO         PIC 9(03).
                03 BCOAGENCIA       PIC 9(05).
                03 BCOCONTA         PIC 9(10).
                03 BCOTIPOCONTA     PIC X(01).
                03 BCOFORMA         PIC X(01).
                03 FILLER           PIC X(15).

       FD CADPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPIX.DAT".
       01 REGPIX.
                03 PIXCHAPA         PIC 9(05).
                03 PIXTIPO          PIC X(01).
                03 PIXCHAVE         PIC X(77).
                03 FILLER           PIC X(17).

       FD CADDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPEN.DAT".
       01 REGDEPEN.
                03 DEPCHAVE.
                   05 DEPCHAPA       PIC 9(05).
                   05 DEPSEQ         PIC 9(02).
                03 DEPNOME           PIC X(35).
                03 DEPDATANASC.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DEPPARENTESCO     PIC X(01).
                03 DEPCPF            PIC 9(11).
                03 FILLER            PIC X(01).

       FD RELALERTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELALERTA.DAT".
       01 REGRELALERTA PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-TIPO     PIC 9(01).
          03 SW-CHAVE    PIC X(77).
          03 SW-CHAPA    PIC 9(05).
          03 SW-SEQ      PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STPNT       PIC X(02) VALUE "00".
       77 W-STAFA       PIC X(02) VALUE "00".
       77 W-STHIS       PIC X(02) VALUE "00".
       77 W-STBCO       PIC X(02) VALUE "00".
       77 W-STPIX       PIC X(02) VALUE "00".
       77 W-STDEP       PIC X(02) VALUE "00".
       77 W-STREL       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201762".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-TEMPNT      PIC X(01) VALUE "N".
       77 W-TEMAFA      PIC X(01) VALUE "N".
       77 W-TEMHIS      PIC X(01) VALUE "N".
       77 W-TEMBCO      PIC X(01) VALUE "N".
       77 W-TEMPIX      PIC X(01) VALUE "N".
       77 W-TEMDEP      PIC X(01) VALUE "N".
       77 W-AFASTADO    PIC X(01) VALUE "N".
       77 W-TEMREF      PIC X(01) VALUE "N".
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-REFAFA      PIC 9(04) VALUE ZEROS.
       77 W-REFPAG      PIC 9(06) VALUE ZEROS.
       77 W-REFDEM      PIC 9(06) VALUE ZEROS.
       77 W-REFMIN      PIC 9(04) VALUE ZEROS.
       77 W-SALREF      PIC 9(06)V99 VALUE ZEROS.
       77 W-SECAO       PIC 9(01) VALUE ZEROS.
       77 W-SECATU      PIC 9(01) VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-QTDALTA     PIC 9(05) VALUE ZEROS.
       77 W-QTDMEDIA    PIC 9(05) VALUE ZEROS.
       77 W-GRPTIPO     PIC 9(01) VALUE ZEROS.
       77 W-GRPCHAVE    PIC X(77) VALUE SPACES.
       77 W-GRPCHAPA    PIC 9(05) VALUE ZEROS.
       77 W-GRPIMP      PIC X(01) VALUE "N".
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-CHAPAACH    PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
      *    IMAGEM DO CADFUNC GUARDADA NO CADHISTIX
       01 W-IMGFUNC.
          03 FILLER        PIC X(100).
          03 W-IMGSALBASE  PIC 9(06)V99.
          03 FILLER        PIC X(10).
      *    CHAVE DE COMPARACAO DA CONTA NO SORT
       01 W-CHVCONTA.
          03 W-CHVBANCO    PIC 9(03).
          03 W-CHVAGENCIA  PIC 9(05).
          03 W-CHVCONTA2   PIC 9(10).
          03 FILLER        PIC X(59) VALUE SPACES.
       01 W-CHVCPF.
          03 W-CHVCPFNUM   PIC 9(11).
          03 FILLER        PIC X(66) VALUE SPACES.
      *    SECOES DO RELATORIO: TITULO E GRAVIDADE
       01 TABSEC.
          03 FILLER PIC X(40) VALUE
             "PAGOS SEM PONTO E SEM AFASTAMENTO  ALTA ".
          03 FILLER PIC X(40) VALUE
             "FOLHA APOS A DATA DE DEMISSAO      ALTA ".
          03 FILLER PIC X(40) VALUE
             "SALARIO ALTERADO SEM HISTORICO     MEDIA".
          03 FILLER PIC X(40) VALUE
             "CONTA BANCARIA EM MAIS DE UMA CHAPAALTA ".
          03 FILLER PIC X(40) VALUE
             "CHAVE PIX EM MAIS DE UMA CHAPA     ALTA ".
          03 FILLER PIC X(40) VALUE
             "CPF DE DEPENDENTE EM OUTRA CHAPA   MEDIA".
       01 TABSECR REDEFINES TABSEC.
          03 TABSEC-ITEM OCCURS 6 TIMES.
             05 TABSEC-TITULO  PIC X(35).
             05 TABSEC-SEV     PIC X(05).
       01 TABQTD.
          03 TABQTD-SEC     PIC 9(05) OCCURS 6 TIMES.
       01 WS-CAB1.
          03 FILLER        PIC X(45) VALUE
             "VARREDURA DE SINAIS DE ALERTA NA FOLHA - COMP".
          03 FILLER        PIC X(08) VALUE "ETENCIA ".
          03 WS-CABMES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABANO     PIC 9(02).
       01 WS-LINSEC.
          03 FILLER        PIC X(07) VALUE "ALERTA ".
          03 WS-SECNUM     PIC 9(01).
          03 FILLER        PIC X(03) VALUE " - ".
          03 WS-SECTIT     PIC X(35).
          03 FILLER        PIC X(14) VALUE "  GRAVIDADE: ".
          03 WS-SECSEV     PIC X(05).
       01 WS-LINACH.
          03 WS-ACHSEV     PIC X(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-ACHCHAPA   PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-ACHNOME    PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-ACHDET     PIC X(52).
       01 WS-DETPAG.
          03 FILLER        PIC X(06) VALUE "FOLHA ".
          03 WS-DPGMES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-DPGANO     PIC 9(02).
          03 FILLER        PIC X(21) VALUE " PAGA, DEMITIDO EM   ".
          03 WS-DPGDEM     PIC 99/99/9999.
       01 WS-DETSAL.
          03 FILLER        PIC X(07) VALUE "ATUAL: ".
          03 WS-DSLATUAL   PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(14) VALUE "  REFERENCIA: ".
          03 WS-DSLREF     PIC ZZZ.ZZ9,99.
       01 WS-DETCONTA.
          03 FILLER        PIC X(06) VALUE "BANCO ".
          03 WS-DCTBANCO   PIC 9(03).
          03 FILLER        PIC X(06) VALUE "  AG. ".
          03 WS-DCTAGENCIA PIC 9(05).
          03 FILLER        PIC X(09) VALUE "  CONTA  ".
          03 WS-DCTCONTA   PIC 9(10).
       01 WS-DETCPF.
          03 FILLER        PIC X(16) VALUE "CPF DEPENDENTE  ".
          03 WS-DCPCPF     PIC 9(11).
          03 FILLER        PIC X(06) VALUE "  SEQ ".
          03 WS-DCPSEQ     PIC 9(02).
       01 WS-LINRES.
          03 FILLER        PIC X(07) VALUE "ALERTA ".
          03 WS-RESNUM     PIC 9(01).
          03 FILLER        PIC X(03) VALUE " - ".
          03 WS-RESTIT     PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RESSEV     PIC X(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RESQTD     PIC ZZZZ9.
       01 WS-RODAPE.
          03 FILLER        PIC X(21) VALUE "ACHADOS GRAVIDADE ALT".
          03 FILLER        PIC X(03) VALUE "A: ".
          03 WS-RODALTA    PIC ZZZZ9.
          03 FILLER        PIC X(21) VALUE "   GRAVIDADE MEDIA:  ".
          03 WS-RODMEDIA   PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "VARREDURA DE SINAIS DE ALERTA NA FOLHA"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
           COMPUTE W-REFCOMP = (W-ANO * 100) + W-MES
           MOVE ZEROS TO TABQTD.
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
      *    OS DEMAIS SAO OPCIONAIS - SEM O ARQUIVO O
      *    ALERTA CORRESPONDENTE NAO E VERIFICADO
           OPEN INPUT CADPONTO
           IF W-STPNT = "00"
              MOVE "S" TO W-TEMPNT.
           OPEN INPUT CADAFAST
           IF W-STAFA = "00"
              MOVE "S" TO W-TEMAFA.
           OPEN INPUT CADHISTIX
           IF W-STHIS = "00"
              MOVE "S" TO W-TEMHIS.
           OPEN INPUT CADBANCO
           IF W-STBCO = "00"
              MOVE "S" TO W-TEMBCO.
           OPEN INPUT CADPIX
           IF W-STPIX = "00"
              MOVE "S" TO W-TEMPIX.
           OPEN INPUT CADDEPEN
           IF W-STDEP = "00"
              MOVE "S" TO W-TEMDEP.
       INC-OP3.
           OPEN OUTPUT RELALERTA
           IF W-STREL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELALERTA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STREL
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELALERTA"
              GO TO ROT-FIMS.
      *
           MOVE W-MES   TO WS-CABMES
           MOVE W-ANO   TO WS-CABANO
           MOVE SPACES  TO REGRELALERTA
           MOVE WS-CAB1 TO REGRELALERTA
           WRITE REGRELALERTA
           PERFORM VAR-FOLHA THRU VAR-FOLHA-FIM
           PERFORM VAR-DEMIT THRU VAR-DEMIT-FIM
           PERFORM VAR-SALARIO THRU VAR-SALARIO-FIM
           SORT SORTWK
               ON ASCENDING KEY SW-TIPO SW-CHAVE SW-CHAPA SW-SEQ
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM.
           PERFORM VAR-RESUMO THRU VAR-RESUMO-FIM
      *
           COMPUTE W-CTLGRAV = W-QTDALTA + W-QTDMEDIA
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE FOPAGHIST CADFUNC RELALERTA
           IF W-TEMPNT = "S"
              CLOSE CADPONTO.
           IF W-TEMAFA = "S"
              CLOSE CADAFAST.
           IF W-TEMHIS = "S"
              CLOSE CADHISTIX.
           IF W-TEMBCO = "S"
              CLOSE CADBANCO.
           IF W-TEMPIX = "S"
              CLOSE CADPIX.
           IF W-TEMDEP = "S"
              CLOSE CADDEPEN.
           DISPLAY "ACHADOS DE GRAVIDADE ALTA : " W-QTDALTA
           DISPLAY "ACHADOS DE GRAVIDADE MEDIA: " W-QTDMEDIA
           GO TO ROT-FIMS.
      *
      *****************************************
      * ALERTA 1 - PAGOS NA COMPETENCIA, ATI- *
      * VOS, SEM CADPONTO E SEM AFASTAMENTO   *
      * QUE ALCANCE O MES                     *
      *****************************************
       VAR-FOLHA.
           IF W-TEMPNT NOT = "S"
              GO TO VAR-FOLHA-FIM.
           MOVE LOW-VALUES TO FPHCHAVE
           START FOPAGHIST KEY NOT < FPHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO VAR-FOLHA-FIM.
       VAR-FOLHA-LOOP.
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VAR-FOLHA-FIM.
           IF FPHMES NOT = W-MES OR FPHANO NOT = W-ANO
              GO TO VAR-FOLHA-LOOP.
           ADD 1 TO W-CTLLIDOS
           MOVE FPHCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00" OR ESTATUS NOT = "A"
              GO TO VAR-FOLHA-LOOP.
           MOVE FPHCHAPA TO PNTCHAPA
           MOVE W-MES    TO PNTMES
           MOVE W-ANO    TO PNTANO
           READ CADPONTO
           IF W-STPNT = "00"
              GO TO VAR-FOLHA-LOOP.
           PERFORM VER-AFAST THRU VER-AFAST-FIM
           IF W-AFASTADO = "S"
              GO TO VAR-FOLHA-LOOP.
           MOVE 1        TO W-SECAO
           MOVE CHAPA    TO W-CHAPAACH
           MOVE "LIQUIDO PAGO SEM CADPONTO NA COMPETENCIA"
                         TO WS-ACHDET
           PERFORM GRAVA-ACHADO THRU GRAVA-ACHADO-FIM
           GO TO VAR-FOLHA-LOOP.
       VAR-FOLHA-FIM.
           EXIT.
      *
       VER-AFAST.
           MOVE "N" TO W-AFASTADO
           IF W-TEMAFA NOT = "S"
              GO TO VER-AFAST-FIM.
           MOVE CHAPA TO AFACHAPA
           START CADAFAST KEY NOT < AFACHAPA
           IF W-STAFA NOT = "00"
              GO TO VER-AFAST-FIM.
       VER-AFAST-LOOP.
           READ CADAFAST NEXT RECORD
           IF W-STAFA NOT = "00"
              GO TO VER-AFAST-FIM.
           IF AFACHAPA NOT = CHAPA
              GO TO VER-AFAST-FIM.
           COMPUTE W-REFAFA = (ANO OF AFAINICIO * 100)
                            +  MES OF AFAINICIO
           IF W-REFAFA > W-REFCOMP
              GO TO VER-AFAST-LOOP.
           IF AFARETORNO NOT = ZEROS
              COMPUTE W-REFAFA = (ANO OF AFARETORNO * 100)
                               +  MES OF AFARETORNO
              IF W-REFAFA < W-REFCOMP
                 GO TO VER-AFAST-LOOP.
           MOVE "S" TO W-AFASTADO.
       VER-AFAST-FIM.
           EXIT.
      *
      *****************************************
      * ALERTA 2 - FOLHA (MESES 01 A 12) DE   *
      * COMPETENCIA POSTERIOR AO MES DA       *
      * DEMISSAO, EM TODO O FOPAGHIST         *
      *****************************************
       VAR-DEMIT.
           MOVE LOW-VALUES TO FPHCHAVE
           START FOPAGHIST KEY NOT < FPHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO VAR-DEMIT-FIM.
       VAR-DEMIT-LOOP.
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VAR-DEMIT-FIM.
           IF FPHMES < 01 OR FPHMES > 12
              GO TO VAR-DEMIT-LOOP.
           MOVE FPHCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00" OR DATADEM = ZEROS
              GO TO VAR-DEMIT-LOOP.
           COMPUTE W-REFPAG = ((2000 + FPHANO) * 100) + FPHMES
           COMPUTE W-REFDEM = (ANO OF DATADEM * 100)
                            +  MES OF DATADEM
           IF W-REFPAG NOT > W-REFDEM
              GO TO VAR-DEMIT-LOOP.
           MOVE FPHMES   TO WS-DPGMES
           MOVE FPHANO   TO WS-DPGANO
           MOVE DATADEM  TO WS-DPGDEM
           MOVE WS-DETPAG TO WS-ACHDET
           MOVE 2        TO W-SECAO
           MOVE CHAPA    TO W-CHAPAACH
           PERFORM GRAVA-ACHADO THRU GRAVA-ACHADO-FIM
           GO TO VAR-DEMIT-LOOP.
       VAR-DEMIT-FIM.
           EXIT.
      *
      *****************************************
      * ALERTA 3 - SALARIO DO CADFUNC CONTRA  *
      * A ULTIMA IMAGEM DO CADHISTIX (TIPO A, *
      * POSTERIOR A ALTERACAO). SEM IMAGEM, A *
      * REFERENCIA E O SALARIO DA PRIMEIRA    *
      * FOLHA DO FUNCIONARIO NO FOPAGHIST     *
      *****************************************
       VAR-SALARIO.
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF W-STFUN NOT = "00"
              GO TO VAR-SALARIO-FIM.
       VAR-SALARIO-LOOP.
           READ CADFUNC NEXT RECORD
           IF W-STFUN NOT = "00"
              GO TO VAR-SALARIO-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE "N"   TO W-TEMREF
           MOVE ZEROS TO W-SALREF
           PERFORM REF-HIST THRU REF-HIST-FIM
           IF W-TEMREF = "N"
              PERFORM REF-FOLHA THRU REF-FOLHA-FIM.
           IF W-TEMREF = "N" OR W-SALREF = FUNCSALBASE
              GO TO VAR-SALARIO-LOOP.
           MOVE FUNCSALBASE TO WS-DSLATUAL
           MOVE W-SALREF    TO WS-DSLREF
           MOVE WS-DETSAL   TO WS-ACHDET
           MOVE 3        TO W-SECAO
           MOVE CHAPA    TO W-CHAPAACH
           PERFORM GRAVA-ACHADO THRU GRAVA-ACHADO-FIM
           GO TO VAR-SALARIO-LOOP.
       VAR-SALARIO-FIM.
           EXIT.
      *
       REF-HIST.
           IF W-TEMHIS NOT = "S"
              GO TO REF-HIST-FIM.
           MOVE CHAPA TO HISTCHAPA
           MOVE ZEROS TO HISTSEQ
           START CADHISTIX KEY NOT < HISTCHAVE
           IF W-STHIS NOT = "00"
              GO TO REF-HIST-FIM.
       REF-HIST-LOOP.
           READ CADHISTIX NEXT RECORD
           IF W-STHIS NOT = "00"
              GO TO REF-HIST-FIM.
           IF HISTCHAPA NOT = CHAPA
              GO TO REF-HIST-FIM.
           IF HISTTIPO NOT = "A"
              GO TO REF-HIST-LOOP.
           MOVE HISTREG      TO W-IMGFUNC
           MOVE W-IMGSALBASE TO W-SALREF
           MOVE "S"          TO W-TEMREF
           GO TO REF-HIST-LOOP.
       REF-HIST-FIM.
           EXIT.
      *
       REF-FOLHA.
           MOVE 9999  TO W-REFMIN
           MOVE CHAPA TO FPHCHAPA
           START FOPAGHIST KEY NOT < FPHCHAPA
           IF ST-ERRO NOT = "00"
              GO TO REF-FOLHA-FIM.
       REF-FOLHA-LOOP.
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REF-FOLHA-FIM.
           IF FPHCHAPA NOT = CHAPA
              GO TO REF-FOLHA-FIM.
           IF FPHMES < 01 OR FPHMES > 12
              GO TO REF-FOLHA-LOOP.
           COMPUTE W-REFAFA = (FPHANO * 100) + FPHMES
           IF W-REFAFA < W-REFMIN
              MOVE W-REFAFA   TO W-REFMIN
              MOVE FPHSALBASE TO W-SALREF
              MOVE "S"        TO W-TEMREF.
           GO TO REF-FOLHA-LOOP.
       REF-FOLHA-FIM.
           EXIT.
      *
      *****************************************
      * ENTRADA DO SORT - CONTAS (1), CHAVES  *
      * PIX (2) E CPF DE DEPENDENTES (3)      *
      *****************************************
       SRT-ENTRADA.
           IF W-TEMBCO NOT = "S"
              GO TO SRT-ENT-PIX.
           MOVE LOW-VALUES TO BCOCHAPA
           START CADBANCO KEY NOT < BCOCHAPA
           IF W-STBCO NOT = "00"
              GO TO SRT-ENT-PIX.
       SRT-ENT-BCO.
           READ CADBANCO NEXT RECORD
           IF W-STBCO NOT = "00"
              GO TO SRT-ENT-PIX.
           IF BCOCONTA = ZEROS
              GO TO SRT-ENT-BCO.
           MOVE BCOBANCO   TO W-CHVBANCO
           MOVE BCOAGENCIA TO W-CHVAGENCIA
           MOVE BCOCONTA   TO W-CHVCONTA2
           MOVE 1          TO SW-TIPO
           MOVE W-CHVCONTA TO SW-CHAVE
           MOVE BCOCHAPA   TO SW-CHAPA
           MOVE ZEROS      TO SW-SEQ
           RELEASE REGSORTWK
           GO TO SRT-ENT-BCO.
       SRT-ENT-PIX.
           IF W-TEMPIX NOT = "S"
              GO TO SRT-ENT-DEP.
           MOVE LOW-VALUES TO PIXCHAPA
           START CADPIX KEY NOT < PIXCHAPA
           IF W-STPIX NOT = "00"
              GO TO SRT-ENT-DEP.
       SRT-ENT-PIX-LE.
           READ CADPIX NEXT RECORD
           IF W-STPIX NOT = "00"
              GO TO SRT-ENT-DEP.
           IF PIXCHAVE = SPACES
              GO TO SRT-ENT-PIX-LE.
           MOVE 2          TO SW-TIPO
           MOVE PIXCHAVE   TO SW-CHAVE
           MOVE PIXCHAPA   TO SW-CHAPA
           MOVE ZEROS      TO SW-SEQ
           RELEASE REGSORTWK
           GO TO SRT-ENT-PIX-LE.
       SRT-ENT-DEP.
           IF W-TEMDEP NOT = "S"
              GO TO SRT-ENTRADA-FIM.
           MOVE LOW-VALUES TO DEPCHAVE
           START CADDEPEN KEY NOT < DEPCHAVE
           IF W-STDEP NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-ENT-DEP-LE.
           READ CADDEPEN NEXT RECORD
           IF W-STDEP NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           IF DEPCPF NOT NUMERIC OR DEPCPF = ZEROS
              GO TO SRT-ENT-DEP-LE.
           MOVE DEPCPF     TO W-CHVCPFNUM
           MOVE 3          TO SW-TIPO
           MOVE W-CHVCPF   TO SW-CHAVE
           MOVE DEPCHAPA   TO SW-CHAPA
           MOVE DEPSEQ     TO SW-SEQ
           RELEASE REGSORTWK
           GO TO SRT-ENT-DEP-LE.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - GRUPOS DE MESMA CHAVE *
      * COM MAIS DE UMA CHAPA: O PRIMEIRO DO  *
      * GRUPO SAI JUNTO COM O PRIMEIRO        *
      * DIVERGENTE, OS DEMAIS EM SEGUIDA      *
      *****************************************
       SRT-SAIDA.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           IF W-PRIMEIRO = "S" OR SW-TIPO NOT = W-GRPTIPO
              OR SW-CHAVE NOT = W-GRPCHAVE
              MOVE "N"      TO W-PRIMEIRO
              MOVE SW-TIPO  TO W-GRPTIPO
              MOVE SW-CHAVE TO W-GRPCHAVE
              MOVE SW-CHAPA TO W-GRPCHAPA
              MOVE "N"      TO W-GRPIMP
              GO TO SRT-SAIDA.
           IF SW-CHAPA = W-GRPCHAPA
              GO TO SRT-SAIDA.
           IF W-GRPIMP = "N"
              MOVE "S"        TO W-GRPIMP
              MOVE W-GRPCHAPA TO W-CHAPAACH
              PERFORM SRT-ACHADO THRU SRT-ACHADO-FIM.
           MOVE SW-CHAPA TO W-CHAPAACH
           PERFORM SRT-ACHADO THRU SRT-ACHADO-FIM
           GO TO SRT-SAIDA.
       SRT-SAIDA-FIM.
           EXIT.
      *
       SRT-ACHADO.
           COMPUTE W-SECAO = SW-TIPO + 3
           MOVE SPACES TO WS-ACHDET
           IF SW-TIPO = 1
              MOVE SW-CHAVE     TO W-CHVCONTA
              MOVE W-CHVBANCO   TO WS-DCTBANCO
              MOVE W-CHVAGENCIA TO WS-DCTAGENCIA
              MOVE W-CHVCONTA2  TO WS-DCTCONTA
              MOVE WS-DETCONTA  TO WS-ACHDET.
           IF SW-TIPO = 2
              MOVE SW-CHAVE     TO WS-ACHDET.
           IF SW-TIPO = 3
              MOVE SW-CHAVE     TO W-CHVCPF
              MOVE W-CHVCPFNUM  TO WS-DCPCPF
              MOVE SW-SEQ       TO WS-DCPSEQ
              MOVE WS-DETCPF    TO WS-ACHDET.
           MOVE W-CHAPAACH TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE SPACES TO NOME.
           PERFORM GRAVA-ACHADO THRU GRAVA-ACHADO-FIM.
       SRT-ACHADO-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA UM ACHADO - O TITULO DA SECAO   *
      * SAI NO PRIMEIRO ACHADO DELA           *
      *****************************************
       GRAVA-ACHADO.
           IF W-SECAO NOT = W-SECATU
              MOVE W-SECAO TO W-SECATU
              MOVE SPACES  TO REGRELALERTA
              WRITE REGRELALERTA
              MOVE W-SECAO TO WS-SECNUM
              MOVE TABSEC-TITULO (W-SECAO) TO WS-SECTIT
              MOVE TABSEC-SEV (W-SECAO)    TO WS-SECSEV
              MOVE SPACES    TO REGRELALERTA
              MOVE WS-LINSEC TO REGRELALERTA
              WRITE REGRELALERTA.
           MOVE TABSEC-SEV (W-SECAO) TO WS-ACHSEV
           MOVE W-CHAPAACH TO WS-ACHCHAPA
           MOVE NOME       TO WS-ACHNOME
           MOVE SPACES     TO REGRELALERTA
           MOVE WS-LINACH  TO REGRELALERTA
           WRITE REGRELALERTA
           ADD 1 TO TABQTD-SEC (W-SECAO)
           IF TABSEC-SEV (W-SECAO) = "ALTA "
              ADD 1 TO W-QTDALTA
           ELSE
              ADD 1 TO W-QTDMEDIA.
       GRAVA-ACHADO-FIM.
           EXIT.
      *
      *****************************************
      * RESUMO POR ALERTA E POR GRAVIDADE     *
      *****************************************
       VAR-RESUMO.
           MOVE SPACES TO REGRELALERTA
           WRITE REGRELALERTA
           MOVE "RESUMO DA VARREDURA" TO REGRELALERTA
           WRITE REGRELALERTA
           MOVE ZEROS TO W-IND.
       VAR-RESUMO-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 6
              GO TO VAR-RESUMO-TOT.
           MOVE W-IND TO WS-RESNUM
           MOVE TABSEC-TITULO (W-IND) TO WS-RESTIT
           MOVE TABSEC-SEV (W-IND)    TO WS-RESSEV
           MOVE TABQTD-SEC (W-IND)    TO WS-RESQTD
           MOVE SPACES    TO REGRELALERTA
           MOVE WS-LINRES TO REGRELALERTA
           WRITE REGRELALERTA
           GO TO VAR-RESUMO-LOOP.
       VAR-RESUMO-TOT.
           MOVE W-QTDALTA  TO WS-RODALTA
           MOVE W-QTDMEDIA TO WS-RODMEDIA
           MOVE SPACES    TO REGRELALERTA
           MOVE WS-RODAPE TO REGRELALERTA
           WRITE REGRELALERTA.
       VAR-RESUMO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMS.
           STOP RUN.
