      **************************************
      * GERACAO DO ARQUIVO DE CREDITO BANCARIO (REMESSA) *
      **************************************
      * ALEM DA FOLHA DA COMPETENCIA, CREDITA O
      * LIQUIDO DAS RESCISOES AINDA NAO PAGAS DO
      * CADRESC (SITUACAO P) E AS MARCA COMO
      * ENVIADAS (SITUACAO R + COMPETENCIA DA
      * REMESSA). REGERAR A MESMA COMPETENCIA
      * INCLUI DE NOVO AS RESCISOES JA MARCADAS
      * PARA ELA
      * FUNCIONARIOS COM FORMA DE PAGAMENTO PIX
      * (BCOFORMA = P) VAO PARA O LOTE REMPIX COM A
      * CHAVE DO CADPIX; SEM CHAVE CADASTRADA SAEM
      * COMO EXCECAO. PENSAO CONTINUA SEMPRE EM CONTA
      * FOLHA COMPLEMENTAR (FP201794) SAI EM REMESSA
      * PROPRIA, SO COM A DIFERENCA DAS CHAPAS
      * CORRIGIDAS E SEM AS RESCISOES
      * RESCISAO POR FALECIMENTO (MOTIVO 7) E CREDITADA
      * NAS CONTAS DOS DEPENDENTES HABILITADOS DO
      * CADBENFAL (FP201803), NOS PERCENTUAIS DO
      * RATEIO; SEM RATEIO INFORMADO, OU COM ALGUM
      * BENEFICIARIO SEM CONTA, SAI COMO EXCECAO E
      * CONTINUA PENDENTE. RESCISOES SO ENTRAM NA
      * REMESSA DA FOLHA MENSAL (NAO NA DE 13 OU PLR)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS PENCHAPA
                               WITH DUPLICATES.

           SELECT CADRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT CADBENFAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BFLCHAVE
                    FILE STATUS  IS W-STBFL.

           SELECT CADPIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIXCHAPA
                    FILE STATUS  IS W-STPIX.

           SELECT REMPIX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT REMBANCO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
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

       FD REMPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMPIX.DAT".
       01 REGREMPIX PIC X(130).

       FD CADAPROV
               LABEL RECORD IS STANDARD
                03 PENTIPOCONTA      PIC X(01).
                03 FILLER            PIC X(12).

       FD CADRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESC.DAT".
       01 REGRESC.
                03 RSCCHAVE.
                   05 RSCCHAPA       PIC 9(05).
                   05 RSCVERBA       PIC 9(03).
                03 RSCTIPO           PIC X(01).
                03 RSCDADOSVERBA.
                   05 RSCDESCR       PIC X(30).
                   05 RSCREFER       PIC 9(03)V99.
                   05 RSCVALOR       PIC 9(08)V99.
                   05 RSCINCINSS     PIC X(01).
                   05 RSCINCIRRF     PIC X(01).
                   05 RSCINCFGTS     PIC X(01).
                   05 FILLER         PIC X(63).
                03 RSCDADOSCAB REDEFINES RSCDADOSVERBA.
                   05 RSCMOTIVO      PIC 9(01).
                   05 RSCAVISOTIPO   PIC X(01).
                   05 RSCAVISODIAS   PIC 9(02).
                   05 RSCDTDEM       PIC 9(08).
                   05 RSCCDC         PIC 9(01).
                   05 RSCMULTA       PIC 9(02).
                   05 RSCBRUTO       PIC 9(08)V99.
                   05 RSCINSS        PIC 9(08)V99.
                   05 RSCIRRF        PIC 9(08)V99.
                   05 RSCLIQUIDO     PIC 9(08)V99.
                   05 RSCBASEFGTS    PIC 9(08)V99.
                   05 RSCSITUACAO    PIC X(01).
                   05 RSCREMMES      PIC 9(02).
                   05 RSCREMANO      PIC 9(02).
                   05 RSCFGTSGRRF    PIC 9(08)V99.
                   05 RSCMULTAVAL    PIC 9(08)V99.
                   05 RSCDTCALC      PIC 9(06).
                   05 FILLER         PIC X(15).

       FD REMBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMBANCO.DAT".
       01 REGREMBANCO PIC X(80).

       FD CADBENFAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENFAL.DAT".
       01 REGBENFAL.
                03 BFLCHAVE.
                   05 BFLCHAPA       PIC 9(05).
                   05 BFLSEQ         PIC 9(02).
                03 BFLNOME           PIC X(35).
                03 BFLCPF            PIC 9(11).
                03 BFLPARENTESCO     PIC X(01).
                03 BFLPERC           PIC 9(03)V99.
                03 BFLVALOR          PIC 9(08)V99.
                03 BFLBANCO          PIC 9(03).
                03 BFLAGENCIA        PIC 9(05).
                03 BFLCONTA          PIC 9(10).
                03 BFLTIPOCONTA      PIC X(01).
                03 BFLMODO           PIC X(01).
                03 BFLOPER           PIC X(08).
                03 BFLDATA           PIC 9(06).
                03 FILLER            PIC X(07).

       FD RELREMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREMES.DAT".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-COMPL       PIC 9(01) VALUE ZEROS.
       77 W-MESFPH      PIC 9(02) VALUE ZEROS.
       77 W-TOTDET      PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR    PIC 9(11)V99 VALUE ZEROS.
       77 W-HASHCONTA   PIC 9(13) VALUE ZEROS.
       77 W-SOMAPERC    PIC 9(04)V99 VALUE ZEROS.
       77 W-PERCREST    PIC S9(04)V99 VALUE ZEROS.
       77 W-PENREST     PIC 9(06)V99 VALUE ZEROS.
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-TOTRESC     PIC 9(05) VALUE ZEROS.
       77 W-STBFL       PIC X(02) VALUE "00".
       77 W-RATOK       PIC X(01) VALUE "N".
       77 W-RATSEMCTA   PIC X(01) VALUE "N".
       77 W-RATSOMA     PIC 9(04)V99 VALUE ZEROS.
       77 W-RATPREST    PIC 9(04)V99 VALUE ZEROS.
       77 W-RATREST     PIC 9(08)V99 VALUE ZEROS.
       77 W-VALRAT      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTRAT      PIC 9(05) VALUE ZEROS.
       77 W-STPIX       PIC X(02) VALUE "00".
       77 W-TEMPIX      PIC X(01) VALUE "N".
       77 W-TEMBFL      PIC X(01) VALUE "N".
       77 W-PIXOK       PIC X(01) VALUE "N".
       77 W-PIXVALOR    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTPIX      PIC 9(06) VALUE ZEROS.
       77 W-VALPIX      PIC 9(11)V99 VALUE ZEROS.
       77 W-HASHPIX     PIC 9(13) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(02).
          03 WS-TRLVALOR   PIC 9(11)V99.
          03 WS-TRLHASH    PIC 9(13).
          03 FILLER        PIC X(47) VALUE SPACES.
       01 WS-PIXHEADER.
          03 FILLER        PIC X(01) VALUE "0".
          03 WS-PHDDATA    PIC 9(06).
          03 WS-PHDMES     PIC 9(02).
          03 WS-PHDANO     PIC 9(02).
          03 FILLER        PIC X(20) VALUE "REMESSA PIX SALARIO ".
          03 FILLER        PIC X(99) VALUE SPACES.
       01 WS-PIXDETALHE.
          03 FILLER        PIC X(01) VALUE "1".
          03 WS-PDTCHAPA   PIC 9(05).
          03 WS-PDTNOME    PIC X(30).
          03 WS-PDTTIPO    PIC X(01).
          03 WS-PDTCHAVE   PIC X(77).
          03 WS-PDTVALOR   PIC 9(11)V99.
          03 FILLER        PIC X(03) VALUE SPACES.
       01 WS-PIXTRAILER.
          03 FILLER        PIC X(01) VALUE "9".
          03 WS-PTRQTDE    PIC 9(06).
          03 WS-PTRVALOR   PIC 9(11)V99.
          03 WS-PTRHASH    PIC 9(13).
          03 FILLER        PIC X(97) VALUE SPACES.
       01 WS-CABREL     PIC X(100) VALUE
          "RELATORIO DA REMESSA BANCARIA - EXCECOES (SEM CADBANCO)".
       01 WS-LINEXC.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-EXCNOME    PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-EXCMOTIVO  PIC X(30) VALUE
             "SEM DADOS BANCARIOS - EXCLUIDO".
       01 WS-RODAPE.
          03 FILLER        PIC X(20) VALUE "CREDITOS GERADOS:   ".
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(11) VALUE "EXCLUIDOS: ".
          03 WS-RODSEM     PIC ZZZZ9.
       01 WS-RODPIX.
          03 FILLER        PIC X(20) VALUE "CREDITOS PIX:       ".
          03 WS-RDPQTDE    PIC ZZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(15) VALUE "VALOR TOTAL:   ".
          03 WS-RDPVALOR   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0A.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO
           MOVE ZEROS TO W-COMPL
           MOVE W-MES TO W-MESFPH
           IF W-MES > 12
              GO TO INC-OP0C.
       INC-OP0B.
           DISPLAY "FOLHA COMPLEMENTAR (0=NORMAL, 1 A 3): "
           ACCEPT W-COMPL
           IF W-COMPL > 3
              DISPLAY "COMPLEMENTAR INVALIDA"
              GO TO INC-OP0B.
           IF W-COMPL > ZEROS
              COMPUTE W-MESFPH = 20 + (20 * W-COMPL) + W-MES.
       INC-OP0C.
           PERFORM VERIFICA-APROV THRU VERIFICA-APROV-FIM.
       INC-OP1.
           OPEN INPUT FOPAGHIST
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREMES"
              GO TO ROT-FIMS.
       INC-OP6.
           OPEN INPUT CADPIX
           IF W-STPIX = "00"
              MOVE "S" TO W-TEMPIX.
           OPEN OUTPUT REMPIX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REMPIX"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMPIX"
              GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
           PERFORM REM-HEADER THRU REM-HEADER-FIM
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
           IF FPHMES NOT = W-MESFPH OR FPHANO NOT = W-ANO
              GO TO REM-LOOP.
           MOVE FPHCHAPA TO CHAPA
           READ CADFUNC
              MOVE WS-LINEXC   TO REGRELREMES
              WRITE REGRELREMES
              GO TO REM-DETALHE-FIM.
           IF BCOFORMA = "P"
              MOVE FPHLIQUIDO TO W-PIXVALOR
              PERFORM REM-PIX THRU REM-PIX-FIM
              GO TO REM-DETALHE-FIM.
           MOVE FPHCHAPA     TO WS-DETCHAPA
           MOVE NOME         TO WS-DETNOME
           MOVE BCOBANCO     TO WS-DETBANCO
           GO TO REM-PENSAO-LOOP.
       REM-PENSAO-FIM.
           EXIT.
      *
      *****************************************
      * CREDITO PIX NA CHAVE DO CADPIX; SEM   *
      * CHAVE VAI PARA AS EXCECOES            *
      *****************************************
       REM-PIX.
           MOVE "N" TO W-PIXOK
           MOVE BCOCHAPA TO PIXCHAPA
           MOVE "23" TO W-STPIX
           IF W-TEMPIX = "S"
              READ CADPIX.
           IF W-STPIX NOT = "00" OR PIXCHAVE = SPACES
              ADD 1 TO W-TOTSEM
              MOVE BCOCHAPA    TO WS-EXCCHAPA
              MOVE NOME        TO WS-EXCNOME
              MOVE "PIX SEM CHAVE CADASTRADA" TO WS-EXCMOTIVO
              MOVE SPACES      TO REGRELREMES
              MOVE WS-LINEXC   TO REGRELREMES
              WRITE REGRELREMES
              MOVE "SEM DADOS BANCARIOS - EXCLUIDO" TO WS-EXCMOTIVO
              GO TO REM-PIX-FIM.
           MOVE BCOCHAPA     TO WS-PDTCHAPA
           MOVE NOME         TO WS-PDTNOME
           MOVE PIXTIPO      TO WS-PDTTIPO
           MOVE PIXCHAVE     TO WS-PDTCHAVE
           MOVE W-PIXVALOR   TO WS-PDTVALOR
           MOVE SPACES       TO REGREMPIX
           MOVE WS-PIXDETALHE TO REGREMPIX
           WRITE REGREMPIX
           ADD 1             TO W-TOTPIX
           ADD W-PIXVALOR    TO W-VALPIX
           ADD BCOCHAPA      TO W-HASHPIX
           MOVE "S"          TO W-PIXOK.
       REM-PIX-FIM.
           EXIT.
      *
       REM-HEADER.
           MOVE W-HOJE TO WS-HDRDATA
           MOVE W-MES  TO WS-HDRMES
           MOVE W-ANO  TO WS-HDRANO
           MOVE W-HOJE TO WS-PHDDATA
           MOVE W-MES  TO WS-PHDMES
           MOVE W-ANO  TO WS-PHDANO
           MOVE SPACES TO REGREMPIX
           MOVE WS-PIXHEADER TO REGREMPIX
           WRITE REGREMPIX
      *    DATA DO CREDITO = HOJE + 2 DIAS UTEIS (DL105,
      *    PULANDO FINS DE SEMANA E FERIADOS DO CALENDARIO)
           MOVE W-HOJEDIA TO W-DL105-DIA
           EXIT.
      *
       REM-FIM.
           IF W-COMPL = ZEROS AND W-MES NOT > 12
              PERFORM REM-RESCISAO THRU REM-RESCISAO-FIM.
           MOVE W-TOTDET    TO WS-TRLQTDE
           MOVE W-TOTVALOR  TO WS-TRLVALOR
           MOVE W-HASHCONTA TO WS-TRLHASH
           MOVE SPACES      TO REGREMBANCO
           MOVE WS-REMTRAILER TO REGREMBANCO
           WRITE REGREMBANCO
           MOVE W-TOTPIX    TO WS-PTRQTDE
           MOVE W-VALPIX    TO WS-PTRVALOR
           MOVE W-HASHPIX   TO WS-PTRHASH
           MOVE SPACES      TO REGREMPIX
           MOVE WS-PIXTRAILER TO REGREMPIX
           WRITE REGREMPIX
           MOVE W-TOTDET    TO WS-RODQTDE
           MOVE W-TOTVALOR  TO WS-RODVALOR
           MOVE W-TOTSEM    TO WS-RODSEM
           MOVE SPACES      TO REGRELREMES
           MOVE WS-RODAPE   TO REGRELREMES
           WRITE REGRELREMES
           MOVE W-TOTPIX    TO WS-RDPQTDE
           MOVE W-VALPIX    TO WS-RDPVALOR
           MOVE SPACES      TO REGRELREMES
           MOVE WS-RODPIX   TO REGRELREMES
           WRITE REGRELREMES
           COMPUTE W-CTLGRAV = W-TOTDET + W-TOTPIX
           MOVE W-TOTSEM TO W-CTLPULADOS
           COMPUTE W-CTLVALOR = W-TOTVALOR + W-VALPIX
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMPIX = "S"
              CLOSE CADPIX.
           CLOSE FOPAGHIST CADFUNC CADBANCO CADPENSAO
                 REMBANCO RELREMES REMPIX
           DISPLAY "CREDITOS GERADOS  : " W-TOTDET
           DISPLAY "CREDITOS PIX      : " W-TOTPIX
           DISPLAY "CREDITOS DE PENSAO: " W-TOTPEN
           DISPLAY "RESCISOES PAGAS   : " W-TOTRESC
           DISPLAY "CREDITOS A DEPENDENTES (FALECIMENTO): " W-TOTRAT
           DISPLAY "SEM DADOS BANCARIOS: " W-TOTSEM
           GO TO ROT-FIM.
      *
      *****************************************
      * RESCISOES A PAGAR (CABECALHO 000 DO   *
      * CADRESC): PENDENTES OU JA MARCADAS    *
      * PARA ESTA COMPETENCIA                 *
      *****************************************
       REM-RESCISAO.
           OPEN I-O CADRESC
           IF W-STRSC NOT = "00"
              GO TO REM-RESCISAO-FIM.
           MOVE "N" TO W-TEMBFL
           OPEN INPUT CADBENFAL
           IF W-STBFL = "00"
              MOVE "S" TO W-TEMBFL.
           MOVE LOW-VALUES TO RSCCHAVE
           START CADRESC KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO REM-RESCISAO-ENC.
       REM-RESCISAO-LOOP.
           READ CADRESC NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO REM-RESCISAO-ENC.
           IF RSCVERBA NOT = ZEROS OR RSCTIPO NOT = "C"
              GO TO REM-RESCISAO-LOOP.
           IF RSCSITUACAO = "R"
              IF RSCREMMES NOT = W-MES OR RSCREMANO NOT = W-ANO
                 GO TO REM-RESCISAO-LOOP.
           IF RSCSITUACAO NOT = "P" AND RSCSITUACAO NOT = "R"
              GO TO REM-RESCISAO-LOOP.
           IF RSCLIQUIDO = ZEROS
              GO TO REM-RESCISAO-LOOP.
           ADD 1 TO W-CTLLIDOS
           MOVE RSCCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           IF RSCMOTIVO = 7
              PERFORM REM-RATEIO THRU REM-RATEIO-FIM
              IF W-RATOK = "S"
                 ADD 1 TO W-TOTRESC
                 GO TO REM-RESCISAO-MARCA
              ELSE
                 GO TO REM-RESCISAO-LOOP.
           MOVE RSCCHAPA TO BCOCHAPA
           READ CADBANCO
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-TOTSEM
              MOVE RSCCHAPA    TO WS-EXCCHAPA
              MOVE NOME        TO WS-EXCNOME
              MOVE "RESCISAO SEM DADOS BANCARIOS" TO WS-EXCMOTIVO
              MOVE SPACES      TO REGRELREMES
              MOVE WS-LINEXC   TO REGRELREMES
              WRITE REGRELREMES
              MOVE "SEM DADOS BANCARIOS - EXCLUIDO" TO WS-EXCMOTIVO
              GO TO REM-RESCISAO-LOOP.
           IF BCOFORMA = "P"
              MOVE RSCLIQUIDO TO W-PIXVALOR
              PERFORM REM-PIX THRU REM-PIX-FIM
              IF W-PIXOK = "S"
                 ADD 1 TO W-TOTRESC
                 GO TO REM-RESCISAO-MARCA
              ELSE
                 GO TO REM-RESCISAO-LOOP.
           MOVE RSCCHAPA     TO WS-DETCHAPA
           MOVE NOME         TO WS-DETNOME
           MOVE BCOBANCO     TO WS-DETBANCO
           MOVE BCOAGENCIA   TO WS-DETAGENCIA
           MOVE BCOCONTA     TO WS-DETCONTA
           MOVE BCOTIPOCONTA TO WS-DETTIPO
           MOVE RSCLIQUIDO   TO WS-DETVALOR
           MOVE SPACES       TO REGREMBANCO
           MOVE WS-REMDETALHE TO REGREMBANCO
           WRITE REGREMBANCO
           ADD 1             TO W-TOTDET
           ADD 1             TO W-TOTRESC
           ADD RSCLIQUIDO    TO W-TOTVALOR
           ADD BCOCONTA      TO W-HASHCONTA.
       REM-RESCISAO-MARCA.
           MOVE "R"          TO RSCSITUACAO
           MOVE W-MES        TO RSCREMMES
           MOVE W-ANO        TO RSCREMANO
           REWRITE REGRESC
           IF W-STRSC NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADRESC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRSC.
           GO TO REM-RESCISAO-LOOP.
       REM-RESCISAO-ENC.
           CLOSE CADRESC
           IF W-TEMBFL = "S"
              CLOSE CADBENFAL.
       REM-RESCISAO-FIM.
           EXIT.
      *
      *****************************************
      * RESCISAO POR FALECIMENTO: DISTRIBUI O *
      * LIQUIDO NAS CONTAS DOS BENEFICIARIOS  *
      * DO CADBENFAL PELOS PERCENTUAIS, COMO  *
      * NA PENSAO - RESIDUO NO ULTIMO         *
      *****************************************
       REM-RATEIO.
           MOVE "N" TO W-RATOK
           MOVE "N" TO W-RATSEMCTA
           MOVE ZEROS TO W-RATSOMA
           IF W-TEMBFL NOT = "S"
              GO TO REM-RATEIO-SEM.
           MOVE RSCCHAPA TO BFLCHAPA
           MOVE ZEROS    TO BFLSEQ
           START CADBENFAL KEY NOT < BFLCHAVE
           IF W-STBFL NOT = "00"
              GO TO REM-RATEIO-SEM.
       REM-RATEIO-SOMA.
           READ CADBENFAL NEXT RECORD
           IF W-STBFL NOT = "00"
              GO TO REM-RATEIO-DIST.
           IF BFLCHAPA NOT = RSCCHAPA
              GO TO REM-RATEIO-DIST.
      *    BENEFICIARIO SEM CONTA SEGURA A RESCISAO INTEIRA
      *    (NAO HA PAGAMENTO PARCIAL DO RATEIO)
           IF BFLPERC > ZEROS AND BFLCONTA = ZEROS
              MOVE "S" TO W-RATSEMCTA.
           ADD BFLPERC TO W-RATSOMA
           GO TO REM-RATEIO-SOMA.
       REM-RATEIO-DIST.
           IF W-RATSOMA = ZEROS
              GO TO REM-RATEIO-SEM.
           IF W-RATSEMCTA = "S"
              MOVE "BENEF. SEM DADOS BANCARIOS" TO WS-EXCMOTIVO
              GO TO REM-RATEIO-EXC.
           MOVE RSCLIQUIDO TO W-RATREST
           MOVE W-RATSOMA  TO W-RATPREST
           MOVE RSCCHAPA TO BFLCHAPA
           MOVE ZEROS    TO BFLSEQ
           START CADBENFAL KEY NOT < BFLCHAVE
           IF W-STBFL NOT = "00"
              GO TO REM-RATEIO-SEM.
       REM-RATEIO-LOOP.
           READ CADBENFAL NEXT RECORD
           IF W-STBFL NOT = "00"
              GO TO REM-RATEIO-FIM.
           IF BFLCHAPA NOT = RSCCHAPA
              GO TO REM-RATEIO-FIM.
           IF W-RATPREST NOT > ZEROS
              GO TO REM-RATEIO-FIM.
           IF BFLPERC NOT < W-RATPREST
              MOVE W-RATREST TO W-VALRAT
           ELSE
              COMPUTE W-VALRAT ROUNDED =
                      W-RATREST * BFLPERC / W-RATPREST.
           SUBTRACT W-VALRAT FROM W-RATREST
           SUBTRACT BFLPERC FROM W-RATPREST
           IF W-VALRAT = ZEROS
              GO TO REM-RATEIO-LOOP.
           MOVE RSCCHAPA     TO WS-DETCHAPA
           MOVE BFLNOME      TO WS-DETNOME
           MOVE BFLBANCO     TO WS-DETBANCO
           MOVE BFLAGENCIA   TO WS-DETAGENCIA
           MOVE BFLCONTA     TO WS-DETCONTA
           MOVE BFLTIPOCONTA TO WS-DETTIPO
           MOVE W-VALRAT     TO WS-DETVALOR
           MOVE SPACES       TO REGREMBANCO
           MOVE WS-REMDETALHE TO REGREMBANCO
           WRITE REGREMBANCO
           ADD 1             TO W-TOTDET
           ADD 1             TO W-TOTRAT
           ADD W-VALRAT      TO W-TOTVALOR
           ADD BFLCONTA      TO W-HASHCONTA
           MOVE "S"          TO W-RATOK
           GO TO REM-RATEIO-LOOP.
       REM-RATEIO-SEM.
           MOVE "FALECIMENTO SEM RATEIO" TO WS-EXCMOTIVO.
       REM-RATEIO-EXC.
           ADD 1 TO W-TOTSEM
           MOVE RSCCHAPA    TO WS-EXCCHAPA
           MOVE NOME        TO WS-EXCNOME
           MOVE SPACES      TO REGRELREMES
           MOVE WS-LINEXC   TO REGRELREMES
           WRITE REGRELREMES
           MOVE "SEM DADOS BANCARIOS - EXCLUIDO" TO WS-EXCMOTIVO.
       REM-RATEIO-FIM.
           EXIT.
      *
      *****************************************
      * TRAVA DE APROVACAO: A COMPETENCIA     *
                                 W-STAPV
              DISPLAY "COMPETENCIA SEM APROVACAO - EXECUTE O FP201720"
              GO TO ROT-FIMS.
           MOVE W-MESFPH TO APVMES
           MOVE W-ANO    TO APVANO
           READ CADAPROV
           IF W-STAPV NOT = "00" OR APVSTATUS NOT = "A"
              CLOSE CADAPROV
