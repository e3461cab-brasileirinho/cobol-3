      * REENVIO COM O VALOR DEVOLVIDO, CREDITANDO
      * OS DADOS ATUAIS DO TITULAR DA CONTA QUE
      * VOLTOU (CADBANCO OU CADPENSAO)
      * O RETORNO DO LOTE PIX (RETPIX) E TRATADO DO
      * MESMO JEITO: A LINHA E RECONHECIDA PELA CHAVE
      * DO CADPIX DE QUEM ESTA COM FORMA P NO CADBANCO.
      * O REENVIO SEGUE A FORMA ATUAL DO FUNCIONARIO:
      * PIX VAI PARA O REMPIXRE, CONTA PARA O REMREENV.
      * BASTA UM DOS DOIS RETORNOS ESTAR PRESENTE
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RETPIX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT FOPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ALTERNATE RECORD KEY IS PENCHAPA
                               WITH DUPLICATES.

           SELECT CADPIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PIXCHAPA
                    FILE STATUS  IS W-STPIX.

           SELECT REMPIXRE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT REMREENV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
               VALUE OF FILE-ID IS "RETBANCO.DAT".
       01 REGRETBANCO PIC X(80).

       FD RETPIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETPIX.DAT".
       01 REGRETPIX PIC X(130).

       FD FOPAGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGHIST.DAT".
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

       FD REMPIXRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMPIXRE.DAT".
       01 REGREMPIXRE PIC X(130).

       FD CADPENSAO
               LABEL RECORD IS STANDARD
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       77 W-STPIX       PIC X(02) VALUE "00".
       77 W-TEMPIX      PIC X(01) VALUE "N".
       77 W-TEMRET      PIC X(01) VALUE "N".
       77 W-TEMRETPIX   PIC X(01) VALUE "N".
       77 W-ORIGEM      PIC X(01) VALUE "T".
       77 W-TOTREPIX    PIC 9(06) VALUE ZEROS.
       77 W-VALREPIX    PIC 9(11)V99 VALUE ZEROS.
       77 W-HASHPIX     PIC 9(13) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
      *    LAYOUT DO RETORNO - ESPELHO DO DETALHE DA REMESSA
      *    COM O CODIGO DE OCORRENCIA DO BANCO NO FINAL
          03 WS-RETVALOR   PIC 9(11)V99.
          03 WS-RETOCORR   PIC X(02).
          03 FILLER        PIC X(10).
      *    RETORNO DO LOTE PIX - ESPELHO DO DETALHE DO REMPIX
      *    COM A OCORRENCIA NO FINAL
       01 WS-RPXDETALHE.
          03 WS-RPXTIPO    PIC X(01).
          03 WS-RPXCHAPA   PIC 9(05).
          03 WS-RPXNOME    PIC X(30).
          03 WS-RPXTPCHAVE PIC X(01).
          03 WS-RPXCHAVE   PIC X(77).
          03 WS-RPXVALOR   PIC 9(11)V99.
          03 WS-RPXOCORR   PIC X(02).
          03 FILLER        PIC X(01).
       01 WS-REMHEADER.
          03 FILLER        PIC X(01) VALUE "0".
          03 WS-HDRDATA    PIC 9(06).
          03 WS-TRLVALOR   PIC 9(11)V99.
          03 WS-TRLHASH    PIC 9(13).
          03 FILLER        PIC X(47) VALUE SPACES.
       01 WS-PIXHEADER.
          03 FILLER        PIC X(01) VALUE "0".
          03 WS-PHDDATA    PIC 9(06).
          03 WS-PHDMES     PIC 9(02).
          03 WS-PHDANO     PIC 9(02).
          03 FILLER        PIC X(20) VALUE "REENVIO PIX SALARIO ".
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
          "RELATORIO DO RETORNO BANCARIO - OCORRENCIAS".
       01 WS-LINOCO.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(15) VALUE "VALOR REENVIO: ".
          03 WS-RODVALOR   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-RODAPE3.
          03 FILLER        PIC X(19) VALUE "PIX REENVIADOS     ".
          03 FILLER        PIC X(02) VALUE ": ".
          03 WS-RDPREENV   PIC ZZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(15) VALUE "VALOR REENVIO: ".
          03 WS-RDPVALOR   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-ANO.
       INC-OP1.
           OPEN INPUT RETBANCO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMRET.
           OPEN INPUT RETPIX
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMRETPIX.
           IF W-TEMRET = "N" AND W-TEMRETPIX = "N"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RETBANCO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RETBANCO/RETPIX"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT FOPAGHIST
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELRETOR"
              GO TO ROT-FIMS.
       INC-OP7.
           OPEN INPUT CADPIX
           IF W-STPIX = "00"
              MOVE "S" TO W-TEMPIX.
           OPEN OUTPUT REMPIXRE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REMPIXRE"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMPIXRE"
              GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
           PERFORM REE-HEADER THRU REE-HEADER-FIM
           MOVE SPACES     TO REGRELRETOR
           MOVE WS-CABREL  TO REGRELRETOR
           WRITE REGRELRETOR
           IF W-TEMRET = "N"
              GO TO RPX-INICIO.
      *
       RET-LOOP.
           READ RETBANCO
           IF ST-ERRO = "10"
              GO TO RPX-INICIO.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO RETBANCO"
                             TO W-DL101-OPER
           GO TO RET-LOOP.
      *
      *****************************************
      * RETORNO DO LOTE PIX: A LINHA VAI PARA *
      * OS MESMOS CAMPOS DO RETORNO EM CONTA  *
      * E PASSA PELA MESMA CONCILIACAO        *
      *****************************************
       RPX-INICIO.
           MOVE "P" TO W-ORIGEM
           IF W-TEMRETPIX = "N"
              GO TO RET-FIM.
       RPX-LOOP.
           READ RETPIX
           IF ST-ERRO = "10"
              GO TO RET-FIM.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO RETPIX"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO RETPIX"
              GO TO ROT-FIMS.
           ADD 1 TO W-CTLLIDOS
           MOVE REGRETPIX TO WS-RPXDETALHE
           IF WS-RPXTIPO NOT = "1"
              GO TO RPX-LOOP.
           MOVE SPACES      TO WS-RETDETALHE
           MOVE WS-RPXTIPO  TO WS-RETTIPO
           MOVE WS-RPXCHAPA TO WS-RETCHAPA
           MOVE WS-RPXNOME  TO WS-RETNOME
           MOVE ZEROS       TO WS-RETBANCO WS-RETAGENCIA WS-RETCONTA
           MOVE WS-RPXVALOR TO WS-RETVALOR
           MOVE WS-RPXOCORR TO WS-RETOCORR
           PERFORM RET-CASA THRU RET-CASA-FIM
           GO TO RPX-LOOP.
      *
      *****************************************
      * CASA O CREDITO DO RETORNO COM A FOLHA *
      * DA COMPETENCIA INFORMADA              *
      *****************************************
           IF W-TIPOLIN = "X"
              ADD 1 TO W-TOTDIVERG
              MOVE "CONTA NAO IDENTIFICADA" TO WS-OCOMOTIVO
              IF W-ORIGEM = "P"
                 MOVE "CHAVE PIX NAO IDENTIFICADA" TO WS-OCOMOTIVO
                 PERFORM RET-IMPRIME THRU RET-IMPRIME-FIM
              ELSE
                 PERFORM RET-IMPRIME THRU RET-IMPRIME-FIM.
           IF W-TIPOLIN NOT = "X" AND
              WS-RETVALOR NOT = W-VALESPER
              ADD 1 TO W-TOTDIVERG
           MOVE ZEROS TO W-VALESPER W-PENSEQSAL
           MOVE WS-RETCHAPA TO BCOCHAPA
           READ CADBANCO
           IF W-ORIGEM = "P"
              GO TO RET-IDENT-PIX.
           IF ST-ERRO = "00" AND BCOCONTA = WS-RETCONTA
              MOVE "F" TO W-TIPOLIN
              MOVE FPHLIQUIDO TO W-VALESPER
              MOVE PENSEQ TO W-PENSEQSAL
              GO TO RET-IDENT-FIM.
           GO TO RET-IDENT-LOOP.
      *    PIX: SO O CREDITO DO FUNCIONARIO (PENSAO NAO VAI
      *    POR PIX), RECONHECIDO PELA CHAVE DO CADPIX
       RET-IDENT-PIX.
           IF ST-ERRO NOT = "00" OR BCOFORMA NOT = "P"
              GO TO RET-IDENT-FIM.
           IF W-TEMPIX NOT = "S"
              GO TO RET-IDENT-FIM.
           MOVE WS-RETCHAPA TO PIXCHAPA
           READ CADPIX
           IF W-STPIX = "00" AND PIXCHAVE = WS-RPXCHAVE
              MOVE "F" TO W-TIPOLIN
              MOVE FPHLIQUIDO TO W-VALESPER.
       RET-IDENT-FIM.
           EXIT.
      *
              MOVE WS-RETNOME TO WS-DETNOME
           ELSE
              MOVE NOME       TO WS-DETNOME.
           IF BCOFORMA = "P"
              GO TO REE-PIX.
           IF BCOCONTA = ZEROS
              MOVE "SEM DADOS BANCARIOS P/ REENVIO" TO WS-OCOMOTIVO
              PERFORM RET-IMPRIME THRU RET-IMPRIME-FIM
              GO TO REE-DETALHE-FIM.
           MOVE WS-RETCHAPA  TO WS-DETCHAPA
           MOVE BCOBANCO     TO WS-DETBANCO
           MOVE BCOAGENCIA   TO WS-DETAGENCIA
           WRITE REGREMREENV
           ADD 1             TO W-TOTREENV
           ADD WS-RETVALOR   TO W-VALREENV
           ADD PENCONTA      TO W-HASHCONTA
           GO TO REE-DETALHE-FIM.
      *    FUNCIONARIO HOJE EM PIX - REENVIO NA CHAVE ATUAL
       REE-PIX.
           MOVE "23" TO W-STPIX
           MOVE WS-RETCHAPA TO PIXCHAPA
           IF W-TEMPIX = "S"
              READ CADPIX.
           IF W-STPIX NOT = "00" OR PIXCHAVE = SPACES
              MOVE "PIX SEM CHAVE P/ REENVIO" TO WS-OCOMOTIVO
              PERFORM RET-IMPRIME THRU RET-IMPRIME-FIM
              GO TO REE-DETALHE-FIM.
           MOVE WS-RETCHAPA  TO WS-PDTCHAPA
           MOVE WS-DETNOME   TO WS-PDTNOME
           MOVE PIXTIPO      TO WS-PDTTIPO
           MOVE PIXCHAVE     TO WS-PDTCHAVE
           MOVE WS-RETVALOR  TO WS-PDTVALOR
           MOVE SPACES       TO REGREMPIXRE
           MOVE WS-PIXDETALHE TO REGREMPIXRE
           WRITE REGREMPIXRE
           ADD 1             TO W-TOTREPIX
           ADD WS-RETVALOR   TO W-VALREPIX
           ADD WS-RETCHAPA   TO W-HASHPIX.
       REE-DETALHE-FIM.
           EXIT.
      *
           MOVE W-ANO  TO WS-HDRANO
           MOVE SPACES TO REGREMREENV
           MOVE WS-REMHEADER TO REGREMREENV
           WRITE REGREMREENV
           MOVE W-HOJE TO WS-PHDDATA
           MOVE W-MES  TO WS-PHDMES
           MOVE W-ANO  TO WS-PHDANO
           MOVE SPACES TO REGREMPIXRE
           MOVE WS-PIXHEADER TO REGREMPIXRE
           WRITE REGREMPIXRE.
       REE-HEADER-FIM.
           EXIT.
      *
           MOVE SPACES      TO REGREMREENV
           MOVE WS-REMTRAILER TO REGREMREENV
           WRITE REGREMREENV
           MOVE W-TOTREPIX  TO WS-PTRQTDE
           MOVE W-VALREPIX  TO WS-PTRVALOR
           MOVE W-HASHPIX   TO WS-PTRHASH
           MOVE SPACES      TO REGREMPIXRE
           MOVE WS-PIXTRAILER TO REGREMPIXRE
           WRITE REGREMPIXRE
           MOVE W-TOTCRED   TO WS-RODCRED
           MOVE W-TOTREJ    TO WS-RODREJ
           MOVE W-TOTSEMFOL TO WS-RODSEMF
           MOVE SPACES      TO REGRELRETOR
           MOVE WS-RODAPE2  TO REGRELRETOR
           WRITE REGRELRETOR
           MOVE W-TOTREPIX  TO WS-RDPREENV
           MOVE W-VALREPIX  TO WS-RDPVALOR
           MOVE SPACES      TO REGRELRETOR
           MOVE WS-RODAPE3  TO REGRELRETOR
           WRITE REGRELRETOR
           COMPUTE W-CTLGRAV = W-TOTREENV + W-TOTREPIX
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-TOTREJ - W-TOTSEMFOL
           COMPUTE W-CTLVALOR = W-VALREENV + W-VALREPIX
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMRET = "S"
              CLOSE RETBANCO.
           IF W-TEMRETPIX = "S"
              CLOSE RETPIX.
           IF W-TEMPIX = "S"
              CLOSE CADPIX.
           CLOSE FOPAGHIST CADFUNC CADBANCO
                 CADPENSAO REMREENV RELRETOR REMPIXRE
           DISPLAY "CREDITOS EFETIVADOS: " W-TOTCRED
           DISPLAY "CREDITOS REJEITADOS: " W-TOTREJ
           DISPLAY "CREDITOS REENVIADOS: " W-TOTREENV
           DISPLAY "PIX REENVIADOS     : " W-TOTREPIX
           GO TO ROT-FIM.
      *
      **********************
