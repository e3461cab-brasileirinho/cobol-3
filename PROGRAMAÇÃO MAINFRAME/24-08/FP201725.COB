      * CADFERIAS, SALDO DE CONSIGNADO DO
      * CADEMPREST E DEPENDENTES DO CADDEPEN.
      * TUDO SOMENTE LEITURA, E CADA ACESSO FICA
      * REGISTRADO PELO DL101 E NO CADACESSO (DL115).
      * FERIAS: O FUNCIONARIO SOLICITA O PERIODO
      * (CADSOLFER, SITUACAO P) E O SUPERVISOR DELE
      * NO CADHIER, ENTRANDO COM A PROPRIA CHAPA,
      * APROVA OU RECUSA AS PENDENTES DA EQUIPE. AS
      * REGRAS DA CLT SAO CONFERIDAS PELO DL111 NA
      * SOLICITACAO E DE NOVO NA APROVACAO; SO A
      * APROVADA (SITUACAO A) VIRA PERIODO NO
      * CADFERIAS.
      * REEMBOLSO DE DESPESAS: O SUPERVISOR TAMBEM
      * APROVA OU RECUSA OS REEMBOLSOS PENDENTES DA
      * EQUIPE (CADREEMB, LANCADOS NO FP201760); O
      * APROVADO (SITUACAO A) E PAGO PELO FP201761
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DEPCHAPA
                               WITH DUPLICATES.

           SELECT CADSOLFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SFECHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADHIER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIECHAVE
                    FILE STATUS  IS W-STHIE.

           SELECT CADREEMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMBCHAVE
                    FILE STATUS  IS W-STRMB.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   05 ANO     PIC 9(04).
                03 DEPPARENTESCO     PIC X(01).
                03 FILLER            PIC X(12).

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

       FD CADHIER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIER.DAT".
       01 REGHIER.
                03 HIECHAVE.
                   05 HIETIPO        PIC X(01).
                   05 HIECODIGO      PIC 9(05).
                03 HIEPAI            PIC 9(05).
                03 FILLER            PIC X(13).

       FD CADREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       01 REGREEMB.
                03 RMBCHAVE.
                   05 RMBCHAPA       PIC 9(05).
                   05 RMBSEQ         PIC 9(03).
                03 RMBCATEG          PIC 9(02).
                03 RMBDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 RMBKM             PIC 9(05).
                03 RMBVALOR          PIC 9(06)V99.
                03 RMBCOMPROV        PIC X(15).
                03 RMBDESCR          PIC X(30).
                03 RMBFORMA          PIC X(01).
                03 RMBSTATUS         PIC X(01).
                03 RMBSUPERV         PIC 9(05).
                03 RMBDTDEC          PIC 9(06).
                03 RMBMOTIVO         PIC X(20).
                03 RMBPAGMES         PIC 9(02).
                03 RMBPAGANO         PIC 9(02).
                03 RMBCDC            PIC 9(01).
                03 FILLER            PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       77 W-SALDOCONSIG PIC 9(08)V99 VALUE ZEROS.
       77 W-STHIE       PIC X(02) VALUE "00".
       77 W-TEMHIE      PIC X(01) VALUE "N".
       77 W-STRMB       PIC X(02) VALUE "00".
       77 W-TEMRMB      PIC X(01) VALUE "N".
       77 W-SIMNAO      PIC X(01) VALUE SPACES.
       77 W-DECISAO     PIC X(01) VALUE SPACES.
       77 W-SEQLIVRE    PIC 9(03) VALUE ZEROS.
       77 W-QTDEQUIPE   PIC 9(03) VALUE ZEROS.
       77 W-SOLDIAS     PIC 9(02) VALUE ZEROS.
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-SOLDATA     PIC 9(08) VALUE ZEROS.
       01 W-SOLDATAR REDEFINES W-SOLDATA.
          03 W-SOLDIA   PIC 9(02).
          03 W-SOLMES   PIC 9(02).
          03 W-SOLANO   PIC 9(04).
       77 W-DL111-CHAPA  PIC 9(05) VALUE ZEROS.
       77 W-DL111-SEQ    PIC 9(03) VALUE ZEROS.
       77 W-DL111-FIM    PIC 9(08) VALUE ZEROS.
       77 W-DL111-PERAQ  PIC 9(02) VALUE ZEROS.
       77 W-DL111-SALDO  PIC 9(02) VALUE ZEROS.
       77 W-DL111-RES    PIC 9(01) VALUE ZEROS.
       77 W-DL111-MENS   PIC X(40) VALUE SPACES.
      *    NO KIOSK O ACESSO E DO PROPRIO FUNCIONARIO
       01 W-DL115-OPER.
          03 FILLER       PIC X(03) VALUE "KSK".
          03 W-DL115-OPCHAPA PIC 9(05) VALUE ZEROS.
       01 W-FIMR.
          03 W-FIMDIA   PIC 9(02).
          03 W-FIMMES   PIC 9(02).
          03 W-FIMANO   PIC 9(04).
       01 WS-MENSACESSO.
          03 FILLER       PIC X(22) VALUE "ACESSO KIOSK DA CHAPA ".
          03 WS-ACECHAPA  PIC 9(05).
          03 WS-DEPNOME   PIC X(35).
          03 FILLER       PIC X(14) VALUE "  PARENTESCO: ".
          03 WS-DEPPAR    PIC X(01).
       01 WS-LINSOL.
          03 FILLER       PIC X(12) VALUE "SOLICITACAO ".
          03 WS-SOLSEQ    PIC 9(03).
          03 FILLER       PIC X(10) VALUE "  INICIO: ".
          03 WS-SOLINI    PIC 99/99/9999.
          03 FILLER       PIC X(08) VALUE "  DIAS: ".
          03 WS-SOLDIAS   PIC Z9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-SOLSIT    PIC X(09).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-SOLMOT    PIC X(30).
       01 WS-LINEQP.
          03 WS-EQPCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-EQPNOME   PIC X(30).
          03 FILLER       PIC X(09) VALUE " INICIO: ".
          03 WS-EQPINI    PIC 99/99/9999.
          03 FILLER       PIC X(07) VALUE " DIAS: ".
          03 WS-EQPDIAS   PIC Z9.
       01 WS-MENSSOL.
          03 FILLER       PIC X(19) VALUE "FERIAS SOLICITADAS ".
          03 WS-MSOCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-MSOSEQ    PIC 9(03).
          03 FILLER       PIC X(12) VALUE SPACES.
       01 WS-MENSDEC.
          03 FILLER       PIC X(07) VALUE "FERIAS ".
          03 WS-MDCCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-MDCSEQ    PIC 9(03).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-MDCSIT    PIC X(09).
          03 FILLER       PIC X(04) VALUE " POR".
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-MDCSUP    PIC 9(05).
          03 FILLER       PIC X(04) VALUE SPACES.
       01 WS-LINRMB.
          03 WS-RMBCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-RMBNOME   PIC X(20).
          03 FILLER       PIC X(05) VALUE " CAT ".
          03 WS-RMBCATEG  PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-RMBDATA   PIC 99/99/99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-RMBVALOR  PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(06) VALUE " DOC: ".
          03 WS-RMBCOMPROV PIC X(15).
       01 WS-MENSRMB.
          03 FILLER       PIC X(10) VALUE "REEMBOLSO ".
          03 WS-MRBCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-MRBSEQ    PIC 9(03).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-MRBSIT    PIC X(09).
          03 FILLER       PIC X(05) VALUE " POR ".
          03 WS-MRBSUP    PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM HISTORICO DE FOLHA DISPONIVEL".
       INC-OP3.
      *    I-O PORQUE A FERIAS APROVADA E GRAVADA AQUI
           OPEN I-O CADFERIAS
           IF ST-ERRO = "30"
              OPEN OUTPUT CADFERIAS
              CLOSE CADFERIAS
              GO TO INC-OP3.
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM CADASTRO DE FERIAS DISPONIVEL".
       INC-OP4.
           OPEN INPUT CADDEPEN
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM CADASTRO DE DEPENDENTES DISPONIVEL".
       INC-OP6.
           OPEN I-O CADSOLFER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSOLFER
                 CLOSE CADSOLFER
                 GO TO INC-OP6
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSOLFER"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSOLFER"
                 GO TO ROT-FIMS.
       INC-OP7.
      *    SEM HIERARQUIA NINGUEM APROVA - AS SOLICITACOES
      *    FICAM PENDENTES
           OPEN INPUT CADHIER
           IF W-STHIE = "00"
              MOVE "S" TO W-TEMHIE
           ELSE
              MOVE "N" TO W-TEMHIE.
       INC-OP8.
      *    SEM CADREEMB NAO HA REEMBOLSO A APROVAR
           OPEN I-O CADREEMB
           IF W-STRMB = "00"
              MOVE "S" TO W-TEMRMB
           ELSE
              MOVE "N" TO W-TEMRMB.
      *
       KSK-LOGIN.
           MOVE ZEROS TO W-TENTATIVAS
           IF W-PIN NOT = PINCODIGO
              DISPLAY "SENHA INCORRETA"
              GO TO KSK-PEDE-PIN.
           GO TO KSK-ACESSO.
      *
       KSK-CRIAPIN.
           DISPLAY "PRIMEIRO ACESSO - CRIE UMA SENHA (4 DIGITOS): "
              DISPLAY "ERRO AO GRAVAR A SENHA"
              GO TO KSK-LOGIN.
           DISPLAY "SENHA CRIADA".
      *
      *    ENTRADA NO KIOSK FICA REGISTRADA NO CADACESSO
       KSK-ACESSO.
           MOVE W-CHAPA TO W-DL115-OPCHAPA
           CALL "DL115" USING W-DL101-PROG W-CHAPA W-DL115-OPER.
      *
       KSK-MENU.
      *    CADA ACESSO FICA REGISTRADO NO LOG
                              ST-ERRO
           DISPLAY "BEM-VINDO " NOME
           DISPLAY "1-CONTRACHEQUES  2-FERIAS  3-CONSIGNADO"
           DISPLAY "4-DEPENDENTES    5-SOLICITAR FERIAS"
           DISPLAY "6-APROVAR FERIAS DA EQUIPE"
           DISPLAY "7-APROVAR REEMBOLSOS DA EQUIPE  0-SAIR"
           DISPLAY "OPCAO: "
           ACCEPT W-OPCAO
           IF W-OPCAO = 0
           IF W-OPCAO = 4
              PERFORM KSK-DEPEN THRU KSK-DEPEN-FIM
              GO TO KSK-MENU.
           IF W-OPCAO = 5
              PERFORM KSK-SOLFER THRU KSK-SOLFER-FIM
              GO TO KSK-MENU.
           IF W-OPCAO = 6
              PERFORM KSK-APROVA THRU KSK-APROVA-FIM
              GO TO KSK-MENU.
           IF W-OPCAO = 7
              PERFORM KSK-REEMB THRU KSK-REEMB-FIM
              GO TO KSK-MENU.
           GO TO KSK-MENU.
      *
      *****************************************
           START CADFERIAS KEY NOT < FERCHAVE
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM PERIODOS DE FERIAS"
              GO TO KSK-FERIAS-SOL.
       KSK-FERIAS-LOOP.
           READ CADFERIAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO KSK-FERIAS-SOL.
           IF FERCHAPA NOT = W-CHAPA
              GO TO KSK-FERIAS-SOL.
           MOVE FERINICIO    TO WS-FERINI
           MOVE FERDIASGOZO  TO WS-FERGOZO
           MOVE FERDIASSALDO TO WS-FERSALDO
           DISPLAY WS-LINFER
           GO TO KSK-FERIAS-LOOP.
      *
      *    SOLICITACOES FEITAS PELO KIOSK E A SITUACAO DE CADA UMA
       KSK-FERIAS-SOL.
           MOVE W-CHAPA TO SFECHAPA
           MOVE ZEROS   TO SFESEQ
           START CADSOLFER KEY NOT < SFECHAVE
           IF ST-ERRO NOT = "00"
              GO TO KSK-FERIAS-FIM.
       KSK-FERIAS-SOL-LOOP.
           READ CADSOLFER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO KSK-FERIAS-FIM.
           IF SFECHAPA NOT = W-CHAPA
              GO TO KSK-FERIAS-FIM.
           MOVE SFESEQ    TO WS-SOLSEQ
           MOVE SFEINICIO TO WS-SOLINI
           MOVE SFEDIAS   TO WS-SOLDIAS
           MOVE SPACES    TO WS-SOLMOT
           IF SFESTATUS = "P"
              MOVE "PENDENTE" TO WS-SOLSIT.
           IF SFESTATUS = "A"
              MOVE "APROVADA" TO WS-SOLSIT.
           IF SFESTATUS = "R"
              MOVE "RECUSADA"  TO WS-SOLSIT
              MOVE SFEMOTIVO   TO WS-SOLMOT.
           DISPLAY WS-LINSOL
           GO TO KSK-FERIAS-SOL-LOOP.
       KSK-FERIAS-FIM.
           EXIT.
      *
      *****************************************
      * SOLICITACAO DE FERIAS PELO FUNCIONARIO*
      * - CRITICADA PELO DL111 E GRAVADA COMO *
      * PENDENTE PARA O SUPERVISOR            *
      *****************************************
       KSK-SOLFER.
           DISPLAY "INICIO DAS FERIAS (DDMMAAAA, 0=VOLTA): "
           ACCEPT W-SOLDATA
           IF W-SOLDATA = ZEROS
              GO TO KSK-SOLFER-FIM.
           DISPLAY "QUANTIDADE DE DIAS (5 A 30): "
           ACCEPT W-SOLDIAS
           MOVE W-CHAPA  TO W-DL111-CHAPA
           MOVE ZEROS    TO W-DL111-SEQ
           CALL "DL111" USING W-DL111-CHAPA W-DL111-SEQ
                              W-SOLDIA W-SOLMES W-SOLANO W-SOLDIAS
                              W-DL111-FIM W-DL111-PERAQ
                              W-DL111-SALDO W-DL111-RES W-DL111-MENS
           IF W-DL111-RES NOT = ZEROS
              DISPLAY "SOLICITACAO RECUSADA: " W-DL111-MENS
              GO TO KSK-SOLFER-FIM.
           MOVE W-DL111-FIM TO W-FIMR
           DISPLAY "FERIAS DE " W-SOLDIA "/" W-SOLMES "/" W-SOLANO
                   " A " W-FIMDIA "/" W-FIMMES "/" W-FIMANO
           DISPLAY "CONFIRMA A SOLICITACAO (S/N): "
           ACCEPT W-SIMNAO
           IF W-SIMNAO NOT = "S" AND W-SIMNAO NOT = "s"
              DISPLAY "SOLICITACAO NAO GRAVADA"
              GO TO KSK-SOLFER-FIM.
           PERFORM KSK-PROXSEQ THRU KSK-PROXSEQ-FIM
           MOVE SPACES        TO REGSOLFER
           MOVE W-CHAPA       TO SFECHAPA
           MOVE W-SEQLIVRE    TO SFESEQ
           MOVE W-SOLDIA      TO DIA OF SFEINICIO
           MOVE W-SOLMES      TO MES OF SFEINICIO
           MOVE W-SOLANO      TO ANO OF SFEINICIO
           MOVE W-SOLDIAS     TO SFEDIAS
           MOVE W-FIMDIA      TO DIA OF SFEFIM
           MOVE W-FIMMES      TO MES OF SFEFIM
           MOVE W-FIMANO      TO ANO OF SFEFIM
           MOVE W-DL111-PERAQ TO SFEPERAQ
           MOVE "P"           TO SFESTATUS
           ACCEPT SFEDTSOL FROM DATE
           MOVE ZEROS         TO SFESUPERV SFEDTDEC
           WRITE REGSOLFER
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSOLFER"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO AO GRAVAR A SOLICITACAO"
              GO TO KSK-SOLFER-FIM.
           MOVE W-CHAPA    TO WS-MSOCHAPA
           MOVE W-SEQLIVRE TO WS-MSOSEQ
           MOVE WS-MENSSOL TO W-DL101-OPER
           CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                              ST-ERRO
           DISPLAY "SOLICITACAO GRAVADA - AGUARDA O SUPERVISOR".
       KSK-SOLFER-FIM.
           EXIT.
      *
       KSK-PROXSEQ.
           MOVE ZEROS   TO W-SEQLIVRE
           MOVE W-CHAPA TO SFECHAPA
           MOVE ZEROS   TO SFESEQ
           START CADSOLFER KEY NOT < SFECHAVE
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-SEQLIVRE
              GO TO KSK-PROXSEQ-FIM.
       KSK-PROXSEQ-LE.
           READ CADSOLFER NEXT RECORD
           IF ST-ERRO NOT = "00" OR SFECHAPA NOT = W-CHAPA
              ADD 1 TO W-SEQLIVRE
              GO TO KSK-PROXSEQ-FIM.
           MOVE SFESEQ TO W-SEQLIVRE
           GO TO KSK-PROXSEQ-LE.
       KSK-PROXSEQ-FIM.
           EXIT.
      *
      *****************************************
      * APROVACAO PELO SUPERVISOR: PERCORRE   *
      * AS PENDENTES E SO MOSTRA AS DE QUEM   *
      * TEM A CHAPA LOGADA COMO PAI NO        *
      * CADHIER. NA APROVACAO O DL111 CONFERE *
      * DE NOVO (O AVISO DE 30 DIAS CONTA DA  *
      * DATA DA APROVACAO) E O PERIODO E      *
      * GRAVADO NO CADFERIAS                  *
      *****************************************
       KSK-APROVA.
           MOVE ZEROS TO W-QTDEQUIPE
           IF W-TEMHIE NOT = "S"
              DISPLAY "HIERARQUIA (CADHIER) INDISPONIVEL"
              GO TO KSK-APROVA-FIM.
           MOVE ZEROS TO SFECHAVE
           START CADSOLFER KEY NOT < SFECHAVE
           IF ST-ERRO NOT = "00"
              GO TO KSK-APROVA-TESTA.
       KSK-APROVA-LOOP.
           READ CADSOLFER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO KSK-APROVA-TESTA.
           IF SFESTATUS NOT = "P" OR SFECHAPA = W-CHAPA
              GO TO KSK-APROVA-LOOP.
           MOVE "F"      TO HIETIPO
           MOVE SFECHAPA TO HIECODIGO
           READ CADHIER
           IF W-STHIE NOT = "00" OR HIEPAI NOT = W-CHAPA
              GO TO KSK-APROVA-LOOP.
           ADD 1 TO W-QTDEQUIPE
           MOVE SFECHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           MOVE SFECHAPA  TO WS-EQPCHAPA
           MOVE NOME      TO WS-EQPNOME
           MOVE SFEINICIO TO WS-EQPINI
           MOVE SFEDIAS   TO WS-EQPDIAS
           DISPLAY WS-LINEQP.
       KSK-APROVA-PEDE.
           DISPLAY "A-APROVAR  R-RECUSAR  P-PULAR: "
           ACCEPT W-DECISAO
           IF W-DECISAO = "P" OR W-DECISAO = "p"
              GO TO KSK-APROVA-LOOP.
           IF W-DECISAO = "R" OR W-DECISAO = "r"
              PERFORM KSK-RECUSA THRU KSK-RECUSA-FIM
              GO TO KSK-APROVA-LOOP.
           IF W-DECISAO NOT = "A" AND W-DECISAO NOT = "a"
              GO TO KSK-APROVA-PEDE.
           MOVE SFECHAPA TO W-DL111-CHAPA
           MOVE SFESEQ   TO W-DL111-SEQ
           CALL "DL111" USING W-DL111-CHAPA W-DL111-SEQ
                              DIA OF SFEINICIO MES OF SFEINICIO
                              ANO OF SFEINICIO SFEDIAS
                              W-DL111-FIM W-DL111-PERAQ
                              W-DL111-SALDO W-DL111-RES W-DL111-MENS
           IF W-DL111-RES NOT = ZEROS
              DISPLAY "NAO PODE SER APROVADA: " W-DL111-MENS
              GO TO KSK-APROVA-PEDE.
           MOVE SFECHAPA      TO FERCHAPA
           MOVE SFEINICIO     TO FERINICIO
           MOVE W-DL111-FIM   TO W-FIMR
           MOVE W-FIMDIA      TO DIA OF FERFIM
           MOVE W-FIMMES      TO MES OF FERFIM
           MOVE W-FIMANO      TO ANO OF FERFIM
           MOVE 30            TO FERDIASDIR
           MOVE SFEDIAS       TO FERDIASGOZO
           MOVE W-DL111-SALDO TO FERDIASSALDO
           WRITE REGFERIAS
           IF ST-ERRO = "22"
              DISPLAY "JA HA PERIODO COM ESTE INICIO NO CADFERIAS"
              GO TO KSK-APROVA-PEDE.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFERIAS"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO AO GRAVAR O PERIODO DE FERIAS"
              GO TO KSK-APROVA-LOOP.
           MOVE "A"           TO SFESTATUS
           MOVE W-DL111-FIM   TO W-FIMR
           MOVE W-FIMDIA      TO DIA OF SFEFIM
           MOVE W-FIMMES      TO MES OF SFEFIM
           MOVE W-FIMANO      TO ANO OF SFEFIM
           MOVE W-DL111-PERAQ TO SFEPERAQ
           MOVE "APROVADA"    TO WS-MDCSIT
           PERFORM KSK-DECIDE THRU KSK-DECIDE-FIM
           GO TO KSK-APROVA-LOOP.
       KSK-APROVA-TESTA.
           IF W-QTDEQUIPE = ZEROS
              DISPLAY "NENHUMA SOLICITACAO PENDENTE DA EQUIPE".
      *    VOLTA O CADASTRO DO PROPRIO SUPERVISOR PARA O MENU
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC.
       KSK-APROVA-FIM.
           EXIT.
      *
       KSK-RECUSA.
           DISPLAY "MOTIVO DA RECUSA: "
           ACCEPT W-MOTIVO
           MOVE "R"        TO SFESTATUS
           MOVE W-MOTIVO   TO SFEMOTIVO
           MOVE "RECUSADA" TO WS-MDCSIT
           PERFORM KSK-DECIDE THRU KSK-DECIDE-FIM.
       KSK-RECUSA-FIM.
           EXIT.
      *
      *    GRAVA A DECISAO E DEIXA O REGISTRO NO LOG
       KSK-DECIDE.
           MOVE W-CHAPA TO SFESUPERV
           ACCEPT SFEDTDEC FROM DATE
           REWRITE REGSOLFER
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADSOLFER"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO AO GRAVAR A DECISAO"
              GO TO KSK-DECIDE-FIM.
           MOVE SFECHAPA  TO WS-MDCCHAPA
           MOVE SFESEQ    TO WS-MDCSEQ
           MOVE W-CHAPA   TO WS-MDCSUP
           MOVE WS-MENSDEC TO W-DL101-OPER
           CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                              ST-ERRO
           DISPLAY "DECISAO GRAVADA".
       KSK-DECIDE-FIM.
           EXIT.
      *
      *****************************************
      * REEMBOLSOS PENDENTES DA EQUIPE: MESMO *
      * CRITERIO DAS FERIAS (PAI NO CADHIER = *
      * CHAPA LOGADA). APROVADO FICA PARA O   *
      * PAGAMENTO DO FP201761                 *
      *****************************************
       KSK-REEMB.
           MOVE ZEROS TO W-QTDEQUIPE
           IF W-TEMHIE NOT = "S"
              DISPLAY "HIERARQUIA (CADHIER) INDISPONIVEL"
              GO TO KSK-REEMB-FIM.
           IF W-TEMRMB NOT = "S"
              DISPLAY "SEM CADASTRO DE REEMBOLSOS DISPONIVEL"
              GO TO KSK-REEMB-FIM.
           MOVE ZEROS TO RMBCHAVE
           START CADREEMB KEY NOT < RMBCHAVE
           IF W-STRMB NOT = "00"
              GO TO KSK-REEMB-TESTA.
       KSK-REEMB-LOOP.
           READ CADREEMB NEXT RECORD
           IF W-STRMB NOT = "00"
              GO TO KSK-REEMB-TESTA.
           IF RMBSTATUS NOT = "P" OR RMBCHAPA = W-CHAPA
              GO TO KSK-REEMB-LOOP.
           MOVE "F"      TO HIETIPO
           MOVE RMBCHAPA TO HIECODIGO
           READ CADHIER
           IF W-STHIE NOT = "00" OR HIEPAI NOT = W-CHAPA
              GO TO KSK-REEMB-LOOP.
           ADD 1 TO W-QTDEQUIPE
           MOVE RMBCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           MOVE RMBCHAPA   TO WS-RMBCHAPA
           MOVE NOME       TO WS-RMBNOME
           MOVE RMBCATEG   TO WS-RMBCATEG
           MOVE RMBDATA    TO WS-RMBDATA
           MOVE RMBVALOR   TO WS-RMBVALOR
           MOVE RMBCOMPROV TO WS-RMBCOMPROV
           DISPLAY WS-LINRMB
           IF RMBDESCR NOT = SPACES
              DISPLAY "      " RMBDESCR.
       KSK-REEMB-PEDE.
           DISPLAY "A-APROVAR  R-RECUSAR  P-PULAR: "
           ACCEPT W-DECISAO
           IF W-DECISAO = "P" OR W-DECISAO = "p"
              GO TO KSK-REEMB-LOOP.
           IF W-DECISAO = "R" OR W-DECISAO = "r"
              DISPLAY "MOTIVO DA RECUSA: "
              ACCEPT W-MOTIVO
              MOVE "R"        TO RMBSTATUS
              MOVE W-MOTIVO   TO RMBMOTIVO
              MOVE "RECUSADO" TO WS-MRBSIT
              PERFORM KSK-RMBDEC THRU KSK-RMBDEC-FIM
              GO TO KSK-REEMB-LOOP.
           IF W-DECISAO NOT = "A" AND W-DECISAO NOT = "a"
              GO TO KSK-REEMB-PEDE.
           MOVE "A"        TO RMBSTATUS
           MOVE SPACES     TO RMBMOTIVO
           MOVE "APROVADO" TO WS-MRBSIT
           PERFORM KSK-RMBDEC THRU KSK-RMBDEC-FIM
           GO TO KSK-REEMB-LOOP.
       KSK-REEMB-TESTA.
           IF W-QTDEQUIPE = ZEROS
              DISPLAY "NENHUM REEMBOLSO PENDENTE DA EQUIPE".
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC.
       KSK-REEMB-FIM.
           EXIT.
      *
       KSK-RMBDEC.
           MOVE W-CHAPA TO RMBSUPERV
           ACCEPT RMBDTDEC FROM DATE
           REWRITE REGREEMB
           IF W-STRMB NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADREEMB"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRMB
              DISPLAY "ERRO AO GRAVAR A DECISAO"
              GO TO KSK-RMBDEC-FIM.
           MOVE RMBCHAPA   TO WS-MRBCHAPA
           MOVE RMBSEQ     TO WS-MRBSEQ
           MOVE W-CHAPA    TO WS-MRBSUP
           MOVE WS-MENSRMB TO W-DL101-OPER
           CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                              ST-ERRO
           DISPLAY "DECISAO GRAVADA".
       KSK-RMBDEC-FIM.
           EXIT.
      *
      *****************************************
      * CONTRATOS CONSIGNADOS EM ABERTO       *
      *****************************************
       KSK-CONSIG.
      *
       KSK-ENCERRA.
           CLOSE CADFUNC CADPIN FOPAGHIST CADFERIAS
                 CADEMPREST CADDEPEN CADSOLFER
           IF W-TEMHIE = "S"
              CLOSE CADHIER.
           IF W-TEMRMB = "S"
              CLOSE CADREEMB.
           GO TO ROT-FIM.
      *
      **********************
