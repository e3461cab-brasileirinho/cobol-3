       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201803.
       AUTHOR. LEONARDO.
      **************************************
      * RATEIO DA RESCISAO POR FALECIMENTO *
      **************************************
      * O LIQUIDO DA RESCISAO POR FALECIMENTO (MOTIVO 7
      * NO CADRESC, FP201641) E PAGO AOS DEPENDENTES
      * HABILITADOS A PENSAO POR MORTE NO INSS
      * (DEPHABINSS = S NO CADDEPEN, FP201617) - LEI
      * 6.858/80. O RATEIO E EM PARTES IGUAIS (I) OU
      * NOS PERCENTUAIS DO ALVARA/DECISAO JUDICIAL (J),
      * QUE DEVEM SOMAR 100%; O RESIDUO DE
      * ARREDONDAMENTO FICA COM O ULTIMO BENEFICIARIO.
      * CADA BENEFICIARIO TEM CONTA PROPRIA NO
      * CADBENFAL, USADA PELA REMESSA (FP201636) NO
      * LUGAR DO CADBANCO DO FUNCIONARIO. OS RECIBOS
      * SAEM NO RECIBOBEN. RESCISAO JA ENVIADA AO
      * BANCO SO REEMITE OS RECIBOS
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

           SELECT CADRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT CADDEPEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPCHAVE
                    FILE STATUS  IS W-STDEP
                    ALTERNATE RECORD KEY IS DEPCHAPA
                               WITH DUPLICATES.

           SELECT CADBENFAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BFLCHAVE
                    FILE STATUS  IS W-STBFL.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STSES.

           SELECT RECIBOBEN ASSIGN TO DISK
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
                03 FILLER     PIC X(03).
                03 FUNCPCD    PIC X(01).
                03 FUNCTIPODEF PIC 9(01).
                03 FILLER     PIC X(01).

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
                03 DEPHABINSS        PIC X(01).

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

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RECIBOBEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBOBEN.DAT".
       01 REGRECIBO PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201803".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-STDEP       PIC X(02) VALUE "00".
       77 W-STBFL       PIC X(02) VALUE "00".
       77 W-STSES       PIC X(02) VALUE "00".
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-LIQUIDO     PIC 9(08)V99 VALUE ZEROS.
       77 W-SITUACAO    PIC X(01) VALUE SPACES.
       77 W-QTDDEP      PIC 9(02) VALUE ZEROS.
       77 W-QTDBEN      PIC 9(02) VALUE ZEROS.
       77 W-QTDRAT      PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-ULTIMO      PIC 9(02) VALUE ZEROS.
       77 W-PERC        PIC 9(03)V99 VALUE ZEROS.
       77 W-SOMAPERC    PIC 9(04)V99 VALUE ZEROS.
       77 W-SOMAVALOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDREC      PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-DTOBITO     PIC 9(08) VALUE ZEROS.
       01 W-DTOBITOR REDEFINES W-DTOBITO.
          03 W-OBANO    PIC 9(04).
          03 W-OBMES    PIC 9(02).
          03 W-OBDIA    PIC 9(02).
       01 W-TABDEP.
          03 W-DEP OCCURS 10 TIMES.
             05 W-TDSEQ      PIC 9(02).
             05 W-TDNOME     PIC X(35).
             05 W-TDCPF      PIC 9(11).
             05 W-TDPARENT   PIC X(01).
             05 W-TDPERC     PIC 9(03)V99.
             05 W-TDVALOR    PIC 9(08)V99.
             05 W-TDBANCO    PIC 9(03).
             05 W-TDAGENCIA  PIC 9(05).
             05 W-TDCONTA    PIC 9(10).
             05 W-TDTIPO     PIC X(01).
       01 WS-LINTRACO   PIC X(70) VALUE ALL "-".
       01 WS-CAB1       PIC X(70) VALUE
          "  RECIBO DE PAGAMENTO DE VERBAS RESCISORIAS - FALECIMENTO".
       01 WS-CAB2       PIC X(70) VALUE
          "  (LEI 6.858/80 - DEPENDENTE HABILITADO NO INSS)".
       01 WS-LINFUNC.
          03 FILLER        PIC X(17) VALUE "EMPREGADO: CHAPA ".
          03 WS-FUNCHAPA   PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-FUNNOME    PIC X(35).
       01 WS-LINOBITO.
          03 FILLER        PIC X(18) VALUE "DATA DO OBITO...: ".
          03 WS-OBDIA      PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-OBMES      PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-OBANO      PIC 9(04).
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(14) VALUE "LIQUIDO TOTAL ".
          03 WS-OBLIQ      PIC Z.ZZZ.ZZZ,99.
       01 WS-LINBENEF.
          03 FILLER        PIC X(18) VALUE "BENEFICIARIO....: ".
          03 WS-BENNOME    PIC X(35).
          03 FILLER        PIC X(07) VALUE " PARENT".
          03 FILLER        PIC X(02) VALUE ". ".
          03 WS-BENPARENT  PIC X(01).
       01 WS-LINCPF.
          03 FILLER        PIC X(18) VALUE "CPF.............: ".
          03 WS-BENCPF     PIC 999.999.999/99.
       01 WS-LINQUOTA.
          03 FILLER        PIC X(18) VALUE "QUOTA...........: ".
          03 WS-BENPERC    PIC ZZ9,99.
          03 FILLER        PIC X(02) VALUE "% ".
          03 WS-BENMODO    PIC X(22).
          03 FILLER        PIC X(08) VALUE "VALOR: ".
          03 WS-BENVALOR   PIC Z.ZZZ.ZZZ,99.
       01 WS-LINCONTA.
          03 FILLER        PIC X(18) VALUE "CREDITO EM CONTA: ".
          03 FILLER        PIC X(06) VALUE "BANCO ".
          03 WS-BENBANCO   PIC 9(03).
          03 FILLER        PIC X(06) VALUE "  AG. ".
          03 WS-BENAGENCIA PIC 9(05).
          03 FILLER        PIC X(08) VALUE "  CONTA ".
          03 WS-BENCONTA   PIC 9(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-BENTIPO    PIC X(01).
       01 WS-LINDECL1   PIC X(70) VALUE
          "RECEBI A IMPORTANCIA ACIMA, REFERENTE A MINHA QUOTA DAS".
       01 WS-LINDECL2   PIC X(70) VALUE
          "VERBAS RESCISORIAS DO EMPREGADO FALECIDO, DANDO QUITACAO.".
       01 WS-LINASSIN   PIC X(70) VALUE
          "    ____________________________________    ____/____/____".
       01 WS-LINASSIN2  PIC X(70) VALUE
          "           ASSINATURA DO BENEFICIARIO             DATA".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       RAT-SESSAO.
           OPEN INPUT CADSESSAO
           IF W-STSES = "00"
              READ CADSESSAO
              IF W-STSES = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *
       INC-ACE0.
           DISPLAY "RATEIO DA RESCISAO POR FALECIMENTO"
           DISPLAY "INFORME A CHAPA DO EMPREGADO FALECIDO: "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              DISPLAY "CHAPA INVALIDA"
              GO TO INC-ACE0.
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
           OPEN INPUT CADRESC
           IF W-STRSC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADRESC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRSC
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESC"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADDEPEN
           IF W-STDEP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEPEN"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STDEP
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDEPEN"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN I-O CADBENFAL
           IF W-STBFL NOT = "00"
              IF W-STBFL = "30"
                 OPEN OUTPUT CADBENFAL
                 CLOSE CADBENFAL
                 GO TO INC-OP3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADBENFAL"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STBFL
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBENFAL"
                 GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RECIBOBEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RECIBOBEN"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECIBOBEN"
              GO TO ROT-FIMS.
      *
      *****************************************
      * RESCISAO POR FALECIMENTO JA CALCULADA *
      * NO CADRESC (CABECALHO 000, MOTIVO 7)  *
      *****************************************
       RAT-RESCISAO.
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "FUNCIONARIO NAO CADASTRADO"
              GO TO RAT-ENCERRA.
           MOVE W-CHAPA TO RSCCHAPA
           MOVE ZEROS   TO RSCVERBA
           READ CADRESC
           IF W-STRSC NOT = "00" OR RSCTIPO NOT = "C"
              DISPLAY "RESCISAO NAO CALCULADA - EXECUTE O FP201641"
              GO TO RAT-ENCERRA.
           IF RSCMOTIVO NOT = 7
              DISPLAY "RESCISAO NAO E POR FALECIMENTO - SEM RATEIO"
              GO TO RAT-ENCERRA.
           MOVE RSCLIQUIDO  TO W-LIQUIDO
           MOVE RSCSITUACAO TO W-SITUACAO
           MOVE RSCDTDEM    TO W-DTOBITO
           DISPLAY "EMPREGADO: " NOME
           DISPLAY "LIQUIDO DA RESCISAO A RATEAR: " W-LIQUIDO
           PERFORM RAT-CARREGA THRU RAT-CARREGA-FIM
      *    RESCISAO JA ENVIADA AO BANCO: SO OS RECIBOS
           IF W-SITUACAO = "R"
              IF W-QTDRAT = ZEROS
                 DISPLAY "RESCISAO JA ENVIADA AO BANCO SEM RATEIO"
                 GO TO RAT-ENCERRA
              ELSE
                 DISPLAY "RESCISAO JA ENVIADA AO BANCO - REEMISSAO "
                         "DOS RECIBOS"
                 GO TO RAT-RECIBOS.
           IF W-QTDRAT = ZEROS
              GO TO RAT-DEPEN.
           DISPLAY "RATEIO JA INFORMADO PARA " W-QTDRAT
                   " BENEFICIARIO(S)".
       RAT-REFAZ.
           DISPLAY "REFAZER O RATEIO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO RAT-RECIBOS.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO RAT-REFAZ.
      *
      *****************************************
      * DEPENDENTES HABILITADOS NO INSS       *
      *****************************************
       RAT-DEPEN.
           MOVE ZEROS TO W-QTDDEP
           MOVE W-CHAPA TO DEPCHAPA
           MOVE ZEROS   TO DEPSEQ
           START CADDEPEN KEY NOT < DEPCHAVE
           IF W-STDEP NOT = "00"
              GO TO RAT-DEPEN-VER.
       RAT-DEPEN-LE.
           READ CADDEPEN NEXT RECORD
           IF W-STDEP NOT = "00"
              GO TO RAT-DEPEN-VER.
           IF DEPCHAPA NOT = W-CHAPA
              GO TO RAT-DEPEN-VER.
           IF DEPHABINSS NOT = "S"
              GO TO RAT-DEPEN-LE.
           IF W-QTDDEP = 10
              DISPLAY "MAIS DE 10 DEPENDENTES HABILITADOS - "
                      "CONSIDERADOS OS 10 PRIMEIROS"
              GO TO RAT-DEPEN-VER.
           ADD 1 TO W-QTDDEP
           MOVE W-QTDDEP TO W-IND
           MOVE DEPSEQ        TO W-TDSEQ (W-IND)
           MOVE DEPNOME       TO W-TDNOME (W-IND)
           MOVE DEPCPF        TO W-TDCPF (W-IND)
           MOVE DEPPARENTESCO TO W-TDPARENT (W-IND)
           MOVE ZEROS         TO W-TDPERC (W-IND) W-TDVALOR (W-IND)
           MOVE ZEROS         TO W-TDBANCO (W-IND) W-TDAGENCIA (W-IND)
           MOVE ZEROS         TO W-TDCONTA (W-IND)
           MOVE SPACES        TO W-TDTIPO (W-IND)
           DISPLAY W-QTDDEP " - " DEPSEQ " " DEPNOME " " DEPPARENTESCO
           GO TO RAT-DEPEN-LE.
       RAT-DEPEN-VER.
           IF W-QTDDEP = ZEROS
              DISPLAY "NENHUM DEPENDENTE HABILITADO NO INSS (FP201617)"
              DISPLAY "SEM HABILITADOS O PAGAMENTO SAI AOS SUCESSORES "
                      "POR ALVARA JUDICIAL"
              GO TO RAT-ENCERRA.
      *
      *****************************************
      * FORMA DO RATEIO: I = PARTES IGUAIS,   *
      * J = PERCENTUAIS DA DECISAO JUDICIAL   *
      *****************************************
       RAT-MODO.
           DISPLAY "RATEIO  I-PARTES IGUAIS  J-DECISAO JUDICIAL: "
           ACCEPT W-MODO
           IF W-MODO = "i"
              MOVE "I" TO W-MODO.
           IF W-MODO = "j"
              MOVE "J" TO W-MODO.
           IF W-MODO NOT = "I" AND W-MODO NOT = "J"
              GO TO RAT-MODO.
           MOVE ZEROS TO W-SOMAPERC W-ULTIMO
           MOVE 1 TO W-IND
           IF W-MODO = "J"
              GO TO RAT-JUDIC.
           COMPUTE W-PERC = 100 / W-QTDDEP.
       RAT-IGUAL.
           MOVE W-PERC TO W-TDPERC (W-IND)
           IF W-IND = W-QTDDEP
              COMPUTE W-TDPERC (W-IND) = 100 - W-SOMAPERC.
           ADD W-TDPERC (W-IND) TO W-SOMAPERC
           MOVE W-IND TO W-ULTIMO
           ADD 1 TO W-IND
           IF W-IND NOT > W-QTDDEP
              GO TO RAT-IGUAL.
           GO TO RAT-VALORES.
      *    PERCENTUAL ZERO = EXCLUIDO PELA DECISAO
       RAT-JUDIC.
           DISPLAY "PERCENTUAL DE " W-TDNOME (W-IND) " (999,99): "
           ACCEPT W-TDPERC (W-IND)
           ADD W-TDPERC (W-IND) TO W-SOMAPERC
           IF W-TDPERC (W-IND) > ZEROS
              MOVE W-IND TO W-ULTIMO.
           ADD 1 TO W-IND
           IF W-IND NOT > W-QTDDEP
              GO TO RAT-JUDIC.
           IF W-SOMAPERC NOT = 100
              DISPLAY "PERCENTUAIS SOMAM " W-SOMAPERC
                      " - DEVEM SOMAR 100"
              MOVE ZEROS TO W-SOMAPERC W-ULTIMO
              MOVE 1 TO W-IND
              GO TO RAT-JUDIC.
      *
      *****************************************
      * VALOR DE CADA QUOTA - RESIDUO DE      *
      * ARREDONDAMENTO NO ULTIMO BENEFICIARIO *
      *****************************************
       RAT-VALORES.
           MOVE ZEROS TO W-SOMAVALOR
           MOVE 1 TO W-IND.
       RAT-VALORES-LOOP.
           IF W-TDPERC (W-IND) = ZEROS
              GO TO RAT-VALORES-PROX.
           IF W-IND = W-ULTIMO
              COMPUTE W-TDVALOR (W-IND) = W-LIQUIDO - W-SOMAVALOR
           ELSE
              COMPUTE W-TDVALOR (W-IND) ROUNDED =
                      W-LIQUIDO * W-TDPERC (W-IND) / 100.
           ADD W-TDVALOR (W-IND) TO W-SOMAVALOR.
       RAT-VALORES-PROX.
           ADD 1 TO W-IND
           IF W-IND NOT > W-QTDDEP
              GO TO RAT-VALORES-LOOP.
           MOVE 1 TO W-IND.
      *
      *****************************************
      * CONTA PROPRIA DE CADA BENEFICIARIO    *
      *****************************************
       RAT-CONTA.
           IF W-TDPERC (W-IND) = ZEROS
              GO TO RAT-CONTA-PROX.
           DISPLAY "BENEFICIARIO: " W-TDNOME (W-IND)
           DISPLAY "  QUOTA: " W-TDPERC (W-IND) "%  VALOR: "
                   W-TDVALOR (W-IND).
       RAT-CONTA-BCO.
           DISPLAY "  BANCO (999): "
           ACCEPT W-TDBANCO (W-IND)
           IF W-TDBANCO (W-IND) = ZEROS
              DISPLAY "BANCO INVALIDO"
              GO TO RAT-CONTA-BCO.
       RAT-CONTA-AGE.
           DISPLAY "  AGENCIA (99999): "
           ACCEPT W-TDAGENCIA (W-IND)
           IF W-TDAGENCIA (W-IND) = ZEROS
              DISPLAY "AGENCIA INVALIDA"
              GO TO RAT-CONTA-AGE.
       RAT-CONTA-NUM.
           DISPLAY "  CONTA (9999999999): "
           ACCEPT W-TDCONTA (W-IND)
           IF W-TDCONTA (W-IND) = ZEROS
              DISPLAY "CONTA INVALIDA"
              GO TO RAT-CONTA-NUM.
       RAT-CONTA-TIPO.
           DISPLAY "  TIPO  C-CORRENTE  P-POUPANCA: "
           ACCEPT W-TDTIPO (W-IND)
           IF W-TDTIPO (W-IND) = "c"
              MOVE "C" TO W-TDTIPO (W-IND).
           IF W-TDTIPO (W-IND) = "p"
              MOVE "P" TO W-TDTIPO (W-IND).
           IF W-TDTIPO (W-IND) NOT = "C" AND
              W-TDTIPO (W-IND) NOT = "P"
              GO TO RAT-CONTA-TIPO.
       RAT-CONTA-PROX.
           ADD 1 TO W-IND
           IF W-IND NOT > W-QTDDEP
              GO TO RAT-CONTA.
       RAT-CONFIRMA.
           DISPLAY "GRAVAR O RATEIO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "N" OR "n"
              DISPLAY "RATEIO NAO GRAVADO"
              GO TO RAT-ENCERRA.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO RAT-CONFIRMA.
           PERFORM RAT-GRAVA THRU RAT-GRAVA-FIM.
      *
      *****************************************
      * RECIBOS DE PAGAMENTO (RECIBOBEN)      *
      *****************************************
       RAT-RECIBOS.
           MOVE ZEROS TO W-QTDREC
           MOVE W-CHAPA TO BFLCHAPA
           MOVE ZEROS   TO BFLSEQ
           START CADBENFAL KEY NOT < BFLCHAVE
           IF W-STBFL NOT = "00"
              GO TO RAT-RECIBOS-FIM.
       RAT-RECIBOS-LE.
           READ CADBENFAL NEXT RECORD
           IF W-STBFL NOT = "00"
              GO TO RAT-RECIBOS-FIM.
           IF BFLCHAPA NOT = W-CHAPA
              GO TO RAT-RECIBOS-FIM.
           PERFORM RAT-RECIBO THRU RAT-RECIBO-FIM
           GO TO RAT-RECIBOS-LE.
       RAT-RECIBOS-FIM.
           DISPLAY "RECIBOS EMITIDOS EM RECIBOBEN.DAT: " W-QTDREC.
      *
       RAT-ENCERRA.
           CLOSE CADFUNC CADRESC CADDEPEN CADBENFAL RECIBOBEN
           GO TO ROT-FIM.
      *
      *****************************************
      * RATEIO JA GRAVADO PARA A CHAPA        *
      *****************************************
       RAT-CARREGA.
           MOVE ZEROS TO W-QTDRAT
           MOVE W-CHAPA TO BFLCHAPA
           MOVE ZEROS   TO BFLSEQ
           START CADBENFAL KEY NOT < BFLCHAVE
           IF W-STBFL NOT = "00"
              GO TO RAT-CARREGA-FIM.
       RAT-CARREGA-LE.
           READ CADBENFAL NEXT RECORD
           IF W-STBFL NOT = "00"
              GO TO RAT-CARREGA-FIM.
           IF BFLCHAPA NOT = W-CHAPA
              GO TO RAT-CARREGA-FIM.
           ADD 1 TO W-QTDRAT
           GO TO RAT-CARREGA-LE.
       RAT-CARREGA-FIM.
           EXIT.
      *
      *****************************************
      * GRAVACAO NO CADBENFAL - APAGA O       *
      * RATEIO ANTERIOR DA CHAPA              *
      *****************************************
       RAT-GRAVA.
           ACCEPT W-HOJE FROM DATE
           MOVE W-CHAPA TO BFLCHAPA
           MOVE ZEROS   TO BFLSEQ
           START CADBENFAL KEY NOT < BFLCHAVE
           IF W-STBFL NOT = "00"
              GO TO RAT-GRAVA-NOVO.
       RAT-GRAVA-APAGA.
           READ CADBENFAL NEXT RECORD
           IF W-STBFL NOT = "00"
              GO TO RAT-GRAVA-NOVO.
           IF BFLCHAPA NOT = W-CHAPA
              GO TO RAT-GRAVA-NOVO.
           DELETE CADBENFAL RECORD
           GO TO RAT-GRAVA-APAGA.
       RAT-GRAVA-NOVO.
           MOVE ZEROS TO W-QTDBEN
           MOVE 1 TO W-IND.
       RAT-GRAVA-LOOP.
           IF W-TDPERC (W-IND) = ZEROS
              GO TO RAT-GRAVA-PROX.
           MOVE SPACES               TO REGBENFAL
           MOVE W-CHAPA              TO BFLCHAPA
           MOVE W-TDSEQ (W-IND)      TO BFLSEQ
           MOVE W-TDNOME (W-IND)     TO BFLNOME
           MOVE W-TDCPF (W-IND)      TO BFLCPF
           MOVE W-TDPARENT (W-IND)   TO BFLPARENTESCO
           MOVE W-TDPERC (W-IND)     TO BFLPERC
           MOVE W-TDVALOR (W-IND)    TO BFLVALOR
           MOVE W-TDBANCO (W-IND)    TO BFLBANCO
           MOVE W-TDAGENCIA (W-IND)  TO BFLAGENCIA
           MOVE W-TDCONTA (W-IND)    TO BFLCONTA
           MOVE W-TDTIPO (W-IND)     TO BFLTIPOCONTA
           MOVE W-MODO               TO BFLMODO
           MOVE W-OPERADOR           TO BFLOPER
           MOVE W-HOJE               TO BFLDATA
           WRITE REGBENFAL
           IF W-STBFL NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBENFAL"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STBFL
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBENFAL"
              GO TO RAT-GRAVA-PROX.
           ADD 1 TO W-QTDBEN.
       RAT-GRAVA-PROX.
           ADD 1 TO W-IND
           IF W-IND NOT > W-QTDDEP
              GO TO RAT-GRAVA-LOOP.
           DISPLAY "RATEIO GRAVADO - BENEFICIARIOS: " W-QTDBEN.
       RAT-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * UM RECIBO POR BENEFICIARIO            *
      *****************************************
       RAT-RECIBO.
           MOVE SPACES      TO REGRECIBO
           MOVE WS-LINTRACO TO REGRECIBO
           WRITE REGRECIBO
           MOVE WS-CAB1     TO REGRECIBO
           WRITE REGRECIBO
           MOVE WS-CAB2     TO REGRECIBO
           WRITE REGRECIBO
           MOVE WS-LINTRACO TO REGRECIBO
           WRITE REGRECIBO
           MOVE CHAPA       TO WS-FUNCHAPA
           MOVE NOME        TO WS-FUNNOME
           MOVE WS-LINFUNC  TO REGRECIBO
           WRITE REGRECIBO
           MOVE W-OBDIA     TO WS-OBDIA
           MOVE W-OBMES     TO WS-OBMES
           MOVE W-OBANO     TO WS-OBANO
           MOVE W-LIQUIDO   TO WS-OBLIQ
           MOVE WS-LINOBITO TO REGRECIBO
           WRITE REGRECIBO
           MOVE SPACES      TO REGRECIBO
           WRITE REGRECIBO
           MOVE BFLNOME       TO WS-BENNOME
           MOVE BFLPARENTESCO TO WS-BENPARENT
           MOVE WS-LINBENEF   TO REGRECIBO
           WRITE REGRECIBO
           MOVE BFLCPF      TO WS-BENCPF
           MOVE WS-LINCPF   TO REGRECIBO
           WRITE REGRECIBO
           MOVE BFLPERC     TO WS-BENPERC
           MOVE "(PARTES IGUAIS)"     TO WS-BENMODO
           IF BFLMODO = "J"
              MOVE "(DECISAO JUDICIAL)" TO WS-BENMODO.
           MOVE BFLVALOR    TO WS-BENVALOR
           MOVE WS-LINQUOTA TO REGRECIBO
           WRITE REGRECIBO
           MOVE BFLBANCO     TO WS-BENBANCO
           MOVE BFLAGENCIA   TO WS-BENAGENCIA
           MOVE BFLCONTA     TO WS-BENCONTA
           MOVE BFLTIPOCONTA TO WS-BENTIPO
           MOVE WS-LINCONTA  TO REGRECIBO
           WRITE REGRECIBO
           MOVE SPACES      TO REGRECIBO
           WRITE REGRECIBO
           MOVE WS-LINDECL1 TO REGRECIBO
           WRITE REGRECIBO
           MOVE WS-LINDECL2 TO REGRECIBO
           WRITE REGRECIBO
           MOVE SPACES      TO REGRECIBO
           WRITE REGRECIBO
           WRITE REGRECIBO
           MOVE WS-LINASSIN TO REGRECIBO
           WRITE REGRECIBO
           MOVE WS-LINASSIN2 TO REGRECIBO
           WRITE REGRECIBO
           MOVE SPACES      TO REGRECIBO
           WRITE REGRECIBO
           ADD 1 TO W-QTDREC.
       RAT-RECIBO-FIM.
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
