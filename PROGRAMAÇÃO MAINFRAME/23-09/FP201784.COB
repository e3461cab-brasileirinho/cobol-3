       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201784.
       AUTHOR. LEONARDO.
      **************************************
      * DISTRIBUICAO DE RELATORIOS POR     *
      * GERENTE NO ACERVO                  *
      **************************************
      * RODADO APOS O RELATORIO, CORTA O ARQUIVO DE
      * NOME FIXO EM UMA PARTE POR GERENTE: CADA
      * LINHA DE FUNCIONARIO VAI PARA TODOS OS
      * SUPERIORES DA CHAPA NO CADHIER (TIPO F,
      * SUBINDO A CADEIA ATE 10 NIVEIS). O CABECALHO
      * DO RELATORIO VAI NO INICIO DE CADA PARTE E AS
      * LINHAS DE QUEBRA (DEPARTAMENTO) SO QUANDO HA
      * FUNCIONARIO DO GERENTE SOB ELAS; TOTAIS GERAIS
      * NAO VAO PARA AS PARTES. NO RELCONTR O CORTE E
      * POR CONTRACHEQUE INTEIRO (ATE A LINHA EM
      * BRANCO). AS PARTES VAO PARA O RELACERVO COM O
      * GERENTE COMO DESTINATARIO, SAO CATALOGADAS NO
      * CADRELDIST (QUE E TAMBEM O REGISTRO DO QUE FOI
      * PARA QUEM) E LISTADAS NO RELDIST. O FP201724
      * SO MOSTRA A PARTE AO PROPRIO GERENTE
      * (CHAPA DO OPERADOR NO CADUSER) OU AO PERFIL A
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELORIGEM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELACERVO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STACV.

           SELECT CADRELDIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RDSCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADHIER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIECHAVE
                    FILE STATUS  IS W-STHIE.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELDIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RELORIGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQORIGEM.
       01 REGRELORIGEM PIC X(136).

       FD RELACERVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACERVO.DAT".
       01 REGRELACERVO.
                03 ACVPROG           PIC X(08).
                03 ACVDATA           PIC 9(06).
                03 ACVMES            PIC 9(02).
                03 ACVANO            PIC 9(02).
                03 ACVLINHA          PIC X(136).
                03 ACVDEST           PIC X(05).

       FD CADRELDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRELDIST.DAT".
       01 REGRELDIST.
                03 RDSCHAVE.
                   05 RDSPROG        PIC X(08).
                   05 RDSDATA        PIC 9(06).
                   05 RDSMES         PIC 9(02).
                   05 RDSANO         PIC 9(02).
                   05 RDSDEST        PIC 9(05).
                03 RDSARQ            PIC X(13).
                03 RDSLINHAS         PIC 9(06).
                03 RDSFUNCS          PIC 9(05).
                03 RDSSIGILO         PIC X(01).
                03 RDSOPER           PIC X(08).
                03 FILLER            PIC X(10).

       FD CADHIER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIER.DAT".
       01 REGHIER.
                03 HIECHAVE.
                   05 HIETIPO        PIC X(01).
                   05 HIECODIGO      PIC 9(05).
                03 HIEPAI            PIC 9(05).
                03 FILLER            PIC X(13).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 NOME              PIC X(35).
                03 CPF               PIC 9(11).
                03 FILLER            PIC X(67).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RELDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIST.DAT".
       01 REGRELDISTL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STACV       PIC X(02) VALUE "00".
       77 W-STHIE       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201784".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-TEMFUN      PIC X(01) VALUE "N".
       77 W-PROG        PIC X(08) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-ARQORIGEM   PIC X(13) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-COL         PIC 9(02) VALUE ZEROS.
       77 W-NCAB        PIC 9(01) VALUE ZEROS.
       77 W-SIGILO      PIC X(01) VALUE SPACES.
       77 W-IND         PIC 9(03) COMP VALUE ZEROS.
       77 W-IND2        PIC 9(03) COMP VALUE ZEROS.
       77 W-INDG        PIC 9(03) COMP VALUE ZEROS.
       77 W-QTDCAB      PIC 9(02) VALUE ZEROS.
       77 W-QTDBLOCO    PIC 9(03) VALUE ZEROS.
       77 W-QTDCAD      PIC 9(02) VALUE ZEROS.
       77 W-QTDGER      PIC 9(03) VALUE ZEROS.
       77 W-LIDAS       PIC 9(06) VALUE ZEROS.
       77 W-CTXSEQ      PIC 9(06) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-BLCHAPA     PIC 9(05) VALUE ZEROS.
       77 W-SUBIR       PIC 9(05) VALUE ZEROS.
       77 W-DESTED      PIC 9(05) VALUE ZEROS.
       77 W-SEMGER      PIC 9(05) VALUE ZEROS.
       77 W-AVISOBLOCO  PIC X(01) VALUE "N".
       77 W-AVISOGER    PIC X(01) VALUE "N".
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-CHAPATXT    PIC X(05) VALUE SPACES.
       01 W-CONTEXTO    PIC X(136) VALUE SPACES.
       01 W-LINHA       PIC X(136) VALUE SPACES.
      *    RELATORIOS DISTRIBUIDOS: PROGRAMA, NOME FIXO DO
      *    ARQUIVO, MODO (L = UMA LINHA POR FUNCIONARIO,
      *    B = BLOCO ATE A LINHA EM BRANCO), COLUNA DA
      *    CHAPA, LINHAS DE CABECALHO E SIGILO (COMO NA
      *    TABELA DO FP201723)
       01 TABDIST.
          03 FILLER PIC X(26) VALUE "FP201619RELFERIAS.DATL012N".
          03 FILLER PIC X(26) VALUE "FP201662RELAFAST.DAT L012N".
          03 FILLER PIC X(26) VALUE "FP201714RELASO.DAT   L031N".
          03 FILLER PIC X(26) VALUE "FP201671RELVARIA.DAT L012S".
          03 FILLER PIC X(26) VALUE "FP201634RELCONTR.DAT B080S".
       01 TABDISTR REDEFINES TABDIST.
          03 TABDIST-ITEM OCCURS 5 TIMES.
             05 TABDIST-PROG   PIC X(08).
             05 TABDIST-ARQ    PIC X(13).
             05 TABDIST-MODO   PIC X(01).
             05 TABDIST-COL    PIC 9(02).
             05 TABDIST-NCAB   PIC 9(01).
             05 TABDIST-SIGILO PIC X(01).
      *    CABECALHO DO RELATORIO - REPETIDO EM CADA PARTE
       01 W-TABCAB.
          03 W-CAB        PIC X(136) OCCURS 9 TIMES.
      *    CONTRACHEQUE EM MONTAGEM (MODO B)
       01 W-TABBLOCO.
          03 W-BLOCO      PIC X(136) OCCURS 80 TIMES.
      *    SUPERIORES DA CHAPA CORRENTE NO CADHIER
       01 W-TABCADEIA.
          03 W-CADGER     PIC 9(05) OCCURS 10 TIMES.
      *    PARTES (UMA POR GERENTE)
       01 W-TABGER.
          03 W-TGITEM OCCURS 500 TIMES.
             05 W-TGCHAPA    PIC 9(05).
             05 W-TGLINHAS   PIC 9(06).
             05 W-TGFUNCS    PIC 9(05).
             05 W-TGULTCHAPA PIC 9(05).
             05 W-TGCTXSEQ   PIC 9(06).
       01 WS-CAB1.
          03 FILLER       PIC X(32) VALUE
             "DISTRIBUICAO POR GERENTE - REL. ".
          03 WS-CABPROG   PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-CABARQ    PIC X(13).
          03 FILLER       PIC X(07) VALUE " COMP. ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(04) VALUE " EM ".
          03 WS-CABDATA   PIC 9(06).
          03 FILLER       PIC X(06) VALUE " POR: ".
          03 WS-CABOPER   PIC X(08).
       01 WS-CABDET     PIC X(100) VALUE
          "GERENTE  NOME                                 FUNCIONARIOS  L
      -    "INHAS".
       01 WS-LINDET.
          03 WS-DETGER    PIC 9(05).
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETNOME   PIC X(35).
          03 FILLER       PIC X(06) VALUE SPACES.
          03 WS-DETFUNCS  PIC ZZZZ9.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETLIN    PIC ZZZZZ9.
       01 WS-RODAPE1.
          03 FILLER       PIC X(24) VALUE "PARTES GERADAS:        ".
          03 WS-RODPARTES PIC ZZZZ9.
          03 FILLER       PIC X(26) VALUE
             "   LINHAS LIDAS:         ".
          03 WS-RODLIDAS  PIC ZZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(40) VALUE
             "FUNCIONARIOS SEM GERENTE NO CADHIER:    ".
          03 WS-RODSEMGER PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *
       INC-ACE0.
           DISPLAY "DISTRIBUICAO DE RELATORIO POR GERENTE"
           DISPLAY "PROGRAMA DO RELATORIO (EX: FP201619): "
           ACCEPT W-PROG
           MOVE ZEROS TO W-IND.
       INC-ACE0-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 5
              DISPLAY "RELATORIO FORA DA TABELA DE DISTRIBUICAO"
              GO TO INC-ACE0.
           IF TABDIST-PROG (W-IND) NOT = W-PROG
              GO TO INC-ACE0-LOOP.
           MOVE TABDIST-ARQ (W-IND)    TO W-ARQORIGEM
           MOVE TABDIST-MODO (W-IND)   TO W-MODO
           MOVE TABDIST-COL (W-IND)    TO W-COL
           MOVE TABDIST-NCAB (W-IND)   TO W-NCAB
           MOVE TABDIST-SIGILO (W-IND) TO W-SIGILO.
       INC-ACE1.
           DISPLAY "MES DA COMPETENCIA DO RELATORIO (MM): "
           ACCEPT W-MES
           DISPLAY "ANO DA COMPETENCIA DO RELATORIO (AA): "
           ACCEPT W-ANO
           ACCEPT W-HOJE FROM DATE.
      *
       INC-OP0.
           OPEN INPUT CADHIER
           IF W-STHIE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIER"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STHIE
              DISPLAY "SEM HIERARQUIA (CADHIER) - NADA A DISTRIBUIR"
              GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADRELDIST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRELDIST
                 CLOSE CADRELDIST
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADRELDIST"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO CADRELDIST"
                 CLOSE CADHIER
                 GO TO ROT-FIM.
      *    DISTRIBUIR DUAS VEZES NO MESMO DIA/COMPETENCIA
      *    DUPLICARIA AS PARTES NO ACERVO - RECUSA
           MOVE W-PROG  TO RDSPROG
           MOVE W-HOJE  TO RDSDATA
           MOVE W-MES   TO RDSMES
           MOVE W-ANO   TO RDSANO
           MOVE ZEROS   TO RDSDEST
           START CADRELDIST KEY NOT < RDSCHAVE
           IF ST-ERRO = "00"
              READ CADRELDIST NEXT RECORD
              IF ST-ERRO = "00" AND RDSPROG = W-PROG AND
                 RDSDATA = W-HOJE AND RDSMES = W-MES AND
                 RDSANO = W-ANO
                 DISPLAY "RELATORIO JA DISTRIBUIDO HOJE PARA ESTA "
                         "COMPETENCIA - NADA FEITO"
                 CLOSE CADRELDIST CADHIER
                 GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT RELORIGEM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO ORIGEM"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "RELATORIO NAO ENCONTRADO: " W-ARQORIGEM
              CLOSE CADRELDIST CADHIER
              GO TO ROT-FIM.
       INC-OP3.
           OPEN EXTEND RELACERVO
           IF W-STACV NOT = "00"
              OPEN OUTPUT RELACERVO.
           IF W-STACV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELACERVO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STACV
              DISPLAY "ERRO NA ABERTURA DO ACERVO"
              CLOSE RELORIGEM CADRELDIST CADHIER
              GO TO ROT-FIM.
       INC-OP4.
           OPEN OUTPUT RELDIST
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELDIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDIST"
              CLOSE RELORIGEM RELACERVO CADRELDIST CADHIER
              GO TO ROT-FIM.
      *    SEM O CADFUNC O REGISTRO SAI SEM O NOME DO GERENTE
           OPEN INPUT CADFUNC
           IF W-STFUN = "00"
              MOVE "S" TO W-TEMFUN.
           MOVE ZEROS TO W-QTDCAB W-QTDBLOCO W-QTDGER W-BLCHAPA.
      *
       DST-LOOP.
           READ RELORIGEM
           IF ST-ERRO NOT = "00"
              GO TO DST-FIM-ARQ.
           ADD 1 TO W-LIDAS W-CTLLIDOS
           MOVE REGRELORIGEM TO W-LINHA
           IF W-MODO = "B"
              PERFORM DST-BLOCO THRU DST-BLOCO-FIM
              GO TO DST-LOOP.
           IF W-LIDAS NOT > W-NCAB
              ADD 1 TO W-QTDCAB
              MOVE W-LINHA TO W-CAB (W-QTDCAB)
              GO TO DST-LOOP.
           MOVE W-LINHA (W-COL:5) TO W-CHAPATXT
           IF W-CHAPATXT NOT NUMERIC
              IF W-LINHA NOT = SPACES
                 MOVE W-LINHA TO W-CONTEXTO
                 ADD 1 TO W-CTXSEQ.
           IF W-CHAPATXT NOT NUMERIC
              GO TO DST-LOOP.
           MOVE W-CHAPATXT TO W-CHAPA
           PERFORM DST-CADEIA THRU DST-CADEIA-FIM
           MOVE ZEROS TO W-IND2.
       DST-LINHA-LOOP.
           ADD 1 TO W-IND2
           IF W-IND2 > W-QTDCAD
              GO TO DST-LOOP.
           PERFORM DST-ACHA-GER THRU DST-ACHA-GER-FIM
           IF W-INDG = ZEROS
              GO TO DST-LINHA-LOOP.
           IF W-CTXSEQ > W-TGCTXSEQ (W-INDG)
              MOVE W-CTXSEQ   TO W-TGCTXSEQ (W-INDG)
              MOVE W-CONTEXTO TO ACVLINHA
              PERFORM DST-GRAVA THRU DST-GRAVA-FIM.
           MOVE W-LINHA TO ACVLINHA
           PERFORM DST-GRAVA THRU DST-GRAVA-FIM
           PERFORM DST-CONTA-FUNC THRU DST-CONTA-FUNC-FIM
           GO TO DST-LINHA-LOOP.
      *
       DST-FIM-ARQ.
           IF W-MODO = "B"
              PERFORM DST-DESCARREGA THRU DST-DESCARREGA-FIM.
           PERFORM DST-REGISTRO THRU DST-REGISTRO-FIM
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           IF W-CTLLIDOS < W-CTLGRAV
              MOVE ZEROS TO W-CTLPULADOS.
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "LINHAS LIDAS          : " W-LIDAS
           DISPLAY "PARTES GERADAS        : " W-QTDGER
           DISPLAY "SEM GERENTE NO CADHIER: " W-SEMGER
           DISPLAY "REGISTRO DA DISTRIBUICAO EM RELDIST.DAT"
           CLOSE RELORIGEM RELACERVO CADRELDIST CADHIER RELDIST
           IF W-TEMFUN = "S"
              CLOSE CADFUNC.
           GO TO ROT-FIM.
      *
      *****************************************
      * MODO B - JUNTA AS LINHAS DO BLOCO ATE *
      * A LINHA EM BRANCO E GUARDA A CHAPA    *
      *****************************************
       DST-BLOCO.
           IF W-QTDBLOCO < 80
              ADD 1 TO W-QTDBLOCO
              MOVE W-LINHA TO W-BLOCO (W-QTDBLOCO)
           ELSE
              IF W-AVISOBLOCO = "N"
                 MOVE "S" TO W-AVISOBLOCO
                 MOVE "BLOCO COM MAIS DE 80 LINHAS - CORTADO"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO.
           MOVE W-LINHA (W-COL:5) TO W-CHAPATXT
           IF W-BLCHAPA = ZEROS AND W-CHAPATXT NUMERIC
              MOVE W-CHAPATXT TO W-BLCHAPA.
           IF W-LINHA = SPACES
              PERFORM DST-DESCARREGA THRU DST-DESCARREGA-FIM.
       DST-BLOCO-FIM.
           EXIT.
      *
      *    BLOCO SEM CHAPA (TOTAIS) NAO VAI PARA AS PARTES
       DST-DESCARREGA.
           IF W-BLCHAPA = ZEROS
              GO TO DST-DESCARREGA-ZERA.
           MOVE W-BLCHAPA TO W-CHAPA
           PERFORM DST-CADEIA THRU DST-CADEIA-FIM
           MOVE ZEROS TO W-IND2.
       DST-DESCARREGA-GER.
           ADD 1 TO W-IND2
           IF W-IND2 > W-QTDCAD
              GO TO DST-DESCARREGA-ZERA.
           PERFORM DST-ACHA-GER THRU DST-ACHA-GER-FIM
           IF W-INDG = ZEROS
              GO TO DST-DESCARREGA-GER.
           MOVE ZEROS TO W-IND.
       DST-DESCARREGA-LIN.
           ADD 1 TO W-IND
           IF W-IND > W-QTDBLOCO
              PERFORM DST-CONTA-FUNC THRU DST-CONTA-FUNC-FIM
              GO TO DST-DESCARREGA-GER.
           MOVE W-BLOCO (W-IND) TO ACVLINHA
           PERFORM DST-GRAVA THRU DST-GRAVA-FIM
           GO TO DST-DESCARREGA-LIN.
       DST-DESCARREGA-ZERA.
           MOVE ZEROS TO W-QTDBLOCO W-BLCHAPA.
       DST-DESCARREGA-FIM.
           EXIT.
      *
      *****************************************
      * SUPERIORES DA CHAPA (CADHIER TIPO F)  *
      *****************************************
       DST-CADEIA.
           MOVE ZEROS   TO W-QTDCAD
           MOVE W-CHAPA TO W-SUBIR.
       DST-CADEIA-LOOP.
           IF W-QTDCAD NOT < 10
              GO TO DST-CADEIA-TESTA.
           MOVE "F"     TO HIETIPO
           MOVE W-SUBIR TO HIECODIGO
           READ CADHIER
           IF W-STHIE NOT = "00"
              GO TO DST-CADEIA-TESTA.
           IF HIEPAI = ZEROS OR HIEPAI = W-CHAPA
              GO TO DST-CADEIA-TESTA.
           ADD 1 TO W-QTDCAD
           MOVE HIEPAI TO W-CADGER (W-QTDCAD) W-SUBIR
           GO TO DST-CADEIA-LOOP.
       DST-CADEIA-TESTA.
           IF W-QTDCAD = ZEROS
              ADD 1 TO W-SEMGER.
       DST-CADEIA-FIM.
           EXIT.
      *
      *****************************************
      * PARTE DO GERENTE W-CADGER (W-IND2) -  *
      * CRIA NA PRIMEIRA VEZ, COM O CABECALHO *
      *****************************************
       DST-ACHA-GER.
           MOVE ZEROS TO W-INDG.
       DST-ACHA-GER-LOOP.
           ADD 1 TO W-INDG
           IF W-INDG > W-QTDGER
              GO TO DST-ACHA-GER-NOVO.
           IF W-TGCHAPA (W-INDG) = W-CADGER (W-IND2)
              GO TO DST-ACHA-GER-FIM.
           GO TO DST-ACHA-GER-LOOP.
       DST-ACHA-GER-NOVO.
           IF W-QTDGER NOT < 500
              GO TO DST-ACHA-GER-CHEIO.
           ADD 1 TO W-QTDGER
           MOVE W-QTDGER TO W-INDG
           MOVE W-CADGER (W-IND2) TO W-TGCHAPA (W-INDG)
           MOVE ZEROS TO W-TGLINHAS (W-INDG) W-TGFUNCS (W-INDG)
                         W-TGULTCHAPA (W-INDG) W-TGCTXSEQ (W-INDG)
           MOVE ZEROS TO W-IND.
       DST-ACHA-GER-CAB.
           ADD 1 TO W-IND
           IF W-IND > W-QTDCAB
              GO TO DST-ACHA-GER-FIM.
           MOVE W-CAB (W-IND) TO ACVLINHA
           PERFORM DST-GRAVA THRU DST-GRAVA-FIM
           GO TO DST-ACHA-GER-CAB.
       DST-ACHA-GER-CHEIO.
           MOVE ZEROS TO W-INDG
           IF W-AVISOGER = "N"
              MOVE "S" TO W-AVISOGER
              MOVE "MAIS DE 500 GERENTES - PARTES CORTADAS"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO.
       DST-ACHA-GER-FIM.
           EXIT.
      *
       DST-GRAVA.
           MOVE W-PROG TO ACVPROG
           MOVE W-HOJE TO ACVDATA
           MOVE W-MES  TO ACVMES
           MOVE W-ANO  TO ACVANO
           MOVE W-TGCHAPA (W-INDG) TO W-DESTED
           MOVE W-DESTED TO ACVDEST
           WRITE REGRELACERVO
           ADD 1 TO W-TGLINHAS (W-INDG) W-CTLGRAV.
       DST-GRAVA-FIM.
           EXIT.
      *
       DST-CONTA-FUNC.
           IF W-TGULTCHAPA (W-INDG) NOT = W-CHAPA
              MOVE W-CHAPA TO W-TGULTCHAPA (W-INDG)
              ADD 1 TO W-TGFUNCS (W-INDG).
       DST-CONTA-FUNC-FIM.
           EXIT.
      *
      *****************************************
      * CATALOGO DAS PARTES (CADRELDIST) E    *
      * REGISTRO DA DISTRIBUICAO (RELDIST)    *
      *****************************************
       DST-REGISTRO.
           MOVE W-PROG      TO WS-CABPROG
           MOVE W-ARQORIGEM TO WS-CABARQ
           MOVE W-MES       TO WS-CABMES
           MOVE W-ANO       TO WS-CABANO
           MOVE W-HOJE      TO WS-CABDATA
           MOVE W-OPERADOR  TO WS-CABOPER
           MOVE SPACES      TO REGRELDISTL
           MOVE WS-CAB1     TO REGRELDISTL
           WRITE REGRELDISTL
           MOVE SPACES      TO REGRELDISTL
           WRITE REGRELDISTL
           MOVE WS-CABDET   TO REGRELDISTL
           WRITE REGRELDISTL
           MOVE ZEROS TO W-INDG.
       DST-REGISTRO-LOOP.
           ADD 1 TO W-INDG
           IF W-INDG > W-QTDGER
              GO TO DST-REGISTRO-TOT.
           MOVE W-PROG              TO RDSPROG
           MOVE W-HOJE              TO RDSDATA
           MOVE W-MES               TO RDSMES
           MOVE W-ANO               TO RDSANO
           MOVE W-TGCHAPA (W-INDG)  TO RDSDEST
           MOVE W-ARQORIGEM         TO RDSARQ
           MOVE W-TGLINHAS (W-INDG) TO RDSLINHAS
           MOVE W-TGFUNCS (W-INDG)  TO RDSFUNCS
           MOVE W-SIGILO            TO RDSSIGILO
           MOVE W-OPERADOR          TO RDSOPER
           WRITE REGRELDIST
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADRELDIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO.
           MOVE W-TGCHAPA (W-INDG)  TO WS-DETGER
           MOVE SPACES              TO WS-DETNOME
           IF W-TEMFUN = "S"
              MOVE W-TGCHAPA (W-INDG) TO CHAPA
              READ CADFUNC
              IF W-STFUN = "00"
                 MOVE NOME TO WS-DETNOME.
           MOVE W-TGFUNCS (W-INDG)  TO WS-DETFUNCS
           MOVE W-TGLINHAS (W-INDG) TO WS-DETLIN
           MOVE SPACES    TO REGRELDISTL
           MOVE WS-LINDET TO REGRELDISTL
           WRITE REGRELDISTL
           GO TO DST-REGISTRO-LOOP.
       DST-REGISTRO-TOT.
           MOVE W-QTDGER TO WS-RODPARTES
           MOVE W-LIDAS  TO WS-RODLIDAS
           MOVE W-SEMGER TO WS-RODSEMGER
           MOVE SPACES     TO REGRELDISTL
           WRITE REGRELDISTL
           MOVE WS-RODAPE1 TO REGRELDISTL
           WRITE REGRELDISTL
           MOVE WS-RODAPE2 TO REGRELDISTL
           WRITE REGRELDISTL.
       DST-REGISTRO-FIM.
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
