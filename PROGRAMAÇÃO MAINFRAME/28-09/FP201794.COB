       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201794.
       AUTHOR. LEONARDO.
      **************************************
      * FOLHA COMPLEMENTAR DE COMPETENCIA  *
      * JA FECHADA E APROVADA              *
      **************************************
      * CORRIGE A FOLHA DE CHAPAS SELECIONADAS SEM
      * REABRIR A COMPETENCIA: SO RODA COM ELA
      * FECHADA NO CADCOMPET (F) E APROVADA NO
      * CADAPROV (FP201720). A DIFERENCA FICA NO
      * FOPAGHIST COMO COMPLEMENTAR NUMERADA (1 A 3),
      * NO MES 20 + 20 X N + MM (41-52, 61-72 E
      * 81-92), SEM TOCAR NO REGISTRO ORIGINAL.
      * INSS E IRRF SAO REFEITOS PELO DL102 SOBRE O
      * MES COMBINADO (ORIGINAL + COMPLEMENTARES
      * ANTERIORES + ESTA) E A COMPLEMENTAR LEVA SO
      * O QUE FALTAVA RETER. A COMPLEMENTAR EM ABERTO
      * E A PRIMEIRA AINDA NAO APROVADA NO CADAPROV;
      * CHAPA INFORMADA DE NOVO NELA E SUBSTITUIDA.
      * DEPOIS DE APROVADA (FP201720, INFORMANDO A
      * COMPLEMENTAR) SAI A REMESSA (FP201636), O
      * LANCAMENTO CONTABIL (FP201645) E A GPS E O
      * FGTS SUPLEMENTARES (FP201687 E FP201642)
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

           SELECT CADCOMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPTCHAVE
                    FILE STATUS  IS W-STAUX.

           SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APVCHAVE
                    FILE STATUS  IS W-STAPV.

           SELECT RELCOMPL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
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
                03 FPHEXTRAS         PIC 9(06)V99.
                03 FILLER            PIC X(04).

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
                03 FILLER     PIC X(02).
                03 FUNCTIPOCONTR PIC X(01).
                03 FILLER     PIC X(05).

       FD CADCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMPET.DAT".
       01 REGCOMPET.
                03 CPTCHAVE.
                   05 CPTMES         PIC 9(02).
                   05 CPTANO         PIC 9(02).
                03 CPTSTATUS         PIC X(01).
                03 CPTOPERREAB       PIC X(08).
                03 CPTMOTIVO         PIC X(30).
                03 FILLER            PIC X(17).

       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       01 REGAPROV.
                03 APVCHAVE.
                   05 APVMES         PIC 9(02).
                   05 APVANO         PIC 9(02).
                03 APVSTATUS         PIC X(01).
                03 APVOPER           PIC X(08).
                03 APVDATA           PIC 9(06).
                03 FILLER            PIC X(13).

       FD RELCOMPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCOMPL.DAT".
       01 REGRELCOMPL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STAUX       PIC X(02) VALUE "00".
       77 W-STAPV       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201794".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-COMPL       PIC 9(01) VALUE ZEROS.
       77 W-MESFPH      PIC 9(02) VALUE ZEROS.
       77 W-MESAUX      PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(01) VALUE ZEROS.
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-JAEXISTE    PIC X(01) VALUE "N".
       77 W-NARODADA    PIC X(01) VALUE "N".
       77 W-SUBPROV     PIC 9(06)V99 VALUE ZEROS.
       77 W-SUBLIQ      PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDROD      PIC 9(03) VALUE ZEROS.
       77 W-INDROD      PIC 9(03) VALUE ZEROS.
       77 W-NUMDEP      PIC 9(02) VALUE ZEROS.
      *    ORIGINAL E COMPLEMENTARES JA GRAVADAS DA CHAPA
       77 W-ORISAL      PIC 9(06)V99 VALUE ZEROS.
       77 W-ORIINSS     PIC 9(06)V99 VALUE ZEROS.
       77 W-ORIIRRF     PIC 9(06)V99 VALUE ZEROS.
       77 W-ANTSAL      PIC 9(06)V99 VALUE ZEROS.
       77 W-ANTINSS     PIC 9(06)V99 VALUE ZEROS.
       77 W-ANTIRRF     PIC 9(06)V99 VALUE ZEROS.
      *    VALORES INFORMADOS E CALCULADOS DESTA COMPLEMENTAR
       77 W-DIFPROV     PIC 9(06)V99 VALUE ZEROS.
       77 W-DIFEXTRAS   PIC 9(06)V99 VALUE ZEROS.
       77 W-DIFOUTROS   PIC 9(06)V99 VALUE ZEROS.
       77 W-BASECALC    PIC 9(06)V99 VALUE ZEROS.
       77 W-INSSMES     PIC 9(06)V99 VALUE ZEROS.
       77 W-IRRFMES     PIC 9(06)V99 VALUE ZEROS.
       77 W-CPLINSS     PIC S9(07)V99 VALUE ZEROS.
       77 W-CPLIRRF     PIC S9(07)V99 VALUE ZEROS.
       77 W-CPLDESC     PIC 9(06)V99 VALUE ZEROS.
       77 W-CPLLIQ      PIC S9(07)V99 VALUE ZEROS.
       77 W-TOTFUNC     PIC 9(05) VALUE ZEROS.
       77 W-TOTPROV     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTLIQ      PIC 9(09)V99 VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-REGORIG     PIC X(93) VALUE SPACES.
      *    CHAPAS JA GRAVADAS NESTA RODADA
       01 W-TABROD.
          03 W-RODCHAPA    PIC 9(05) OCCURS 999 TIMES.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(02).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 WS-CAB1.
          03 FILLER       PIC X(34) VALUE
             "FOLHA COMPLEMENTAR - COMPETENCIA: ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(16) VALUE "  COMPLEMENTAR: ".
          03 WS-CABCOMPL  PIC 9(01).
          03 FILLER       PIC X(08) VALUE "  DATA: ".
          03 WS-CABDATA   PIC 99/99/99.
       01 WS-CAB2.
          03 FILLER       PIC X(42) VALUE
             "CHAPA NOME                       PROVENTOS".
          03 FILLER       PIC X(44) VALUE
             "       INSS       IRRF     OUTROS    LIQUIDO".
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETNOME   PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETPROV   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETINSS   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETIRRF   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETOUTROS PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETLIQ    PIC ZZZ.ZZ9,99.
       01 WS-LINMES.
          03 FILLER       PIC X(21) VALUE
             "      MES COMBINADO: ".
          03 FILLER       PIC X(06) VALUE "BASE: ".
          03 WS-MESBASE   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(08) VALUE "  INSS: ".
          03 WS-MESINSS   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(08) VALUE "  IRRF: ".
          03 WS-MESIRRF   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(10) VALUE "  RETIDO: ".
          03 WS-MESRET    PIC ZZZ.ZZ9,99.
       01 WS-RODAPE.
          03 FILLER        PIC X(24) VALUE
             "CHAPAS NA COMPLEMENTAR: ".
          03 WS-RODFUNC    PIC ZZZZ9.
          03 FILLER        PIC X(13) VALUE "  PROVENTOS: ".
          03 WS-RODPROV    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(11) VALUE "  LIQUIDO: ".
          03 WS-RODLIQ     PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-RODAPV     PIC X(100) VALUE
          "APROVAR A COMPLEMENTAR NO FP201720 ANTES DA REMESSA E DA CONT
      -   "ABILIZACAO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "FOLHA COMPLEMENTAR"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO
           COMPUTE W-REFCOMP = (W-ANO * 100) + W-MES.
      *
      *****************************************
      * COMPETENCIA FECHADA E APROVADA - ABERTA*
      * SE CORRIGE NA PROPRIA FOLHA           *
      *****************************************
       INC-OP0.
           OPEN INPUT CADCOMPET
           IF W-STAUX NOT = "00"
              MOVE "CADCOMPET INDISPONIVEL - COMPL. NEGADA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STAUX
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOMPET"
              GO TO ROT-FIMS.
           MOVE W-MES TO CPTMES
           MOVE W-ANO TO CPTANO
           READ CADCOMPET
           IF W-STAUX NOT = "00" OR CPTSTATUS NOT = "F"
              CLOSE CADCOMPET
              MOVE "COMPETENCIA NAO FECHADA - COMPL. NEGADA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STAUX
              DISPLAY "COMPETENCIA NAO FECHADA - CORRIJA NA FOLHA"
              GO TO ROT-FIMS.
           CLOSE CADCOMPET.
       INC-OP1.
           OPEN INPUT CADAPROV
           IF W-STAPV NOT = "00"
              MOVE "COMPETENCIA SEM APROVACAO - BLOQUEADO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STAPV
              DISPLAY "COMPETENCIA SEM APROVACAO - EXECUTE O FP201720"
              GO TO ROT-FIMS.
           MOVE W-MES TO APVMES
           MOVE W-ANO TO APVANO
           READ CADAPROV
           IF W-STAPV NOT = "00" OR APVSTATUS NOT = "A"
              CLOSE CADAPROV
              MOVE "COMPETENCIA SEM APROVACAO - BLOQUEADO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STAPV
              DISPLAY "COMPETENCIA SEM APROVACAO - EXECUTE O FP201720"
              GO TO ROT-FIMS.
      *    COMPLEMENTAR EM ABERTO = PRIMEIRA NAO APROVADA
           MOVE ZEROS TO W-COMPL.
       INC-OP1-SEQ.
           ADD 1 TO W-COMPL
           IF W-COMPL > 3
              CLOSE CADAPROV
              MOVE "LIMITE DE COMPLEMENTARES NA COMPETENCIA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STAPV
              DISPLAY "COMPETENCIA JA TEM 3 COMPLEMENTARES APROVADAS"
              GO TO ROT-FIMS.
           COMPUTE W-MESFPH = 20 + (20 * W-COMPL) + W-MES
           MOVE W-MESFPH TO APVMES
           MOVE W-ANO    TO APVANO
           READ CADAPROV
           IF W-STAPV = "00" AND APVSTATUS = "A"
              GO TO INC-OP1-SEQ.
           CLOSE CADAPROV.
       INC-OP2.
           OPEN I-O FOPAGHIST
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELCOMPL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELCOMPL"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCOMPL"
              GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
           MOVE W-MES     TO WS-CABMES
           MOVE W-ANO     TO WS-CABANO
           MOVE W-COMPL   TO WS-CABCOMPL
           MOVE W-HOJE    TO WS-CABDATA
           MOVE SPACES    TO REGRELCOMPL
           MOVE WS-CAB1   TO REGRELCOMPL
           WRITE REGRELCOMPL
           MOVE SPACES    TO REGRELCOMPL
           MOVE WS-CAB2   TO REGRELCOMPL
           WRITE REGRELCOMPL
           DISPLAY "COMPLEMENTAR " W-COMPL " DA COMPETENCIA "
                   W-MES "/" W-ANO.
      *
      *****************************************
      * CHAPA E VALORES DA COMPLEMENTAR       *
      *****************************************
       INC-ACE2.
           DISPLAY "CHAPA (00000 = FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO CPL-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              DISPLAY "CHAPA NAO CADASTRADA"
              ADD 1 TO W-CTLPULADOS
              GO TO INC-ACE2.
      *    COMPLEMENTAR JA GRAVADA, ANTERIORES E POR
      *    ULTIMO A ORIGINAL, QUE FICA NO REGFOPAGH
           MOVE W-CHAPA  TO FPHCHAPA
           MOVE W-MESFPH TO FPHMES
           MOVE W-ANO    TO FPHANO
           READ FOPAGHIST
           IF ST-ERRO = "00"
              MOVE "S" TO W-JAEXISTE
              MOVE FPHSALPAGO TO W-SUBPROV
              MOVE FPHLIQUIDO TO W-SUBLIQ
           ELSE
              MOVE "N" TO W-JAEXISTE
              MOVE ZEROS TO W-SUBPROV W-SUBLIQ.
           PERFORM CPL-RODADA THRU CPL-RODADA-FIM
           PERFORM CPL-ANTERIORES THRU CPL-ANTERIORES-FIM
           MOVE W-CHAPA  TO FPHCHAPA
           MOVE W-MES    TO FPHMES
           MOVE W-ANO    TO FPHANO
           READ FOPAGHIST
           IF ST-ERRO NOT = "00"
              DISPLAY "CHAPA SEM FOLHA NA COMPETENCIA"
              ADD 1 TO W-CTLPULADOS
              GO TO INC-ACE2.
           MOVE REGFOPAGH  TO W-REGORIG
           MOVE FPHSALPAGO TO W-ORISAL
           MOVE FPHINSS    TO W-ORIINSS
           MOVE FPHIRRF    TO W-ORIIRRF
           DISPLAY NOME
           DISPLAY "SALARIO PAGO NA FOLHA: " FPHSALPAGO
                   "  INSS: " FPHINSS "  IRRF: " FPHIRRF
           IF W-ANTSAL > ZEROS
              DISPLAY "COMPLEMENTARES ANTERIORES: " W-ANTSAL.
           IF W-JAEXISTE = "S"
              DISPLAY "CHAPA JA ESTA NESTA COMPLEMENTAR - SERA "
                      "SUBSTITUIDA".
       INC-ACE3.
           DISPLAY "DIFERENCA DE PROVENTOS: "
           ACCEPT W-DIFPROV
           IF W-DIFPROV = ZEROS
              DISPLAY "VALOR INVALIDO"
              GO TO INC-ACE3.
       INC-ACE4.
           DISPLAY "DOS QUAIS HORAS EXTRAS: "
           ACCEPT W-DIFEXTRAS
           IF W-DIFEXTRAS > W-DIFPROV
              DISPLAY "EXTRAS MAIORES QUE OS PROVENTOS"
              GO TO INC-ACE4.
       INC-ACE5.
           DISPLAY "OUTROS DESCONTOS: "
           ACCEPT W-DIFOUTROS
           PERFORM CPL-CALCULA THRU CPL-CALCULA-FIM
           IF W-CPLLIQ < ZEROS
              DISPLAY "DESCONTOS MAIORES QUE A DIFERENCA"
              GO TO INC-ACE3.
           DISPLAY "INSS: " W-CPLINSS "  IRRF: " W-CPLIRRF
                   "  LIQUIDO: " W-CPLLIQ.
       INC-ACE6.
           DISPLAY "CONFIRMA A COMPLEMENTAR DA CHAPA (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "s"
              MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n"
              MOVE "N" TO W-OPCAO.
           IF W-OPCAO NOT = "S" AND "N"
              GO TO INC-ACE6.
           IF W-OPCAO = "N"
              ADD 1 TO W-CTLPULADOS
              GO TO INC-ACE2.
           PERFORM CPL-GRAVA THRU CPL-GRAVA-FIM
           PERFORM CPL-RELAT THRU CPL-RELAT-FIM
           GO TO INC-ACE2.
      *
      *****************************************
      * SOMA DAS COMPLEMENTARES ANTERIORES DA *
      * CHAPA NA COMPETENCIA                  *
      *****************************************
       CPL-ANTERIORES.
           MOVE ZEROS TO W-ANTSAL W-ANTINSS W-ANTIRRF W-IND.
       CPL-ANTERIORES-LOOP.
           ADD 1 TO W-IND
           IF W-IND NOT < W-COMPL
              GO TO CPL-ANTERIORES-FIM.
           COMPUTE W-MESAUX = 20 + (20 * W-IND) + W-MES
           MOVE W-CHAPA  TO FPHCHAPA
           MOVE W-MESAUX TO FPHMES
           MOVE W-ANO    TO FPHANO
           READ FOPAGHIST
           IF ST-ERRO NOT = "00"
              GO TO CPL-ANTERIORES-LOOP.
           ADD FPHSALPAGO TO W-ANTSAL
           ADD FPHINSS    TO W-ANTINSS
           ADD FPHIRRF    TO W-ANTIRRF
           GO TO CPL-ANTERIORES-LOOP.
       CPL-ANTERIORES-FIM.
           EXIT.
      *
      *****************************************
      * INSS E IRRF DO MES COMBINADO PELO     *
      * DL102 MENOS O QUE JA FOI RETIDO       *
      *****************************************
       CPL-CALCULA.
           COMPUTE W-BASECALC = W-ORISAL + W-ANTSAL + W-DIFPROV
           MOVE NUMFIL TO W-NUMDEP
           CALL "DL102" USING W-BASECALC W-NUMDEP W-REFCOMP
                              W-INSSMES W-IRRFMES
      *    ESTAGIARIO (CONTRATO E) NAO TEM RETENCAO DE INSS
           IF FUNCTIPOCONTR = "E"
              MOVE ZEROS TO W-INSSMES.
           COMPUTE W-CPLINSS = W-INSSMES - W-ORIINSS - W-ANTINSS
           IF W-CPLINSS < ZEROS
              MOVE ZEROS TO W-CPLINSS.
           COMPUTE W-CPLIRRF = W-IRRFMES - W-ORIIRRF - W-ANTIRRF
           IF W-CPLIRRF < ZEROS
              MOVE ZEROS TO W-CPLIRRF.
           COMPUTE W-CPLDESC = W-CPLINSS + W-CPLIRRF + W-DIFOUTROS
           COMPUTE W-CPLLIQ  = W-DIFPROV - W-CPLDESC.
       CPL-CALCULA-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA A COMPLEMENTAR NO FOPAGHIST COM *
      * OS DADOS CADASTRAIS DA ORIGINAL       *
      *****************************************
       CPL-GRAVA.
           MOVE W-REGORIG   TO REGFOPAGH
           MOVE W-MESFPH    TO FPHMES
           MOVE W-DIFPROV   TO FPHSALPAGO
           MOVE W-CPLINSS   TO FPHINSS
           MOVE W-CPLIRRF   TO FPHIRRF
           MOVE W-DIFOUTROS TO FPHOUTROS
           MOVE W-CPLDESC   TO FPHDESCONTOS
           MOVE W-CPLLIQ    TO FPHLIQUIDO
           MOVE ZEROS       TO FPHPENSAO
           MOVE W-DIFEXTRAS TO FPHEXTRAS
           WRITE REGFOPAGH
           IF ST-ERRO = "22"
              REWRITE REGFOPAGH.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
      *    CHAPA SUBSTITUIDA NESTA RODADA: TIRA DOS TOTAIS O
      *    REGISTRO ANTERIOR E NAO CONTA DE NOVO
           IF W-NARODADA = "S"
              SUBTRACT W-SUBPROV FROM W-TOTPROV
              SUBTRACT W-SUBLIQ  FROM W-TOTLIQ
           ELSE
              ADD 1 TO W-CTLGRAV
              ADD 1 TO W-TOTFUNC
              PERFORM CPL-RODADA-INC THRU CPL-RODADA-INC-FIM.
           ADD W-DIFPROV TO W-TOTPROV
           ADD W-CPLLIQ  TO W-TOTLIQ.
       CPL-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * CHAPA JA GRAVADA NESTA RODADA? A      *
      * COMPLEMENTAR EM ABERTO PODE TER SIDO  *
      * COMECADA EM RODADA ANTERIOR, CUJOS    *
      * VALORES NAO ESTAO NOS TOTAIS DESTA    *
      *****************************************
       CPL-RODADA.
           MOVE "N"   TO W-NARODADA
           MOVE ZEROS TO W-INDROD
           IF W-JAEXISTE NOT = "S"
              GO TO CPL-RODADA-FIM.
       CPL-RODADA-LOOP.
           ADD 1 TO W-INDROD
           IF W-INDROD > W-QTDROD
              GO TO CPL-RODADA-FIM.
           IF W-RODCHAPA (W-INDROD) NOT = W-CHAPA
              GO TO CPL-RODADA-LOOP.
           MOVE "S" TO W-NARODADA.
       CPL-RODADA-FIM.
           EXIT.
      *
       CPL-RODADA-INC.
           IF W-QTDROD NOT < 999
              GO TO CPL-RODADA-INC-FIM.
           ADD 1 TO W-QTDROD
           MOVE W-CHAPA TO W-RODCHAPA (W-QTDROD).
       CPL-RODADA-INC-FIM.
           EXIT.
      *
       CPL-RELAT.
           MOVE SPACES      TO WS-LINDET
           MOVE W-CHAPA     TO WS-DETCHAPA
           MOVE NOME        TO WS-DETNOME
           MOVE W-DIFPROV   TO WS-DETPROV
           MOVE W-CPLINSS   TO WS-DETINSS
           MOVE W-CPLIRRF   TO WS-DETIRRF
           MOVE W-DIFOUTROS TO WS-DETOUTROS
           MOVE W-CPLLIQ    TO WS-DETLIQ
           MOVE SPACES      TO REGRELCOMPL
           MOVE WS-LINDET   TO REGRELCOMPL
           WRITE REGRELCOMPL
           MOVE W-BASECALC  TO WS-MESBASE
           MOVE W-INSSMES   TO WS-MESINSS
           MOVE W-IRRFMES   TO WS-MESIRRF
           COMPUTE WS-MESRET = W-ORIINSS + W-ORIIRRF
                             + W-ANTINSS + W-ANTIRRF
           MOVE SPACES      TO REGRELCOMPL
           MOVE WS-LINMES   TO REGRELCOMPL
           WRITE REGRELCOMPL.
       CPL-RELAT-FIM.
           EXIT.
      *
       CPL-FIM.
           MOVE W-TOTFUNC TO WS-RODFUNC
           MOVE W-TOTPROV TO WS-RODPROV
           MOVE W-TOTLIQ  TO WS-RODLIQ
           MOVE SPACES    TO REGRELCOMPL
           WRITE REGRELCOMPL
           MOVE WS-RODAPE TO REGRELCOMPL
           WRITE REGRELCOMPL
           MOVE WS-RODAPV TO REGRELCOMPL
           WRITE REGRELCOMPL
           MOVE W-TOTLIQ TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE FOPAGHIST CADFUNC RELCOMPL
           DISPLAY "CHAPAS NA COMPLEMENTAR: " W-TOTFUNC
           DISPLAY "APROVE A COMPLEMENTAR " W-COMPL " NO FP201720"
           GO TO ROT-FIMS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           STOP RUN.
       ROT-FIMS.
           STOP RUN.
